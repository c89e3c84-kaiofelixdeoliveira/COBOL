      *================================================================
      * Copybook: AVISOCOB.cpy
      * Layout do registro do extrato de cartas de cobranca de
      * descoberto (arquivo AVISOCOB, em ordem de CEP para a
      * postagem): uma conta em descoberto continuo por registro, com
      * o endereco estruturado do cadastro, a faixa de atraso e o
      * nivel da carta. Gravado pela cobranca de descoberto, que
      * tambem usa o layout no seu arquivo de trabalho.
      *----------------------------------------------------------------
      * Historico de alteracoes
      *   2026-10-15  KFO  Criacao. Faixas de dias em descoberto
      *                    continuo: 1 = 1-30, 2 = 31-60, 3 = 61-90,
      *                    4 = acima de 90. Nivel da carta: 1 =
      *                    primeiro aviso (faixa 1), 2 = segundo aviso
      *                    (faixa 2), 3 = aviso final (faixas 3 e 4).
      *================================================================
       01  AVISO-COBRANCA-REC.
           02  AVC-CPF             PIC X(11).
           02  AVC-NOME            PIC X(20).
           02  AVC-ENDERECO.
               03  AVC-END-LOGRADOURO  PIC X(30).
               03  AVC-END-NUMERO      PIC X(06).
               03  AVC-END-BAIRRO      PIC X(20).
               03  AVC-END-CIDADE      PIC X(20).
               03  AVC-END-UF          PIC XX.
               03  AVC-END-CEP         PIC 9(08).
           02  AVC-SALDO           PIC S9(16)V9(02).
           02  AVC-LIMITE-CREDITO  PIC S9(16)V9(02).
           02  AVC-DIAS-DESCOBERTO PIC 9(05).
           02  AVC-DATA-INICIO     PIC 9(08).
           02  AVC-FAIXA           PIC 9.
               88  AVC-FAIXA-ATE-30   VALUE 1.
               88  AVC-FAIXA-ATE-60   VALUE 2.
               88  AVC-FAIXA-ATE-90   VALUE 3.
               88  AVC-FAIXA-ACIMA-90 VALUE 4.
           02  AVC-NIVEL-CARTA     PIC X.
               88  AVC-PRIMEIRO-AVISO VALUE "1".
               88  AVC-SEGUNDO-AVISO  VALUE "2".
               88  AVC-AVISO-FINAL    VALUE "3".
           02  AVC-ACIMA-LIMITE    PIC X.
               88  AVC-LIMITE-ESTOURADO VALUE "S".
               88  AVC-DENTRO-LIMITE    VALUE "N".
           02  AVC-SITUACAO        PIC X.
               88  AVC-ATIVA          VALUE "A" " ".
               88  AVC-BLOQUEADA      VALUE "B".
           02  AVC-DATA-EMISSAO    PIC 9(08).
