      *================================================================
      * Copybook: PENDENTE.cpy
      * Layout da fila de pendencias de movimentos rejeitados (arquivo
      * PENDENTES, indexado pelo numero da pendencia, com chave
      * alternativa de CPF para a lista por cliente). Todo movimento
      * gravado no arquivo de rejeitados entra aqui com um numero
      * proprio e a origem de onde veio; a pendencia e repostada ou
      * cancelada no modo PENDE do PRIMEIRO-PROGRAMA, e o resumo
      * diario lista as que passaram do prazo sem tratamento.
      *----------------------------------------------------------------
      * Historico de alteracoes
      *   2026-10-15  KFO  Criacao. PEN-ORIGEM usa os mesmos codigos
      *                    de TRAN-ORIGEM (M balcao, L lote MOVAR, O
      *                    ordem permanente, T transferencia, E
      *                    estorno, F tarifa mensal), para a repostagem
      *                    gravar o lancamento com a origem do
      *                    movimento original. As duas pernas de uma
      *                    transferencia recusada (ou do estorno de
      *                    uma) levam em PEN-ID-PAR o numero da
      *                    pendencia da outra perna: repostam e cancelam
      *                    juntas. PEN-NUM-REPOSTADO amarra a pendencia
      *                    ao TRAN-NUMERO do lancamento que a resolveu.
      *================================================================
       01  PENDENTE-REC.
           02  PEN-ID              PIC 9(09).
           02  PEN-CPF             PIC X(11).
           02  PEN-TIPO            PIC X.
               88  PEN-DEBITO         VALUE "D".
               88  PEN-CREDITO        VALUE "C".
           02  PEN-VALOR           PIC S9(16)V9(02).
           02  PEN-DATA-REJEICAO   PIC 9(08).
           02  PEN-MOTIVO          PIC X(30).
           02  PEN-OPERADOR        PIC X(08).
           02  PEN-ORIGEM          PIC X.
               88  PEN-ORIGEM-BALCAO   VALUE "M".
               88  PEN-ORIGEM-LOTE     VALUE "L".
               88  PEN-ORIGEM-ORDEM    VALUE "O".
               88  PEN-ORIGEM-TRANSF   VALUE "T".
               88  PEN-ORIGEM-ESTORNO  VALUE "E".
               88  PEN-ORIGEM-TARIFA   VALUE "F".
           02  PEN-REF-ORIGEM      PIC X(15).
           02  PEN-REF-LOTE REDEFINES PEN-REF-ORIGEM.
               03  PEN-LOTE-AGENCIA    PIC X(04).
               03  PEN-LOTE-NUMERO     PIC 9(06).
               03  FILLER              PIC X(05).
           02  PEN-REF-ORDEM REDEFINES PEN-REF-ORIGEM.
               03  PEN-ORDEM-NUMERO    PIC 9(05).
               03  FILLER              PIC X(10).
           02  PEN-REF-TARIFA REDEFINES PEN-REF-ORIGEM.
               03  PEN-TARIFA-CODIGO   PIC X(04).
               03  PEN-TARIFA-COMPET   PIC 9(06).
               03  FILLER              PIC X(05).
           02  PEN-REF-PAR REDEFINES PEN-REF-ORIGEM.
               03  PEN-CPF-CONTRAPARTE PIC X(11).
               03  FILLER              PIC X(04).
           02  PEN-NUM-ESTORNADO   PIC 9(09).
           02  PEN-ID-PAR          PIC 9(09).
           02  PEN-SITUACAO        PIC X.
               88  PEN-PENDENTE       VALUE "P".
               88  PEN-REPOSTADA      VALUE "R".
               88  PEN-CANCELADA      VALUE "C".
           02  PEN-NUM-REPOSTADO   PIC 9(09).
           02  PEN-MOTIVO-CANCEL   PIC X(30).
           02  PEN-OPERADOR-RESOL  PIC X(08).
           02  PEN-DATA-RESOLUCAO  PIC 9(08).
