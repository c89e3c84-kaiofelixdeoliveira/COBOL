      *================================================================
      * Copybook: INFORME.cpy
      * Layout do registro do informe anual por cliente (arquivo de
      * trabalho INFORWK do informe anual de saldos e juros): saldo
      * em 31/12 do ano anterior e do ano-base, creditos, debitos e
      * juros de descoberto do ano, com o endereco de correspondencia
      * do cadastro. Gravado em ordem de CPF e reclassificado por CEP
      * para a impressao dos informes.
      *----------------------------------------------------------------
      * Historico de alteracoes
      *   2026-10-15  KFO  Criacao. INF-JUROS-COBRADOS soma os debitos
      *                    de juros (origem J / operador PROG0008) do
      *                    ano; INF-JUROS-ESTORNADOS os estornos no ano
      *                    desses mesmos lancamentos; INF-JUROS-LIQUIDOS
      *                    e a diferenca, o valor que vai no informe.
      *                    INF-CADASTRO "N" = CPF com movimento e sem
      *                    registro no cadastro (sai sem endereco).
      *================================================================
       01  INFORME-REC.
           02  INF-CPF             PIC X(11).
           02  INF-NOME            PIC X(20).
           02  INF-ENDERECO.
               03  INF-END-LOGRADOURO  PIC X(30).
               03  INF-END-NUMERO      PIC X(06).
               03  INF-END-BAIRRO      PIC X(20).
               03  INF-END-CIDADE      PIC X(20).
               03  INF-END-UF          PIC XX.
               03  INF-END-CEP         PIC 9(08).
           02  INF-SITUACAO        PIC X.
               88  INF-ATIVA          VALUE "A" " ".
               88  INF-BLOQUEADA      VALUE "B".
               88  INF-ENCERRADA      VALUE "E".
           02  INF-CADASTRO        PIC X.
               88  INF-CADASTRADO     VALUE "S".
               88  INF-NAO-CADASTRADO VALUE "N".
           02  INF-ANO-BASE        PIC 9(04).
           02  INF-SALDO-ANTERIOR  PIC S9(16)V9(02).
           02  INF-SALDO-FINAL     PIC S9(16)V9(02).
           02  INF-CREDITOS        PIC S9(16)V9(02).
           02  INF-DEBITOS         PIC S9(16)V9(02).
           02  INF-JUROS-COBRADOS  PIC S9(16)V9(02).
           02  INF-JUROS-ESTORNADOS PIC S9(16)V9(02).
           02  INF-JUROS-LIQUIDOS  PIC S9(16)V9(02).
           02  INF-QTDE-LANC       PIC 9(07).
