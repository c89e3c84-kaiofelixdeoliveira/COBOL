      *================================================================
      * Copybook: TARIFA.cpy
      * Layout do registro da tabela de tarifas (arquivo TARIFAS),
      * chaveado pelo codigo da tarifa e pela data de inicio de
      * vigencia: a mudanca de preco entra como uma versao nova do
      * mesmo codigo, e a cobranca mensal usa, para cada codigo, a
      * versao mais recente ja vigente na data de execucao.
      * Compartilhado entre PRIMEIRO-PROGRAMA (modo TARIF, que mantem
      * a tabela) e a cobranca mensal de tarifas (que le).
      *----------------------------------------------------------------
      * Historico de alteracoes
      *   2026-10-15  KFO  Criacao. Regras de aplicacao: situacao da
      *                    conta (T=todas nao encerradas, A=so ativas),
      *                    faixa de saldo (minimo e maximo zerados =
      *                    sem faixa) e quantidade de movimentos do
      *                    cliente no mes (maximo zero = sem teto).
      *   2026-10-15  KFO  Retirada a situacao B (so bloqueadas): a
      *                    cobranca recusa toda conta bloqueada, e a
      *                    tarifa B so gerava rejeitado e pendencia.
      *================================================================
       01  TARIFA-REC.
           02  TAR-CHAVE.
               03  TAR-CODIGO      PIC X(04).
               03  TAR-VIGENCIA    PIC 9(08).
           02  TAR-DESCRICAO       PIC X(30).
           02  TAR-VALOR           PIC S9(16)V9(02).
           02  TAR-SITUACAO        PIC X.
               88  TAR-TODAS-SITUACOES VALUE "T".
               88  TAR-SO-ATIVAS       VALUE "A".
           02  TAR-SALDO-MINIMO    PIC S9(16)V9(02).
           02  TAR-SALDO-MAXIMO    PIC S9(16)V9(02).
           02  TAR-MOVTOS-MINIMO   PIC 9(05).
           02  TAR-MOVTOS-MAXIMO   PIC 9(05).
           02  TAR-ATIVA           PIC X.
               88  TARIFA-ATIVA       VALUE "S".
               88  TARIFA-INATIVA     VALUE "N".
