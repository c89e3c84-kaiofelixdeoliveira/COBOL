      *================================================================
      * Copybook: SALDOHIS.cpy
      * Layout do registro do historico diario de saldos (arquivo
      * SALDOHIS): uma fotografia por cliente por noite, com o saldo,
      * o limite e a situacao da conta no fim do dia de execucao.
      * Gravado pela fotografia noturna de saldos (acrescenta ao fim
      * do arquivo) e lido pelo saldo medio mensal, que tambem aplica
      * a regra de retencao e devolve o arquivo expurgado.
      *----------------------------------------------------------------
      * Historico de alteracoes
      *   2026-10-15  KFO  Criacao. HIS-DATA e a data de execucao do
      *                    cartao da noite (CCYYMMDD), nao a data do
      *                    relogio.
      *   2026-10-15  KFO  Lido tambem pela cobranca de descoberto,
      *                    que apura dele os dias em descoberto
      *                    continuo de cada conta.
      *================================================================
       01  SALDO-HIST-REC.
           02  HIS-DATA            PIC 9(08).
           02  HIS-DATA-DETALHE REDEFINES HIS-DATA.
               03  HIS-ANO         PIC 9(04).
               03  HIS-MES         PIC 9(02).
               03  HIS-DIA         PIC 9(02).
           02  HIS-CPF             PIC X(11).
           02  HIS-SALDO           PIC S9(16)V9(02).
           02  HIS-LIMITE-CREDITO  PIC S9(16)V9(02).
           02  HIS-SITUACAO        PIC X.
               88  HIS-ATIVA          VALUE "A" " ".
               88  HIS-BLOQUEADA      VALUE "B".
               88  HIS-ENCERRADA      VALUE "E".
