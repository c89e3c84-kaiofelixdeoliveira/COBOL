      *                    operador logado que postou o lancamento;
      *                    nos jobs de lote sem operador, o nome do
      *                    programa que gerou o registro).
      *   2026-10-15  KFO  Incluidos TRAN-CPF-CONTRAPARTE e
      *                    TRAN-NUM-CONTRAPARTE (CPF e numero do
      *                    lancamento da outra perna, nos dois
      *                    lancamentos de uma transferencia entre
      *                    clientes; espacos/zero nos demais).
      *   2026-10-15  KFO  Incluido TRAN-ORIGEM (de onde veio o
      *                    lancamento, para a interface contabil
      *                    classificar a postagem). Com os campos de
      *                    contraparte e a origem o registro passou de
      *                    64 para 85 bytes: TRANSACOES e as geracoes
      *                    do TRANARQ gravadas antes desta alteracao
      *                    precisam ser convertidas para 85 bytes
      *                    (CPF da contraparte e origem em espacos,
      *                    numero da contraparte em zeros) antes de os
      *                    programas novos as lerem; origem em branco
      *                    conta como balcao.
      *   2026-10-15  KFO  Incluida a origem F (tarifa mensal de
      *                    manutencao de conta).
      *================================================================
       01  TRANSACAO-REC.
           02  TRAN-CPF            PIC X(11).
           02  TRAN-NUMERO         PIC 9(09).
           02  TRAN-NUM-ESTORNADO  PIC 9(09).
           02  TRAN-OPERADOR       PIC X(08).
           02  TRAN-CPF-CONTRAPARTE PIC X(11).
           02  TRAN-NUM-CONTRAPARTE PIC 9(09).
           02  TRAN-ORIGEM         PIC X.
               88  TRAN-ORIGEM-CADASTRO VALUE "C".
               88  TRAN-ORIGEM-BALCAO   VALUE "M".
               88  TRAN-ORIGEM-LOTE     VALUE "L".
               88  TRAN-ORIGEM-ORDEM    VALUE "O".
               88  TRAN-ORIGEM-TRANSF   VALUE "T".
               88  TRAN-ORIGEM-ESTORNO  VALUE "E".
               88  TRAN-ORIGEM-JUROS    VALUE "J".
               88  TRAN-ORIGEM-RESUMO   VALUE "R".
               88  TRAN-ORIGEM-TARIFA   VALUE "F".
