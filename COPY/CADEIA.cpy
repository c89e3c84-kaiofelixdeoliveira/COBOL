      *================================================================
      * Copybook: CADEIA.cpy
      * Tabela dos passos da cadeia noturna controlados pelo arquivo
      * RUNCTL, na ordem em que o job PROG000X os executa: codigo do
      * passo (chave no RUNCTL), programa, passo da JCL (ponto de
      * RESTART), periodicidade e o predecessor que precisa ter
      * passado antes. Compartilhada pelo CONTROLE-EXECUCAO, que
      * confere o predecessor, e pelo relatorio de situacao da
      * cadeia, que lista os passos nesta ordem.
      *----------------------------------------------------------------
      * Historico de alteracoes
      *   2026-10-15  KFO  Criacao. CDA-EXIGENCIA: S = o predecessor
      *                    precisa estar concluido com sucesso (retorno
      *                    ate 4); O = so ordem -- o predecessor precisa
      *                    ja ter sido tratado na data (concluido, falho
      *                    ou bloqueado), para a integridade e o resumo
      *                    rodarem e relatarem mesmo numa noite com
      *                    falha. O fechamento (periodicidade M) so roda
      *                    no ultimo dia util; como nos outros dias ele
      *                    nao tem registro, a reconciliacao depende dos
      *                    juros e nao do fechamento. Passo novo na
      *                    cadeia: incluir a linha na posicao certa e
      *                    acertar CDA-QTDE-PASSOS.
      *   2026-10-15  KFO  Reconciliacao antes do fechamento: o
      *                    fechamento mensal so roda com a
      *                    reconciliacao concluida na data (divergencia
      *                    bloqueia o fechamento). CDA-RETORNO-FALHA:
      *                    retorno a partir do qual o passo fica como
      *                    falho -- o resumo devolve 8 quando ha itens
      *                    para a manha, e isso nao e falha do passo.
      *================================================================
       01  CDA-CADEIA-VALORES.
           02  FILLER PIC X(36) VALUE
               "BATCH   PROG000XSTEP010 D         08".
           02  FILLER PIC X(36) VALUE
               "ORDEX   PROG000XSTEP012 DBATCH   S08".
           02  FILLER PIC X(36) VALUE
               "JUROS   PROG0008STEP015 DORDEX   S08".
           02  FILLER PIC X(36) VALUE
               "RECONC  PROG0003STEP040 DJUROS   S08".
           02  FILLER PIC X(36) VALUE
               "FECHA   PROG0005STEP020 MRECONC  S08".
           02  FILLER PIC X(36) VALUE
               "INTEGR  PROG0013STEP080 DRECONC  O08".
           02  FILLER PIC X(36) VALUE
               "RESUMO  PROG0010STEP090 DINTEGR  O16".
       01  CDA-CADEIA-TABELA REDEFINES CDA-CADEIA-VALORES.
           02  CDA-PASSO-ITEM OCCURS 7 TIMES.
               03  CDA-PASSO           PIC X(08).
               03  CDA-PROGRAMA        PIC X(08).
               03  CDA-STEP-JCL        PIC X(08).
               03  CDA-PERIODICIDADE   PIC X.
                   88  CDA-DIARIO         VALUE "D".
                   88  CDA-MENSAL         VALUE "M".
               03  CDA-PREDECESSOR     PIC X(08).
               03  CDA-EXIGENCIA       PIC X.
                   88  CDA-EXIGE-SUCESSO  VALUE "S".
                   88  CDA-EXIGE-ORDEM    VALUE "O".
               03  CDA-RETORNO-FALHA   PIC 99.
       01  CDA-QTDE-PASSOS             PIC 99 VALUE 7.
