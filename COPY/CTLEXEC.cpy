      *================================================================
      * Copybook: CTLEXEC.cpy
      * Area de comunicacao com o CONTROLE-EXECUCAO (CALL ... USING),
      * o modulo que registra os passos da cadeia noturna no arquivo
      * RUNCTL. O programa chama uma vez no inicio (CEX-INICIO), antes
      * de processar, e so processa se o resultado for
      * CEX-PROSSEGUIR; ao terminar chama de novo (CEX-FIM) com o
      * retorno e as contagens do passo. Quem nao prossegue nao grava
      * nada (o PROG000X abre os arquivos antes, para o logon do
      * operador, mas nao grava lancamento nem registro de turno).
      *----------------------------------------------------------------
      * Historico de alteracoes
      *   2026-10-15  KFO  Criacao. CEX-RETORNO leva o RETURN-CODE
      *                    do chamador nas duas chamadas e volta
      *                    inalterado: o chamador o repoe depois do
      *                    CALL, que zera o RETURN-CODE.
      *                    CEX-JA-CONCLUIDO = passo ja concluido na
      *                    data e sem liberacao de supervisor (nao
      *                    reexecuta, retorno 4); CEX-BLOQUEADO =
      *                    predecessor nao atendido ou controle
      *                    indisponivel (nao executa, retorno 8).
      *   2026-10-15  KFO  Ajustada a descricao da chamada de inicio:
      *                    o PROG000X chama depois de abrir os
      *                    arquivos do logon; o que vale e nao gravar
      *                    nada quando o passo nao prossegue.
      *================================================================
       01  CTLEXEC-AREA.
           02  CEX-FUNCAO          PIC X.
               88  CEX-INICIO         VALUE "I".
               88  CEX-FIM            VALUE "F".
           02  CEX-DATA            PIC 9(08).
           02  CEX-PASSO           PIC X(08).
           02  CEX-PROGRAMA        PIC X(08).
           02  CEX-RETORNO         PIC 9(04).
           02  CEX-QTDE-LIDOS      PIC 9(09).
           02  CEX-QTDE-TRATADOS   PIC 9(09).
           02  CEX-QTDE-REJEITADOS PIC 9(09).
           02  CEX-RESULTADO       PIC X.
               88  CEX-PROSSEGUIR     VALUE "P".
               88  CEX-JA-CONCLUIDO   VALUE "J".
               88  CEX-BLOQUEADO      VALUE "B".
           02  CEX-MENSAGEM        PIC X(40).
