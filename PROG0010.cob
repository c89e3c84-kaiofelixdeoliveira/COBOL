      *          noturno: consolida num unico relatorio o que hoje se
      *          confere em quatro lugares -- movimentos aceitos (do
      *          extrato de transacoes) e rejeitados por motivo (do
      *          arquivo de rejeitados, com as tarifas mensais
      *          recusadas em grupo proprio), erros de calculo por campo
      *          (do log de erros), duracao dos turnos (do diario de
      *          ponto) e a contagem de divergencias da reconciliacao
      *          (do RELCONC.TXT) -- tudo filtrado pela data de
      *          execucao do cartao -- e as pendencias da fila de
      *          movimentos rejeitados (PENDENTES) ainda abertas ha
      *          mais dias que o prazo do cartao. Retorno 8 quando
      *          qualquer item pede atencao da manha; 0 quando a
      *          noite fechou limpa. Passo RESUMO da cadeia noturna:
      *          registra inicio, fim, retorno e contagens no controle
      *          de execucao (RUNCTL) e so roda depois de a
      *          integridade (INTEGR) ter sido tratada na data, com ou
      *          sem sucesso; ja concluido na data termina com retorno
      *          4 sem refazer o relatorio. Retorno 16 quando o
      *          relatorio nao pode ser aberto: falha do passo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SHIFTLOG-STATUS.

      *----FILA DE PENDENCIAS DOS REJEITADOS (GRAVADA PELO PROG000X)--
           SELECT PENDENTES-FILE ASSIGN TO "PENDENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEN-ID
               ALTERNATE RECORD KEY IS PEN-CPF WITH DUPLICATES
               FILE STATUS IS WRK-PENDENTES-STATUS.

      *----RELATORIO DA RECONCILIACAO NOTURNA (SAIDA DO PROG0003)-----
           SELECT RELCONC-FILE ASSIGN TO "RELCONC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
           02  SHL-HORAS-TRABALHADAS   PIC 9(3).
           02  SHL-MINUTOS-TRABALHADOS PIC 99.

       FD  PENDENTES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PENDENTE.cpy".

       FD  RELCONC-FILE
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELCONC PIC X(110).
               88 SHIFTLOG-OK             VALUE "00".
               88 SHIFTLOG-FIM            VALUE "10".
               88 SHIFTLOG-NAO-ENCONTRADO VALUE "35".
           77 WRK-PENDENTES-STATUS PIC XX VALUE "00".
               88 PENDENTES-OK             VALUE "00".
               88 PENDENTES-FIM            VALUE "10".
               88 PENDENTES-NAO-ENCONTRADO VALUE "35".
           77 WRK-RELCONC-STATUS PIC XX VALUE "00".
               88 RELCONC-OK             VALUE "00".
               88 RELCONC-FIM            VALUE "10".

      *----CARTAO DE PARAMETROS (SYSIN)----------------------------
      *   Colunas 1-8 = data de execucao CCYYMMDD do dia a resumir
      *   (a mesma data dos cartoes dos passos anteriores da noite);
      *   colunas 10-12 = prazo em dias para uma pendencia da fila
      *   de rejeitados ser listada como vencida (em branco = 005).
           01 WRK-PARM-CARD.
               02 WRK-PARM-DATA  PIC X(8).
               02 FILLER         PIC X.
               02 WRK-PARM-PRAZO PIC X(3).
               02 FILLER         PIC X(8).

           77 WRK-PRAZO-PENDENCIA PIC 9(3) VALUE 5.

           01 WRK-DATA-EXECUCAO PIC 9(8) VALUE ZEROS.
           01 WRK-DATA-EXEC-DETALHE REDEFINES WRK-DATA-EXECUCAO.
               88 ANO-BISSEXTO     VALUE "S".
               88 ANO-NAO-BISSEXTO VALUE "N".

      *----IDADE DAS PENDENCIAS EM DIAS CORRIDOS------------------
      *   Cada data vira o numero do dia contado de um ponto fixo,
      *   como na cobranca de descoberto; a diferenca entre o numero
      *   da data de execucao e o da data da rejeicao e a idade.
           01 WRK-DATA-CALCULO PIC 9(8) VALUE ZEROS.
           01 WRK-DATA-CALC-DETALHE REDEFINES WRK-DATA-CALCULO.
               02 WRK-DC-ANO    PIC 9(4).
               02 WRK-DC-MES    PIC 99.
               02 WRK-DC-DIA    PIC 99.

           01 WRK-DIAS-ANTES-MES-VALORES.
               02 FILLER PIC X(18) VALUE "000031059090120151".
               02 FILLER PIC X(18) VALUE "181212243273304334".
           01 WRK-DIAS-ANTES-MES-TABELA
                   REDEFINES WRK-DIAS-ANTES-MES-VALORES.
               02 WRK-DIAS-ANTES-MES PIC 999 OCCURS 12 TIMES.

           77 WRK-ANOS-ANTERIORES PIC 9(4) VALUE ZERO.
           77 WRK-QUOC-4          PIC 9(4) VALUE ZERO.
           77 WRK-QUOC-100        PIC 9(4) VALUE ZERO.
           77 WRK-QUOC-400        PIC 9(4) VALUE ZERO.
           77 WRK-NUMERO-DIA      PIC 9(7) VALUE ZERO.
           77 WRK-NUMERO-DIA-EXEC PIC 9(7) VALUE ZERO.
           77 WRK-IDADE-PENDENCIA PIC S9(7) VALUE ZERO.

           77 WRK-PENDENCIA-VENCIDA-SW PIC X VALUE "N".
               88 PENDENCIA-VENCIDA   VALUE "S".
               88 PENDENCIA-NO-PRAZO  VALUE "N".

      *----ACUMULADORES DO DIA-------------------------------------
           77 WRK-MOV-ACEITOS   PIC 9(7) VALUE ZERO.
           77 WRK-MOV-REJEITADOS PIC 9(7) VALUE ZERO.
           77 WRK-TAR-REJEITADAS PIC 9(7) VALUE ZERO.
           77 WRK-ERROS-CALCULO PIC 9(7) VALUE ZERO.
           77 WRK-TURNOS        PIC 9(7) VALUE ZERO.
           77 WRK-DIVERGENCIAS  PIC 9(7) VALUE ZERO.
           77 WRK-PEN-VENCIDAS  PIC 9(7) VALUE ZERO.

           77 WRK-DIVERG-ACHADA-SW PIC X VALUE "N".
               88 DIVERGENCIA-LIDA     VALUE "S".
               88 DIVERGENCIA-AUSENTE  VALUE "N".

      *----CONTROLE DE EXECUCAO DA CADEIA NOTURNA (RUNCTL)---------
           COPY "CTLEXEC.cpy".

      *----REJEITADOS AGRUPADOS POR MOTIVO-------------------------
      *   WRK-MT-ORIGEM separa os motivos das tarifas recusadas pela
      *   cobranca mensal (operador PROG0015) dos motivos da postagem.
           77 WRK-MOTIVO-QTDE PIC 99 VALUE ZERO.
           77 WRK-MOTIVO-IND  PIC 99 VALUE ZERO.
           01 WRK-MOTIVO-TABELA.
               02 WRK-MOTIVO-ITEM OCCURS 10 TIMES.
                   03 WRK-MT-MOTIVO PIC X(30).
                   03 WRK-MT-TOTAL  PIC 9(7).
                   03 WRK-MT-ORIGEM PIC X.
                       88 WRK-MT-DE-TARIFA  VALUE "T".
                       88 WRK-MT-DE-POSTAGEM VALUE "P".

           77 WRK-GRUPO-LISTADO-SW PIC X VALUE "P".
               88 LISTANDO-TARIFAS  VALUE "T".
               88 LISTANDO-POSTAGEM VALUE "P".

      *----ERROS DE CALCULO AGRUPADOS POR CAMPO--------------------
           77 WRK-CAMPO-QTDE PIC 99 VALUE ZERO.
               02 WRK-LU-MINUTOS   PIC 99.
               02 FILLER           PIC X(4) VALUE " MIN".

           01 WRK-LINHA-PENDENCIA.
               02 FILLER           PIC X(3) VALUE SPACES.
               02 WRK-LP-ID        PIC 9(9).
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LP-CPF       PIC X(11).
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LP-ORIGEM    PIC X.
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LP-TIPO      PIC X.
               02 WRK-LP-VALOR     PIC -(13)9,99.
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LP-DATA      PIC 9(8).
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LP-DIAS      PIC Z(4)9.
               02 FILLER           PIC X(5) VALUE " DIAS".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-PARM-DATA TO WRK-DATA-EXECUCAO
               IF WRK-PARM-PRAZO IS NUMERIC
                   MOVE WRK-PARM-PRAZO TO WRK-PRAZO-PENDENCIA
               END-IF
               PERFORM CALCULAR-DATA-JULIANA-EXECUCAO
               MOVE WRK-DATA-EXECUCAO TO WRK-DATA-CALCULO
               PERFORM CALCULAR-NUMERO-DIA
               MOVE WRK-NUMERO-DIA TO WRK-NUMERO-DIA-EXEC
               PERFORM REGISTRAR-INICIO-PASSO
               IF CEX-PROSSEGUIR
                   PERFORM EMITIR-RESUMO
                   PERFORM REGISTRAR-FIM-PASSO
               END-IF
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      * EMITIR-RESUMO
      *----------------------------------------------------------------
       EMITIR-RESUMO.
           OPEN OUTPUT RELATORIO-FILE
           IF NOT RELATORIO-OK
               DISPLAY "ERRO AO ABRIR ARQUIVO DE RELATORIO: "
                   WRK-RELATORIO-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM ESCREVER-CABECALHO
               PERFORM APURAR-MOVIMENTOS-ACEITOS
               PERFORM APURAR-MOVIMENTOS-REJEITADOS
               PERFORM APURAR-ERROS-CALCULO
               PERFORM APURAR-DIVERGENCIAS
               PERFORM ESCREVER-RESUMO
               PERFORM LISTAR-TURNOS-DO-DIA
               PERFORM LISTAR-PENDENCIAS-VENCIDAS
               PERFORM CONCLUIR-RESUMO
               CLOSE RELATORIO-FILE
           END-IF.

      *----------------------------------------------------------------
      * REGISTRAR-INICIO-PASSO
      *   Passo RESUMO da cadeia noturna no controle de execucao: so
      *   emite o resumo se o controle liberar. Ja concluido na data
      *   termina com retorno 4; integridade (INTEGR) ainda nao
      *   tratada na data termina com retorno 8.
      *----------------------------------------------------------------
       REGISTRAR-INICIO-PASSO.
           INITIALIZE CTLEXEC-AREA
           SET CEX-INICIO TO TRUE
           MOVE WRK-DATA-EXECUCAO TO CEX-DATA
           MOVE "RESUMO"   TO CEX-PASSO
           MOVE "PROG0010" TO CEX-PROGRAMA
           MOVE RETURN-CODE TO CEX-RETORNO
           CALL "CONTROLE-EXECUCAO" USING CTLEXEC-AREA
           MOVE CEX-RETORNO TO RETURN-CODE
           EVALUATE TRUE
               WHEN CEX-JA-CONCLUIDO
                   MOVE 4 TO RETURN-CODE
               WHEN CEX-BLOQUEADO
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------
      * REGISTRAR-FIM-PASSO
      *   Contagens do passo: movimentos aceitos, pendencias vencidas
      *   e movimentos rejeitados na data. Retorno 8 (itens pedindo
      *   atencao) conclui o passo normalmente; so o retorno 16
      *   (relatorio nao emitido) fica registrado como falha.
      *----------------------------------------------------------------
       REGISTRAR-FIM-PASSO.
           SET CEX-FIM TO TRUE
           MOVE RETURN-CODE        TO CEX-RETORNO
           MOVE WRK-MOV-ACEITOS    TO CEX-QTDE-LIDOS
           MOVE WRK-PEN-VENCIDAS   TO CEX-QTDE-TRATADOS
           MOVE WRK-MOV-REJEITADOS TO CEX-QTDE-REJEITADOS
           CALL "CONTROLE-EXECUCAO" USING CTLEXEC-AREA
           MOVE CEX-RETORNO TO RETURN-CODE.

      *----------------------------------------------------------------
      * OBTER-PARAMETROS
      *----------------------------------------------------------------
           MOVE REJ-MES TO WRK-DR-MES
           MOVE REJ-DIA TO WRK-DR-DIA
           IF WRK-DATA-REGISTRO = WRK-PARM-DATA
               IF REJ-OPERADOR = "PROG0015"
                   ADD 1 TO WRK-TAR-REJEITADAS
               ELSE
                   ADD 1 TO WRK-MOV-REJEITADOS
               END-IF
               PERFORM AGRUPAR-MOTIVO-REJEICAO
           END-IF
           PERFORM LER-PROXIMO-REJEITADO.
               ADD 1 TO WRK-MOTIVO-QTDE
               MOVE REJ-MOTIVO TO WRK-MT-MOTIVO(WRK-MOTIVO-QTDE)
               MOVE 1          TO WRK-MT-TOTAL(WRK-MOTIVO-QTDE)
               IF REJ-OPERADOR = "PROG0015"
                   SET WRK-MT-DE-TARIFA(WRK-MOTIVO-QTDE) TO TRUE
               ELSE
                   SET WRK-MT-DE-POSTAGEM(WRK-MOTIVO-QTDE) TO TRUE
               END-IF
           END-IF.

       PROCURAR-MOTIVO-TABELA.

      *----------------------------------------------------------------
      * ESCREVER-RESUMO
      *   Totais do dia e os grupos por motivo e por campo. As
      *   tarifas recusadas saem em bloco proprio, depois dos
      *   movimentos rejeitados.
      *----------------------------------------------------------------
       ESCREVER-RESUMO.
           MOVE "MOVIMENTOS ACEITOS....: " TO WRK-LT-ROTULO
           MOVE "MOVIMENTOS REJEITADOS.: " TO WRK-LT-ROTULO
           MOVE WRK-MOV-REJEITADOS TO WRK-LT-VALOR
           PERFORM ESCREVER-LINHA-TOTAL
           SET LISTANDO-POSTAGEM TO TRUE
           PERFORM ESCREVER-GRUPO-MOTIVO
               VARYING WRK-MOTIVO-IND FROM 1 BY 1
               UNTIL WRK-MOTIVO-IND > WRK-MOTIVO-QTDE
           IF WRK-TAR-REJEITADAS > ZERO
               MOVE "TARIFAS RECUSADAS.....: " TO WRK-LT-ROTULO
               MOVE WRK-TAR-REJEITADAS TO WRK-LT-VALOR
               PERFORM ESCREVER-LINHA-TOTAL
               SET LISTANDO-TARIFAS TO TRUE
               PERFORM ESCREVER-GRUPO-MOTIVO
                   VARYING WRK-MOTIVO-IND FROM 1 BY 1
                   UNTIL WRK-MOTIVO-IND > WRK-MOTIVO-QTDE
           END-IF
           MOVE "ERROS DE CALCULO......: " TO WRK-LT-ROTULO
           MOVE WRK-ERROS-CALCULO TO WRK-LT-VALOR
           PERFORM ESCREVER-LINHA-TOTAL
           WRITE LINHA-RELATORIO.

       ESCREVER-GRUPO-MOTIVO.
           IF WRK-MT-ORIGEM(WRK-MOTIVO-IND) = WRK-GRUPO-LISTADO-SW
               MOVE WRK-MT-MOTIVO(WRK-MOTIVO-IND) TO WRK-LG-ROTULO
               MOVE WRK-MT-TOTAL(WRK-MOTIVO-IND)  TO WRK-LG-TOTAL
               MOVE WRK-LINHA-GRUPO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       ESCREVER-GRUPO-CAMPO.
           MOVE WRK-CP-CAMPO(WRK-CAMPO-IND) TO WRK-LG-ROTULO
           END-IF
           PERFORM LER-PROXIMO-TURNO.

      *----------------------------------------------------------------
      * LISTAR-PENDENCIAS-VENCIDAS
      *   Conta na fila de movimentos rejeitados as pendencias ainda
      *   abertas (nem repostadas nem canceladas) com idade acima do
      *   prazo do cartao e lista cada uma com a origem, o valor, a
      *   data da rejeicao e os dias em aberto. Fila ausente vale
      *   fila vazia.
      *----------------------------------------------------------------
       LISTAR-PENDENCIAS-VENCIDAS.
           MOVE "PENDENCIAS VENCIDAS...: " TO WRK-LT-ROTULO
           OPEN INPUT PENDENTES-FILE
           IF PENDENTES-NAO-ENCONTRADO
               MOVE ZERO TO WRK-LT-VALOR
               PERFORM ESCREVER-LINHA-TOTAL
           ELSE
               PERFORM LER-PROXIMA-PENDENCIA
               PERFORM CONTAR-PENDENCIA-VENCIDA UNTIL PENDENTES-FIM
               CLOSE PENDENTES-FILE
               MOVE WRK-PEN-VENCIDAS TO WRK-LT-VALOR
               PERFORM ESCREVER-LINHA-TOTAL
               OPEN INPUT PENDENTES-FILE
               PERFORM LER-PROXIMA-PENDENCIA
               PERFORM LISTAR-PENDENCIA-VENCIDA UNTIL PENDENTES-FIM
               CLOSE PENDENTES-FILE
           END-IF.

       LER-PROXIMA-PENDENCIA.
           READ PENDENTES-FILE NEXT RECORD
               AT END
                   SET PENDENTES-FIM TO TRUE
           END-READ.

       CONTAR-PENDENCIA-VENCIDA.
           PERFORM AVALIAR-IDADE-PENDENCIA
           IF PENDENCIA-VENCIDA
               ADD 1 TO WRK-PEN-VENCIDAS
           END-IF
           PERFORM LER-PROXIMA-PENDENCIA.

       LISTAR-PENDENCIA-VENCIDA.
           PERFORM AVALIAR-IDADE-PENDENCIA
           IF PENDENCIA-VENCIDA
               MOVE PEN-ID              TO WRK-LP-ID
               MOVE PEN-CPF             TO WRK-LP-CPF
               MOVE PEN-ORIGEM          TO WRK-LP-ORIGEM
               MOVE PEN-TIPO            TO WRK-LP-TIPO
               MOVE PEN-VALOR           TO WRK-LP-VALOR
               MOVE PEN-DATA-REJEICAO   TO WRK-LP-DATA
               MOVE WRK-IDADE-PENDENCIA TO WRK-LP-DIAS
               MOVE WRK-LINHA-PENDENCIA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           PERFORM LER-PROXIMA-PENDENCIA.

      *   Data de rejeicao invalida nao entra na conta de idade.
       AVALIAR-IDADE-PENDENCIA.
           SET PENDENCIA-NO-PRAZO TO TRUE
           IF PEN-PENDENTE
              AND PEN-DATA-REJEICAO IS NUMERIC
              AND PEN-DATA-REJEICAO > ZERO
               MOVE PEN-DATA-REJEICAO TO WRK-DATA-CALCULO
               PERFORM CALCULAR-NUMERO-DIA
               COMPUTE WRK-IDADE-PENDENCIA =
                   WRK-NUMERO-DIA-EXEC - WRK-NUMERO-DIA
               IF WRK-IDADE-PENDENCIA > WRK-PRAZO-PENDENCIA
                   SET PENDENCIA-VENCIDA TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CALCULAR-NUMERO-DIA
      *   Numero do dia de WRK-DATA-CALCULO contado de um ponto fixo:
      *   365 dias por ano anterior, mais um por ano bissexto
      *   anterior (divisivel por 4, salvo os seculos nao divisiveis
      *   por 400), mais os dias dos meses anteriores (com 29 de
      *   fevereiro no ano bissexto) e o dia do mes.
      *----------------------------------------------------------------
       CALCULAR-NUMERO-DIA.
           COMPUTE WRK-ANOS-ANTERIORES = WRK-DC-ANO - 1
           DIVIDE WRK-ANOS-ANTERIORES BY 4   GIVING WRK-QUOC-4
           DIVIDE WRK-ANOS-ANTERIORES BY 100 GIVING WRK-QUOC-100
           DIVIDE WRK-ANOS-ANTERIORES BY 400 GIVING WRK-QUOC-400
           COMPUTE WRK-NUMERO-DIA =
               (WRK-ANOS-ANTERIORES * 365) + WRK-QUOC-4
               - WRK-QUOC-100 + WRK-QUOC-400
               + WRK-DIAS-ANTES-MES(WRK-DC-MES) + WRK-DC-DIA
           IF WRK-DC-MES > 2
               PERFORM VERIFICAR-BISSEXTO-CALCULO
               IF ANO-BISSEXTO
                   ADD 1 TO WRK-NUMERO-DIA
               END-IF
           END-IF.

       VERIFICAR-BISSEXTO-CALCULO.
           DIVIDE WRK-DC-ANO BY 4 GIVING WRK-JUL-QUOCIENTE
               REMAINDER WRK-JUL-RESTO-4
           DIVIDE WRK-DC-ANO BY 100 GIVING WRK-JUL-QUOCIENTE
               REMAINDER WRK-JUL-RESTO-100
           DIVIDE WRK-DC-ANO BY 400 GIVING WRK-JUL-QUOCIENTE
               REMAINDER WRK-JUL-RESTO-400
           IF WRK-JUL-RESTO-4 = 0 AND
              (WRK-JUL-RESTO-100 NOT = 0 OR WRK-JUL-RESTO-400 = 0)
               SET ANO-BISSEXTO TO TRUE
           ELSE
               SET ANO-NAO-BISSEXTO TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * CONCLUIR-RESUMO
      *   Linha de conclusao e retorno para o agendador: 8 quando ha
      *   rejeitados (movimentos ou tarifas), erros de calculo,
      *   divergencias, pendencias vencidas na fila de rejeitados ou
      *   quando a reconciliacao nao foi lida -- tudo que pede a
      *   atencao da manha; 0 quando a noite fechou limpa.
      *----------------------------------------------------------------
       CONCLUIR-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WRK-MOV-REJEITADOS > ZERO
            OR WRK-TAR-REJEITADAS > ZERO
            OR WRK-ERROS-CALCULO > ZERO
            OR WRK-DIVERGENCIAS > ZERO
            OR DIVERGENCIA-AUSENTE
            OR WRK-PEN-VENCIDAS > ZERO
               MOVE "*** HA ITENS PEDINDO ATENCAO DA MANHA ***" TO
                   LINHA-RELATORIO
               WRITE LINHA-RELATORIO
