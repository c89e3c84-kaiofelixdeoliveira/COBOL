      ******************************************************************
      * Author:
      * Date:
      * Purpose: Saldo medio mensal. Le o historico diario de saldos
      *          (SALDOHIS) e apura, por cliente, na competencia do
      *          cartao: saldo medio diario, saldo minimo e maximo e
      *          dias em descoberto (saldo negativo). Cada fotografia
      *          vale pelos dias corridos ate a seguinte, ou ate o
      *          ultimo dia do mes -- fim de semana e feriado ficam
      *          com o saldo da ultima noite de lote. Imprime o
      *          relatorio por cliente com os totais por situacao da
      *          conta (RELSALDO.TXT) e grava o extrato mensal de
      *          layout fixo (SALDOMES) para os outros programas. Na
      *          mesma leitura aplica a regra de retencao do
      *          historico: as fotografias dos meses mais antigos que
      *          a janela do cartao ficam fora do novo historico
      *          (HISNOVO), que a JCL repoe sobre o SALDOHIS somente
      *          se o passo terminou limpo, como no fechamento do
      *          extrato.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDO-MEDIO-MENSAL.

      *====AMBIENTE=============
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----HISTORICO DIARIO DE SALDOS (FOTOGRAFIA NOTURNA)------------
           SELECT SALDO-HIST-FILE ASSIGN TO "SALDOHIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SALDOHIS-STATUS.

      *----NOVO HISTORICO, JA EXPURGADO (A JCL REPOE SOBRE SALDOHIS
      *    NO PASSO SEGUINTE, DEPOIS DO PASSO TERMINAR LIMPO)----------
           SELECT NOVO-HIST-FILE ASSIGN TO "HISNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-HISNOVO-STATUS.

      *----EXTRATO MENSAL DE SALDOS POR CLIENTE (LAYOUT FIXO)---------
           SELECT SALDO-MES-FILE ASSIGN TO "SALDOMES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SALDOMES-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELSALDO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

      *----ARQUIVO DE TRABALHO DO SORT (FOTOGRAFIAS POR CPF E DATA)---
           SELECT CLASSIFICA-FILE ASSIGN TO "SORTWK01".

      *====VARIAVEIS===========
       DATA DIVISION.
       FILE SECTION.
       FD  SALDO-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "SALDOHIS.cpy".

       FD  NOVO-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOVO-HIST-REC           PIC X(56).

       FD  SALDO-MES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "SALDOMES.cpy".

       FD  RELATORIO-FILE
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELATORIO PIC X(100).

      *   Mesmo layout do SALDO-HIST-REC, so as fotografias da
      *   competencia.
       SD  CLASSIFICA-FILE.
       01  CLASSIFICA-REC.
           02  CLAS-DATA           PIC 9(08).
           02  CLAS-DATA-DETALHE REDEFINES CLAS-DATA.
               03  CLAS-ANO        PIC 9(04).
               03  CLAS-MES        PIC 9(02).
               03  CLAS-DIA        PIC 9(02).
           02  CLAS-CPF            PIC X(11).
           02  CLAS-SALDO          PIC S9(16)V9(02).
           02  CLAS-LIMITE-CREDITO PIC S9(16)V9(02).
           02  CLAS-SITUACAO       PIC X.

       WORKING-STORAGE SECTION.
           77 WRK-SALDOHIS-STATUS PIC XX VALUE "00".
               88 SALDOHIS-OK             VALUE "00".
               88 SALDOHIS-FIM            VALUE "10".
               88 SALDOHIS-NAO-ENCONTRADO VALUE "35".
           77 WRK-HISNOVO-STATUS PIC XX VALUE "00".
               88 HISNOVO-OK              VALUE "00".
           77 WRK-SALDOMES-STATUS PIC XX VALUE "00".
               88 SALDOMES-OK             VALUE "00".
           77 WRK-RELATORIO-STATUS PIC XX VALUE "00".
               88 RELATORIO-OK            VALUE "00".

      *----FIM DO ARQUIVO CLASSIFICADO (RETURN DO SORT)------------
           77 WRK-CLASSIFICADO-FIM-SW PIC X VALUE "N".
               88 CLASSIFICADO-FIM    VALUE "S".
               88 CLASSIFICADO-ABERTO VALUE "N".

      *----CARTAO DE PARAMETROS (SYSIN)----------------------------
      *   Colunas 1-6 = competencia CCYYMM apurada; colunas 8-10 =
      *   retencao do historico em meses, contando a competencia
      *   (em branco = 13: o mes apurado e os doze anteriores). As
      *   fotografias de meses anteriores a janela sao expurgadas.
           01 WRK-PARM-CARD.
               02 WRK-PARM-COMPETENCIA PIC X(6).
               02 FILLER               PIC X.
               02 WRK-PARM-RETENCAO    PIC X(3).
               02 FILLER               PIC X(10).
           01 WRK-COMPETENCIA-DETALHE REDEFINES WRK-PARM-CARD.
               02 WRK-COMP-ANO PIC 9(4).
               02 WRK-COMP-MES PIC 99.
               02 FILLER       PIC X(14).

           77 WRK-COMPETENCIA PIC 9(6) VALUE ZERO.
           77 WRK-RETENCAO    PIC 9(3) VALUE 13.

      *----PRIMEIRA COMPETENCIA MANTIDA NO HISTORICO (CCYYMM)------
           01 WRK-CORTE-ANOMES PIC 9(6) VALUE ZERO.
           01 WRK-CORTE-DETALHE REDEFINES WRK-CORTE-ANOMES.
               02 WRK-CORTE-ANO PIC 9(4).
               02 WRK-CORTE-MES PIC 99.
           77 WRK-MESES-CORRIDOS PIC 9(6) VALUE ZERO.
           77 WRK-MES-RESTO      PIC 99 VALUE ZERO.

           77 WRK-HIS-ANOMES PIC 9(6) VALUE ZERO.

      *----ULTIMO DIA DO MES DE COMPETENCIA------------------------
           77 WRK-ULTIMO-DIA PIC 99 VALUE ZERO.

           77 WRK-JUL-RESTO-4   PIC 9.
           77 WRK-JUL-RESTO-100 PIC 99.
           77 WRK-JUL-RESTO-400 PIC 999.
           77 WRK-JUL-QUOCIENTE PIC 9(4).

           77 WRK-ANO-BISSEXTO-SW PIC X VALUE "N".
               88 ANO-BISSEXTO     VALUE "S".
               88 ANO-NAO-BISSEXTO VALUE "N".

      *----GRUPO CORRENTE DA QUEBRA POR CPF------------------------
      *   A fotografia anterior do grupo fica guardada ate a data da
      *   seguinte dizer quantos dias ela valeu.
           77 WRK-CPF-GRUPO      PIC X(11) VALUE LOW-VALUES.
           77 WRK-ANT-DIA        PIC 99 VALUE ZERO.
           77 WRK-ANT-SALDO      PIC S9(16)V9(02) VALUE ZERO.
           77 WRK-ANT-LIMITE     PIC S9(16)V9(02) VALUE ZERO.
           77 WRK-ANT-SITUACAO   PIC X VALUE SPACE.
           77 WRK-DIAS-INTERVALO PIC 99 VALUE ZERO.
           77 WRK-SOMA-PONDERADA PIC S9(18)V9(02) VALUE ZERO.
           77 WRK-DIAS-APURADOS  PIC 99 VALUE ZERO.
           77 WRK-DIAS-DESCOBERTO PIC 99 VALUE ZERO.
           77 WRK-QTDE-FOTOS     PIC 99 VALUE ZERO.
           77 WRK-SALDO-MINIMO   PIC S9(16)V9(02) VALUE ZERO.
           77 WRK-SALDO-MAXIMO   PIC S9(16)V9(02) VALUE ZERO.
           77 WRK-SALDO-MEDIO    PIC S9(16)V9(02) VALUE ZERO.

      *----TOTAIS POR SITUACAO DA CONTA (1=ATIVA 2=BLOQ. 3=ENCERR.)-
           77 WRK-SIT-IND PIC 9 VALUE ZERO.
           01 WRK-SITUACAO-TABELA.
               02 WRK-SITUACAO-ITEM OCCURS 3 TIMES.
                   03 WRK-ST-ROTULO          PIC X(10).
                   03 WRK-ST-CLIENTES        PIC 9(7).
                   03 WRK-ST-SOMA-MEDIOS     PIC S9(16)V9(02).
                   03 WRK-ST-COM-DESCOBERTO  PIC 9(7).

      *----CONTADORES DO RESUMO DO JOB-----------------------------
           77 WRK-TOTAL-LIDAS      PIC 9(9) VALUE ZERO.
           77 WRK-TOTAL-MANTIDAS   PIC 9(9) VALUE ZERO.
           77 WRK-TOTAL-EXPURGADAS PIC 9(9) VALUE ZERO.
           77 WRK-TOTAL-DO-MES     PIC 9(9) VALUE ZERO.
           77 WRK-TOTAL-CLIENTES   PIC 9(7) VALUE ZERO.

      *----LINHAS EDITADAS DO RELATORIO----------------------------
           01 WRK-LINHA-TITULOS.
               02 FILLER PIC X(13) VALUE "CPF".
               02 FILLER PIC X(19) VALUE "       SALDO MEDIO".
               02 FILLER PIC X(19) VALUE "      SALDO MINIMO".
               02 FILLER PIC X(19) VALUE "      SALDO MAXIMO".
               02 FILLER PIC X(11) VALUE "  DIAS DESC".
               02 FILLER PIC X(12) VALUE "  SITUACAO".

           01 WRK-LINHA-CLIENTE.
               02 WRK-LC-CPF         PIC X(11).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LC-MEDIO       PIC -(15)9,99.
               02 FILLER             PIC X VALUE SPACE.
               02 WRK-LC-MINIMO      PIC -(15)9,99.
               02 FILLER             PIC X VALUE SPACE.
               02 WRK-LC-MAXIMO      PIC -(15)9,99.
               02 FILLER             PIC X(5) VALUE SPACES.
               02 WRK-LC-DESCOBERTO  PIC Z9.
               02 FILLER             PIC X VALUE "/".
               02 WRK-LC-APURADOS    PIC 99.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 WRK-LC-SITUACAO    PIC X(10).

           01 WRK-LINHA-SITUACAO.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 WRK-LS-ROTULO      PIC X(10).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LS-CLIENTES    PIC Z(6)9.
               02 FILLER             PIC X(11) VALUE " CLIENTES, ".
               02 FILLER             PIC X(17) VALUE "SOMA DOS MEDIOS ".
               02 WRK-LS-SOMA        PIC -(15)9,99.
               02 FILLER             PIC X(2) VALUE ", ".
               02 WRK-LS-DESCOBERTO  PIC Z(6)9.
               02 FILLER             PIC X(15) VALUE " EM DESCOBERTO".

           01 WRK-LINHA-CONTADOR.
               02 WRK-LT-ROTULO      PIC X(30).
               02 WRK-LT-VALOR       PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM OBTER-PARAMETROS.
           IF WRK-PARM-COMPETENCIA IS NOT NUMERIC
               DISPLAY "COMPETENCIA INVALIDA NO CARTAO: "
                   WRK-PARM-COMPETENCIA
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WRK-COMP-MES < 01 OR WRK-COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA NO CARTAO: "
                   WRK-PARM-COMPETENCIA
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WRK-RETENCAO < 1
               DISPLAY "RETENCAO INVALIDA NO CARTAO: "
                   WRK-PARM-RETENCAO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-PARM-COMPETENCIA TO WRK-COMPETENCIA
               PERFORM CALCULAR-ULTIMO-DIA
               PERFORM CALCULAR-CORTE-RETENCAO
               PERFORM INICIALIZAR-SITUACOES
               PERFORM ABRIR-ARQUIVOS
               EVALUATE TRUE
               WHEN SALDOHIS-NAO-ENCONTRADO
                   DISPLAY "HISTORICO DE SALDOS NAO ENCONTRADO"
                   MOVE 8 TO RETURN-CODE
               WHEN NOT HISNOVO-OK
                   DISPLAY "ERRO AO ABRIR NOVO HISTORICO: "
                       WRK-HISNOVO-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN NOT SALDOMES-OK
                   DISPLAY "ERRO AO ABRIR EXTRATO MENSAL: "
                       WRK-SALDOMES-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN NOT RELATORIO-OK
                   DISPLAY "ERRO AO ABRIR ARQUIVO DE RELATORIO: "
                       WRK-RELATORIO-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM ESCREVER-CABECALHO
                   SORT CLASSIFICA-FILE
                       ON ASCENDING KEY CLAS-CPF
                                        CLAS-DATA
                       INPUT PROCEDURE IS SELECIONAR-FOTOGRAFIAS
                           THRU SELECIONAR-FOTOGRAFIAS-FIM
                       OUTPUT PROCEDURE IS APURAR-SALDOS-MES
                           THRU APURAR-SALDOS-MES-FIM
                   PERFORM ESCREVER-TOTAIS
                   DISPLAY "SALDO MEDIO " WRK-COMPETENCIA ": "
                       WRK-TOTAL-CLIENTES " CLIENTES, "
                       WRK-TOTAL-MANTIDAS " FOTOGRAFIAS MANTIDAS, "
                       WRK-TOTAL-EXPURGADAS " EXPURGADAS"
                   IF WRK-TOTAL-DO-MES = ZERO
                       DISPLAY "NENHUMA FOTOGRAFIA NA COMPETENCIA "
                           WRK-COMPETENCIA
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-EVALUATE
               PERFORM ENCERRAR-ARQUIVOS
           END-IF
           END-IF
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      * OBTER-PARAMETROS
      *----------------------------------------------------------------
       OBTER-PARAMETROS.
           MOVE SPACES TO WRK-PARM-CARD
           ACCEPT WRK-PARM-CARD
           IF WRK-PARM-RETENCAO IS NUMERIC
               MOVE WRK-PARM-RETENCAO TO WRK-RETENCAO
           END-IF.

      *----------------------------------------------------------------
      * CALCULAR-ULTIMO-DIA
      *   Ultimo dia do mes de competencia: a ultima fotografia do
      *   mes vale ate ele. Fevereiro depende do ano bissexto.
      *----------------------------------------------------------------
       CALCULAR-ULTIMO-DIA.
           EVALUATE WRK-COMP-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WRK-ULTIMO-DIA
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WRK-ULTIMO-DIA
               WHEN 02
                   PERFORM VERIFICAR-ANO-BISSEXTO
                   IF ANO-BISSEXTO
                       MOVE 29 TO WRK-ULTIMO-DIA
                   ELSE
                       MOVE 28 TO WRK-ULTIMO-DIA
                   END-IF
           END-EVALUATE.

       VERIFICAR-ANO-BISSEXTO.
           DIVIDE WRK-COMP-ANO BY 4 GIVING WRK-JUL-QUOCIENTE
               REMAINDER WRK-JUL-RESTO-4
           DIVIDE WRK-COMP-ANO BY 100 GIVING WRK-JUL-QUOCIENTE
               REMAINDER WRK-JUL-RESTO-100
           DIVIDE WRK-COMP-ANO BY 400 GIVING WRK-JUL-QUOCIENTE
               REMAINDER WRK-JUL-RESTO-400
           IF WRK-JUL-RESTO-4 = 0 AND
              (WRK-JUL-RESTO-100 NOT = 0 OR WRK-JUL-RESTO-400 = 0)
               SET ANO-BISSEXTO TO TRUE
           ELSE
               SET ANO-NAO-BISSEXTO TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * CALCULAR-CORTE-RETENCAO
      *   Primeira competencia mantida: a competencia apurada recuada
      *   (retencao - 1) meses. Fotografia de mes anterior ao corte e
      *   expurgada; a de mes posterior a competencia (passo rodado
      *   atrasado) e sempre mantida.
      *----------------------------------------------------------------
       CALCULAR-CORTE-RETENCAO.
           COMPUTE WRK-MESES-CORRIDOS =
               (WRK-COMP-ANO * 12) + WRK-COMP-MES - WRK-RETENCAO
           DIVIDE WRK-MESES-CORRIDOS BY 12 GIVING WRK-CORTE-ANO
               REMAINDER WRK-MES-RESTO
           COMPUTE WRK-CORTE-MES = WRK-MES-RESTO + 1.

       INICIALIZAR-SITUACOES.
           INITIALIZE WRK-SITUACAO-TABELA
           MOVE "ATIVA"     TO WRK-ST-ROTULO(1)
           MOVE "BLOQUEADA" TO WRK-ST-ROTULO(2)
           MOVE "ENCERRADA" TO WRK-ST-ROTULO(3).

      *----------------------------------------------------------------
      * ABRIR-ARQUIVOS
      *   O historico e apenas sondado aqui (abre e fecha para
      *   conferir se existe); quem o le de fato e o procedimento de
      *   entrada do SORT.
      *----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT SALDO-HIST-FILE.
           IF NOT SALDOHIS-NAO-ENCONTRADO
               CLOSE SALDO-HIST-FILE
           END-IF.
           OPEN OUTPUT NOVO-HIST-FILE.
           OPEN OUTPUT SALDO-MES-FILE.
           OPEN OUTPUT RELATORIO-FILE.

      *----------------------------------------------------------------
      * SELECIONAR-FOTOGRAFIAS
      *   Procedimento de entrada do SORT: copia para o novo
      *   historico toda fotografia dentro da janela de retencao e
      *   solta para a classificacao as da competencia apurada.
      *----------------------------------------------------------------
       SELECIONAR-FOTOGRAFIAS.
           OPEN INPUT SALDO-HIST-FILE
           PERFORM LER-PROXIMA-FOTOGRAFIA
           PERFORM TRIAR-FOTOGRAFIA UNTIL SALDOHIS-FIM
           CLOSE SALDO-HIST-FILE.
       SELECIONAR-FOTOGRAFIAS-FIM.
           EXIT.

       LER-PROXIMA-FOTOGRAFIA.
           READ SALDO-HIST-FILE
               AT END
                   SET SALDOHIS-FIM TO TRUE
           END-READ.

       TRIAR-FOTOGRAFIA.
           ADD 1 TO WRK-TOTAL-LIDAS
           COMPUTE WRK-HIS-ANOMES = (HIS-ANO * 100) + HIS-MES
           IF WRK-HIS-ANOMES < WRK-CORTE-ANOMES
               ADD 1 TO WRK-TOTAL-EXPURGADAS
           ELSE
               MOVE SALDO-HIST-REC TO NOVO-HIST-REC
               WRITE NOVO-HIST-REC
               ADD 1 TO WRK-TOTAL-MANTIDAS
           END-IF
           IF WRK-HIS-ANOMES = WRK-COMPETENCIA
               MOVE SALDO-HIST-REC TO CLASSIFICA-REC
               RELEASE CLASSIFICA-REC
               ADD 1 TO WRK-TOTAL-DO-MES
           END-IF
           PERFORM LER-PROXIMA-FOTOGRAFIA.

      *----------------------------------------------------------------
      * APURAR-SALDOS-MES
      *   Procedimento de saida do SORT: fotografias da competencia
      *   em ordem de CPF e data, com quebra por CPF.
      *----------------------------------------------------------------
       APURAR-SALDOS-MES.
           MOVE LOW-VALUES TO WRK-CPF-GRUPO
           PERFORM RETORNAR-FOTOGRAFIA
           PERFORM PROCESSAR-FOTOGRAFIA UNTIL CLASSIFICADO-FIM
           IF WRK-CPF-GRUPO NOT = LOW-VALUES
               PERFORM ENCERRAR-GRUPO
           END-IF.
       APURAR-SALDOS-MES-FIM.
           EXIT.

       RETORNAR-FOTOGRAFIA.
           RETURN CLASSIFICA-FILE
               AT END
                   SET CLASSIFICADO-FIM TO TRUE
           END-RETURN.

      *----------------------------------------------------------------
      * PROCESSAR-FOTOGRAFIA
      *   A fotografia anterior do mesmo CPF vale ate a data desta;
      *   a primeira do CPF so abre o grupo (os dias do mes antes
      *   dela nao tem saldo conhecido e ficam fora da media).
      *----------------------------------------------------------------
       PROCESSAR-FOTOGRAFIA.
           IF CLAS-CPF NOT = WRK-CPF-GRUPO
               IF WRK-CPF-GRUPO NOT = LOW-VALUES
                   PERFORM ENCERRAR-GRUPO
               END-IF
               MOVE CLAS-CPF TO WRK-CPF-GRUPO
               MOVE ZERO TO WRK-SOMA-PONDERADA
               MOVE ZERO TO WRK-DIAS-APURADOS
               MOVE ZERO TO WRK-DIAS-DESCOBERTO
               MOVE ZERO TO WRK-QTDE-FOTOS
               MOVE CLAS-SALDO TO WRK-SALDO-MINIMO
               MOVE CLAS-SALDO TO WRK-SALDO-MAXIMO
           ELSE
               COMPUTE WRK-DIAS-INTERVALO = CLAS-DIA - WRK-ANT-DIA
               PERFORM SOMAR-INTERVALO
           END-IF
           IF CLAS-SALDO < WRK-SALDO-MINIMO
               MOVE CLAS-SALDO TO WRK-SALDO-MINIMO
           END-IF
           IF CLAS-SALDO > WRK-SALDO-MAXIMO
               MOVE CLAS-SALDO TO WRK-SALDO-MAXIMO
           END-IF
           MOVE CLAS-DIA            TO WRK-ANT-DIA
           MOVE CLAS-SALDO          TO WRK-ANT-SALDO
           MOVE CLAS-LIMITE-CREDITO TO WRK-ANT-LIMITE
           MOVE CLAS-SITUACAO       TO WRK-ANT-SITUACAO
           ADD 1 TO WRK-QTDE-FOTOS
           PERFORM RETORNAR-FOTOGRAFIA.

      *----------------------------------------------------------------
      * SOMAR-INTERVALO
      *   Soma o saldo da fotografia anterior pelos dias que ele
      *   valeu; saldo negativo conta esses dias em descoberto.
      *----------------------------------------------------------------
       SOMAR-INTERVALO.
           COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA +
               (WRK-ANT-SALDO * WRK-DIAS-INTERVALO)
           ADD WRK-DIAS-INTERVALO TO WRK-DIAS-APURADOS
           IF WRK-ANT-SALDO < ZERO
               ADD WRK-DIAS-INTERVALO TO WRK-DIAS-DESCOBERTO
           END-IF.

      *----------------------------------------------------------------
      * ENCERRAR-GRUPO
      *   Quebra de CPF: a ultima fotografia vale ate o fim do mes;
      *   calcula a media, grava o extrato e a linha do relatorio e
      *   soma nos totais da situacao final da conta.
      *----------------------------------------------------------------
       ENCERRAR-GRUPO.
           COMPUTE WRK-DIAS-INTERVALO = WRK-ULTIMO-DIA + 1 - WRK-ANT-DIA
           PERFORM SOMAR-INTERVALO
           COMPUTE WRK-SALDO-MEDIO ROUNDED =
               WRK-SOMA-PONDERADA / WRK-DIAS-APURADOS
           PERFORM GRAVAR-SALDO-MES
           PERFORM ESCREVER-LINHA-CLIENTE
           EVALUATE WRK-ANT-SITUACAO
               WHEN "B"
                   MOVE 2 TO WRK-SIT-IND
               WHEN "E"
                   MOVE 3 TO WRK-SIT-IND
               WHEN OTHER
                   MOVE 1 TO WRK-SIT-IND
           END-EVALUATE
           ADD 1 TO WRK-ST-CLIENTES(WRK-SIT-IND)
           ADD WRK-SALDO-MEDIO TO WRK-ST-SOMA-MEDIOS(WRK-SIT-IND)
           IF WRK-DIAS-DESCOBERTO > ZERO
               ADD 1 TO WRK-ST-COM-DESCOBERTO(WRK-SIT-IND)
           END-IF
           ADD 1 TO WRK-TOTAL-CLIENTES.

       GRAVAR-SALDO-MES.
           MOVE WRK-COMPETENCIA     TO SMS-COMPETENCIA
           MOVE WRK-CPF-GRUPO       TO SMS-CPF
           MOVE WRK-SALDO-MEDIO     TO SMS-SALDO-MEDIO
           MOVE WRK-SALDO-MINIMO    TO SMS-SALDO-MINIMO
           MOVE WRK-SALDO-MAXIMO    TO SMS-SALDO-MAXIMO
           MOVE WRK-ANT-SALDO       TO SMS-SALDO-FINAL
           MOVE WRK-ANT-LIMITE      TO SMS-LIMITE-CREDITO
           MOVE WRK-ANT-SITUACAO    TO SMS-SITUACAO
           MOVE WRK-DIAS-APURADOS   TO SMS-DIAS-APURADOS
           MOVE WRK-DIAS-DESCOBERTO TO SMS-DIAS-DESCOBERTO
           MOVE WRK-QTDE-FOTOS      TO SMS-QTDE-FOTOS
           WRITE SALDO-MES-REC.

       ESCREVER-LINHA-CLIENTE.
           MOVE WRK-CPF-GRUPO       TO WRK-LC-CPF
           MOVE WRK-SALDO-MEDIO     TO WRK-LC-MEDIO
           MOVE WRK-SALDO-MINIMO    TO WRK-LC-MINIMO
           MOVE WRK-SALDO-MAXIMO    TO WRK-LC-MAXIMO
           MOVE WRK-DIAS-DESCOBERTO TO WRK-LC-DESCOBERTO
           MOVE WRK-DIAS-APURADOS   TO WRK-LC-APURADOS
           EVALUATE WRK-ANT-SITUACAO
               WHEN "B"
                   MOVE "BLOQUEADA" TO WRK-LC-SITUACAO
               WHEN "E"
                   MOVE "ENCERRADA" TO WRK-LC-SITUACAO
               WHEN OTHER
                   MOVE "ATIVA"     TO WRK-LC-SITUACAO
           END-EVALUATE
           MOVE WRK-LINHA-CLIENTE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------
      * ESCREVER-CABECALHO
      *----------------------------------------------------------------
       ESCREVER-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SALDO MEDIO MENSAL - COMPETENCIA "
               WRK-PARM-COMPETENCIA DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-LINHA-TITULOS TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------
      * ESCREVER-TOTAIS
      *   Totais por situacao final da conta e o balanco da retencao
      *   do historico.
      *----------------------------------------------------------------
       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "TOTAIS POR SITUACAO DA CONTA" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-SITUACAO
               VARYING WRK-SIT-IND FROM 1 BY 1
               UNTIL WRK-SIT-IND > 3
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RETENCAO DO HISTORICO: " WRK-RETENCAO
               " MESES - MANTIDAS AS FOTOGRAFIAS DESDE "
               WRK-CORTE-ANOMES DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "FOTOGRAFIAS LIDAS...........: " TO WRK-LT-ROTULO
           MOVE WRK-TOTAL-LIDAS TO WRK-LT-VALOR
           PERFORM ESCREVER-LINHA-CONTADOR
           MOVE "FOTOGRAFIAS DA COMPETENCIA..: " TO WRK-LT-ROTULO
           MOVE WRK-TOTAL-DO-MES TO WRK-LT-VALOR
           PERFORM ESCREVER-LINHA-CONTADOR
           MOVE "FOTOGRAFIAS MANTIDAS........: " TO WRK-LT-ROTULO
           MOVE WRK-TOTAL-MANTIDAS TO WRK-LT-VALOR
           PERFORM ESCREVER-LINHA-CONTADOR
           MOVE "FOTOGRAFIAS EXPURGADAS......: " TO WRK-LT-ROTULO
           MOVE WRK-TOTAL-EXPURGADAS TO WRK-LT-VALOR
           PERFORM ESCREVER-LINHA-CONTADOR.

       ESCREVER-LINHA-SITUACAO.
           MOVE WRK-ST-ROTULO(WRK-SIT-IND)   TO WRK-LS-ROTULO
           MOVE WRK-ST-CLIENTES(WRK-SIT-IND) TO WRK-LS-CLIENTES
           MOVE WRK-ST-SOMA-MEDIOS(WRK-SIT-IND) TO WRK-LS-SOMA
           MOVE WRK-ST-COM-DESCOBERTO(WRK-SIT-IND) TO
               WRK-LS-DESCOBERTO
           MOVE WRK-LINHA-SITUACAO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       ESCREVER-LINHA-CONTADOR.
           MOVE WRK-LINHA-CONTADOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------
      * ENCERRAR-ARQUIVOS
      *----------------------------------------------------------------
       ENCERRAR-ARQUIVOS.
           CLOSE NOVO-HIST-FILE.
           CLOSE SALDO-MES-FILE.
           CLOSE RELATORIO-FILE.

       END PROGRAM SALDO-MEDIO-MENSAL.
