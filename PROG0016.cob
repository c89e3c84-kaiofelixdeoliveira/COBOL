      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fotografia noturna de saldos. Acrescenta ao
      *          historico diario de saldos (SALDOHIS) um registro por
      *          cliente do cadastro com CPF, saldo, limite de credito
      *          e situacao da conta, carimbado com a data de execucao
      *          do cartao. Roda depois das postagens da noite (lote,
      *          ordens, juros, tarifas), de modo que a fotografia e o
      *          saldo de fim de dia. Data ja fotografada nao e gravada
      *          de novo: a reexecucao do passo termina com retorno 4
      *          sem duplicar o dia no historico.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOTOGRAFIA-SALDOS.

      *====AMBIENTE=============
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CPF
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               FILE STATUS IS WRK-CLIENTES-STATUS.

      *----HISTORICO DIARIO DE SALDOS (ACRESCIDO A CADA NOITE)--------
           SELECT SALDO-HIST-FILE ASSIGN TO "SALDOHIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SALDOHIS-STATUS.

      *====VARIAVEIS===========
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CLIENTE.cpy".

       FD  SALDO-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "SALDOHIS.cpy".

       WORKING-STORAGE SECTION.
           77 WRK-CLIENTES-STATUS  PIC XX VALUE "00".
               88 CLIENTES-OK             VALUE "00".
               88 CLIENTES-FIM            VALUE "10".
               88 CLIENTES-NAO-ENCONTRADO VALUE "23" "35".
           77 WRK-SALDOHIS-STATUS PIC XX VALUE "00".
               88 SALDOHIS-OK             VALUE "00".
               88 SALDOHIS-FIM            VALUE "10".
               88 SALDOHIS-NAO-ENCONTRADO VALUE "35".

      *----CARTAO DE PARAMETROS (SYSIN)----------------------------
      *   Colunas 1-8 = data de execucao CCYYMMDD (a mesma data do
      *   cartao PROG000XP da noite).
           01 WRK-PARM-CARD.
               02 WRK-PARM-DATA PIC X(8).
               02 FILLER        PIC X(12).

           01 WRK-DATA-EXECUCAO PIC 9(8) VALUE ZEROS.

           77 WRK-DATA-GRAVADA-SW PIC X VALUE "N".
               88 DATA-JA-GRAVADA VALUE "S".
               88 DATA-PENDENTE   VALUE "N".

      *----CONTADORES DO RESUMO DO JOB-----------------------------
           77 WRK-TOTAL-FOTOS      PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-ATIVAS     PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-BLOQUEADAS PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-ENCERRADAS PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM OBTER-PARAMETROS.
           IF WRK-PARM-DATA IS NOT NUMERIC
               DISPLAY "CARTAO DE PARAMETROS INVALIDO: '"
                   WRK-PARM-CARD "'"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-PARM-DATA TO WRK-DATA-EXECUCAO
               PERFORM VERIFICAR-DATA-GRAVADA
               IF DATA-JA-GRAVADA
                   DISPLAY "FOTOGRAFIA DE " WRK-DATA-EXECUCAO
                       " JA GRAVADA NO HISTORICO - NADA GRAVADO"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM ABRIR-ARQUIVOS
                   IF CLIENTES-NAO-ENCONTRADO
                       DISPLAY "ARQUIVO DE CLIENTES NAO ENCONTRADO"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM LER-PROXIMO-CLIENTE
                       PERFORM FOTOGRAFAR-CLIENTE UNTIL CLIENTES-FIM
                       DISPLAY "FOTOGRAFIA " WRK-DATA-EXECUCAO ": "
                           WRK-TOTAL-FOTOS " CLIENTES ("
                           WRK-TOTAL-ATIVAS " ATIVAS, "
                           WRK-TOTAL-BLOQUEADAS " BLOQUEADAS, "
                           WRK-TOTAL-ENCERRADAS " ENCERRADAS)"
                   END-IF
                   PERFORM ENCERRAR-ARQUIVOS
               END-IF
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      * OBTER-PARAMETROS
      *----------------------------------------------------------------
       OBTER-PARAMETROS.
           MOVE SPACES TO WRK-PARM-CARD
           ACCEPT WRK-PARM-CARD.

      *----------------------------------------------------------------
      * VERIFICAR-DATA-GRAVADA
      *   Varre o historico procurando fotografia com a data do
      *   cartao: achou = o passo ja rodou para a data.
      *----------------------------------------------------------------
       VERIFICAR-DATA-GRAVADA.
           SET DATA-PENDENTE TO TRUE
           OPEN INPUT SALDO-HIST-FILE
           IF NOT SALDOHIS-NAO-ENCONTRADO
               PERFORM LER-PROXIMA-FOTOGRAFIA
               PERFORM CONFERIR-DATA-FOTOGRAFIA
                   UNTIL SALDOHIS-FIM OR DATA-JA-GRAVADA
               CLOSE SALDO-HIST-FILE
           END-IF.

       LER-PROXIMA-FOTOGRAFIA.
           READ SALDO-HIST-FILE
               AT END
                   SET SALDOHIS-FIM TO TRUE
           END-READ.

       CONFERIR-DATA-FOTOGRAFIA.
           IF HIS-DATA = WRK-DATA-EXECUCAO
               SET DATA-JA-GRAVADA TO TRUE
           ELSE
               PERFORM LER-PROXIMA-FOTOGRAFIA
           END-IF.

      *----------------------------------------------------------------
      * ABRIR-ARQUIVOS
      *   O historico e criado na primeira noite.
      *----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTES-FILE.
           OPEN EXTEND SALDO-HIST-FILE.
           IF SALDOHIS-NAO-ENCONTRADO
               OPEN OUTPUT SALDO-HIST-FILE
               CLOSE SALDO-HIST-FILE
               OPEN EXTEND SALDO-HIST-FILE
           END-IF.

       LER-PROXIMO-CLIENTE.
           READ CLIENTES-FILE NEXT RECORD
               AT END
                   SET CLIENTES-FIM TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * FOTOGRAFAR-CLIENTE
      *   Um registro por cliente, inclusive conta encerrada (o
      *   relatorio mensal totaliza por situacao).
      *----------------------------------------------------------------
       FOTOGRAFAR-CLIENTE.
           MOVE WRK-DATA-EXECUCAO  TO HIS-DATA
           MOVE CLI-CPF            TO HIS-CPF
           MOVE CLI-SALDO          TO HIS-SALDO
           MOVE CLI-LIMITE-CREDITO TO HIS-LIMITE-CREDITO
           MOVE CLI-SITUACAO       TO HIS-SITUACAO
           WRITE SALDO-HIST-REC
           ADD 1 TO WRK-TOTAL-FOTOS
           EVALUATE TRUE
               WHEN CLI-BLOQUEADA
                   ADD 1 TO WRK-TOTAL-BLOQUEADAS
               WHEN CLI-ENCERRADA
                   ADD 1 TO WRK-TOTAL-ENCERRADAS
               WHEN OTHER
                   ADD 1 TO WRK-TOTAL-ATIVAS
           END-EVALUATE
           PERFORM LER-PROXIMO-CLIENTE.

      *----------------------------------------------------------------
      * ENCERRAR-ARQUIVOS
      *----------------------------------------------------------------
       ENCERRAR-ARQUIVOS.
           CLOSE CLIENTES-FILE.
           CLOSE SALDO-HIST-FILE.

       END PROGRAM FOTOGRAFIA-SALDOS.
