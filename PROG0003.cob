      *          clientes (CLI-SALDO). Soma os lancamentos por CPF
      *          (debito subtrai, credito soma) e confere o total
      *          contra o saldo do mestre, listando as divergencias.
      *          Passo RECONC da cadeia noturna: a data de negocio vem
      *          do cartao PROG0003P (colunas 1-8); registra inicio,
      *          fim, retorno e contagens no controle de execucao
      *          (RUNCTL) e so roda depois da cobranca de juros
      *          (JUROS) concluida na data. Ja concluido na data
      *          termina com retorno 4 sem reconciliar de novo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02  CLAS-NUMERO         PIC 9(09).
           02  CLAS-NUM-ESTORNADO  PIC 9(09).
           02  CLAS-OPERADOR       PIC X(08).
           02  CLAS-CPF-CONTRAPARTE PIC X(11).
           02  CLAS-NUM-CONTRAPARTE PIC 9(09).
           02  CLAS-ORIGEM         PIC X.

       FD  RELATORIO-FILE
           LABEL RECORDS ARE STANDARD.
           77 WRK-TOTAL-CLIENTES    PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-DIVERGENTES PIC 9(7) VALUE ZERO.

      *----CARTAO DE PARAMETROS (SYSIN)----------------------------
      *   Colunas 1-8 = data de negocio CCYYMMDD (a mesma do cartao
      *   PROG000XP da noite), chave do passo no controle de execucao.
           01 WRK-PARM-CARD.
               02 WRK-PARM-DATA PIC X(8).
               02 FILLER        PIC X(12).

           01 WRK-DATA-EXECUCAO PIC 9(8) VALUE ZEROS.

      *----CONTROLE DE EXECUCAO DA CADEIA NOTURNA (RUNCTL)---------
           COPY "CTLEXEC.cpy".

      *----CABECALHO DAS COLUNAS DO RELATORIO----------------------
           01 WRK-LINHA-CABECALHO.
               02 FILLER PIC X(13) VALUE "CPF".
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM OBTER-PARAMETROS.
           IF WRK-PARM-DATA IS NOT NUMERIC
               DISPLAY "CARTAO DE PARAMETROS INVALIDO: '"
                   WRK-PARM-CARD "'"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-PARM-DATA TO WRK-DATA-EXECUCAO
               PERFORM REGISTRAR-INICIO-PASSO
               IF CEX-PROSSEGUIR
                   PERFORM RECONCILIAR
                   PERFORM REGISTRAR-FIM-PASSO
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
      * REGISTRAR-INICIO-PASSO
      *   Passo RECONC da cadeia noturna no controle de execucao: so
      *   reconcilia se o controle liberar. Ja concluido na data
      *   termina com retorno 4; predecessor (JUROS) nao concluido
      *   termina com retorno 8.
      *----------------------------------------------------------------
       REGISTRAR-INICIO-PASSO.
           INITIALIZE CTLEXEC-AREA
           SET CEX-INICIO TO TRUE
           MOVE WRK-DATA-EXECUCAO TO CEX-DATA
           MOVE "RECONC"   TO CEX-PASSO
           MOVE "PROG0003" TO CEX-PROGRAMA
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
      *   Contagens do passo: transacoes lidas, clientes conferidos
      *   e divergencias.
      *----------------------------------------------------------------
       REGISTRAR-FIM-PASSO.
           SET CEX-FIM TO TRUE
           MOVE RETURN-CODE           TO CEX-RETORNO
           MOVE WRK-TOTAL-TRANSACOES  TO CEX-QTDE-LIDOS
           MOVE WRK-TOTAL-CLIENTES    TO CEX-QTDE-TRATADOS
           MOVE WRK-TOTAL-DIVERGENTES TO CEX-QTDE-REJEITADOS
           CALL "CONTROLE-EXECUCAO" USING CTLEXEC-AREA
           MOVE CEX-RETORNO TO RETURN-CODE.

      *----------------------------------------------------------------
      * RECONCILIAR
      *----------------------------------------------------------------
       RECONCILIAR.
           PERFORM ABRIR-ARQUIVOS.
           IF NOT RELATORIO-OK
               DISPLAY "ERRO AO ABRIR ARQUIVO DE RELATORIO: "
           IF WRK-TOTAL-DIVERGENTES > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * ABRIR-ARQUIVOS
