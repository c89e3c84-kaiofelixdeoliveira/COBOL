      *          nem duplica juros: cada noite cobra exatamente a
      *          parcela do dia, e a data da ultima cobranca gravada
      *          no cadastro (CLI-DATA-ULT-JUROS) impede a reexecucao
      *          do job na mesma data de cobrar duas vezes. Passo JUROS
      *          da cadeia noturna: registra inicio, fim, retorno e
      *          contagens no controle de execucao (RUNCTL) e so roda
      *          depois da execucao de ordens (ORDEX) concluida na
      *          data; ja concluido na data termina com retorno 4 sem
      *          cobrar (reexecucao so com liberacao de supervisor).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           77 WRK-TOTAL-JA-COBRADOS PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-JUROS     PIC S9(16)V9(02) VALUE ZERO.

      *----CONTROLE DE EXECUCAO DA CADEIA NOTURNA (RUNCTL)---------
           COPY "CTLEXEC.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-PARM-DATA TO WRK-DATA-EXECUCAO
               PERFORM REGISTRAR-INICIO-PASSO
               IF CEX-PROSSEGUIR
                   PERFORM CALCULAR-DIAS-DO-MES
                   PERFORM CALCULAR-DATA-JULIANA-EXECUCAO
                   PERFORM ABRIR-ARQUIVOS
                   IF CLIENTES-NAO-ENCONTRADO
                       DISPLAY "ARQUIVO DE CLIENTES NAO ENCONTRADO"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM LER-PROXIMO-CLIENTE
                       PERFORM AVALIAR-CLIENTE UNTIL CLIENTES-FIM
                   END-IF
                   PERFORM ENCERRAR-ARQUIVOS
                   DISPLAY "JUROS DE DESCOBERTO " WRK-DATA-EXECUCAO
                       ": " WRK-TOTAL-CLIENTES " CLIENTES LIDOS, "
                       WRK-TOTAL-COBRADOS " COBRADOS, "
                       WRK-TOTAL-JA-COBRADOS " JA COBRADOS NA DATA"
                   PERFORM REGISTRAR-FIM-PASSO
               END-IF
           END-IF.
           STOP RUN.

           MOVE SPACES TO WRK-PARM-CARD
           ACCEPT WRK-PARM-CARD.

      *----------------------------------------------------------------
      * REGISTRAR-INICIO-PASSO
      *   Passo JUROS da cadeia noturna no controle de execucao: so
      *   cobra se o controle liberar. Ja concluido na data termina
      *   com retorno 4 sem tocar no cadastro; predecessor (ORDEX)
      *   nao concluido termina com retorno 8.
      *----------------------------------------------------------------
       REGISTRAR-INICIO-PASSO.
           INITIALIZE CTLEXEC-AREA
           SET CEX-INICIO TO TRUE
           MOVE WRK-DATA-EXECUCAO TO CEX-DATA
           MOVE "JUROS"    TO CEX-PASSO
           MOVE "PROG0008" TO CEX-PROGRAMA
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
      *   Contagens do passo: clientes lidos, cobrados e ja cobrados
      *   na data.
      *----------------------------------------------------------------
       REGISTRAR-FIM-PASSO.
           SET CEX-FIM TO TRUE
           MOVE RETURN-CODE           TO CEX-RETORNO
           MOVE WRK-TOTAL-CLIENTES    TO CEX-QTDE-LIDOS
           MOVE WRK-TOTAL-COBRADOS    TO CEX-QTDE-TRATADOS
           MOVE WRK-TOTAL-JA-COBRADOS TO CEX-QTDE-REJEITADOS
           CALL "CONTROLE-EXECUCAO" USING CTLEXEC-AREA
           MOVE CEX-RETORNO TO RETURN-CODE.

      *----------------------------------------------------------------
      * CALCULAR-DIAS-DO-MES
      *   Dias do mes da data de execucao, divisor da parcela diaria
           MOVE WRK-PROXIMO-NUMERO TO TRAN-NUMERO
           MOVE ZERO        TO TRAN-NUM-ESTORNADO
           MOVE "PROG0008"  TO TRAN-OPERADOR
           MOVE SPACES      TO TRAN-CPF-CONTRAPARTE
           MOVE ZERO        TO TRAN-NUM-CONTRAPARTE
           SET TRAN-ORIGEM-JUROS TO TRUE
           ADD 1 TO WRK-PROXIMO-NUMERO
           WRITE TRANSACAO-REC.

