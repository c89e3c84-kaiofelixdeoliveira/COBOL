      *          vivo com um registro-resumo de saldo transportado
      *          por CPF seguido dos lancamentos do periodo corrente,
      *          de modo que extrato e reconciliacao continuem
      *          fechando com o cadastro. Passo FECHA da cadeia
      *          noturna: a data de negocio vem do cartao PROG0005P
      *          (colunas 8-15); registra inicio, fim, retorno e
      *          contagens no controle de execucao (RUNCTL) e so roda
      *          depois da reconciliacao (RECONC) concluida sem
      *          divergencia na data. Ja concluido na data termina
      *          com retorno 4 sem fechar de novo -- e o STEP030 nao
      *          repoe o extrato.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02  CLAS-NUMERO         PIC 9(09).
           02  CLAS-NUM-ESTORNADO  PIC 9(09).
           02  CLAS-OPERADOR       PIC X(08).
           02  CLAS-CPF-CONTRAPARTE PIC X(11).
           02  CLAS-NUM-CONTRAPARTE PIC 9(09).
           02  CLAS-ORIGEM         PIC X.

       FD  ARQUIVO-GUARDA-FILE
           LABEL RECORDS ARE STANDARD.
       01  GUARDA-REC              PIC X(85).

       FD  NOVO-EXTRATO-FILE
           LABEL RECORDS ARE STANDARD.
           02  NOVO-NUMERO         PIC 9(09).
           02  NOVO-NUM-ESTORNADO  PIC 9(09).
           02  NOVO-OPERADOR       PIC X(08).
           02  NOVO-CPF-CONTRAPARTE PIC X(11).
           02  NOVO-NUM-CONTRAPARTE PIC 9(09).
           02  NOVO-ORIGEM         PIC X.

       WORKING-STORAGE SECTION.
           77 WRK-TRANSACOES-STATUS PIC XX VALUE "00".
      *----CARTAO DE PARAMETROS (SYSIN)----------------------------
      *   Colunas 1-6 = competencia CCYYMM a fechar: todo lancamento
      *   datado ate o ultimo dia desse mes vai para a guarda.
      *   Colunas 8-15 = data de negocio CCYYMMDD (a mesma do cartao
      *   PROG000XP da noite), chave do passo no controle de execucao.
           01 WRK-PARM-CARD.
               02 WRK-PARM-COMPETENCIA PIC X(6).
               02 FILLER               PIC X.
               02 WRK-PARM-DATA        PIC X(8).
               02 FILLER               PIC X(5).
           01 WRK-COMPETENCIA-DETALHE REDEFINES WRK-PARM-CARD.
               02 WRK-COMP-ANO PIC 9(4).
               02 WRK-COMP-MES PIC 99.
               02 FILLER       PIC X(14).

           01 WRK-DATA-EXECUCAO PIC 9(8) VALUE ZEROS.

      *----CONTROLE DE EXECUCAO DA CADEIA NOTURNA (RUNCTL)---------
           COPY "CTLEXEC.cpy".

      *----ULTIMO DIA DO MES DE COMPETENCIA (DATA DO RESUMO)-------
           77 WRK-ULTIMO-DIA PIC 99 VALUE ZERO.

                   WRK-PARM-COMPETENCIA
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WRK-PARM-DATA IS NOT NUMERIC
               DISPLAY "DATA DE NEGOCIO INVALIDA NO CARTAO: "
                   WRK-PARM-DATA
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-PARM-DATA TO WRK-DATA-EXECUCAO
               PERFORM REGISTRAR-INICIO-PASSO
               IF CEX-PROSSEGUIR
                   PERFORM FECHAR-COMPETENCIA
                   PERFORM REGISTRAR-FIM-PASSO
               END-IF
           END-IF
           END-IF
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      * FECHAR-COMPETENCIA
      *----------------------------------------------------------------
       FECHAR-COMPETENCIA.
           PERFORM CALCULAR-ULTIMO-DIA
           PERFORM ABRIR-ARQUIVOS
           EVALUATE TRUE
           WHEN TRANSACOES-NAO-ENCONTRADO
               DISPLAY "ARQUIVO DE TRANSACOES NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
           WHEN NOT GUARDA-OK
               DISPLAY "ERRO AO ABRIR ARQUIVO DE GUARDA: "
                   WRK-GUARDA-STATUS
               MOVE 8 TO RETURN-CODE
           WHEN NOT NOVO-OK
               DISPLAY "ERRO AO ABRIR NOVO EXTRATO: "
                   WRK-NOVO-STATUS
               MOVE 8 TO RETURN-CODE
           WHEN OTHER
               SORT CLASSIFICA-FILE
                   ON ASCENDING KEY CLAS-CPF
                                    CLAS-ANO
                                    CLAS-MES
                                    CLAS-DIA
                   USING TRANSACOES-FILE
                   OUTPUT PROCEDURE IS APURAR-FECHAMENTO
                       THRU APURAR-FECHAMENTO-FIM
               DISPLAY "FECHAMENTO " WRK-PARM-COMPETENCIA ": "
                   WRK-TOTAL-GUARDADOS " LANCAMENTOS GUARDADOS, "
                   WRK-TOTAL-RESUMOS " RESUMOS TRANSPORTADOS, "
                   WRK-TOTAL-MANTIDOS " LANCAMENTOS MANTIDOS"
           END-EVALUATE
           PERFORM ENCERRAR-ARQUIVOS.

      *----------------------------------------------------------------
      * REGISTRAR-INICIO-PASSO
      *   Passo FECHA da cadeia noturna no controle de execucao: so
      *   fecha se o controle liberar. Ja concluido na data termina
      *   com retorno 4 (o STEP030 so repoe o extrato com retorno 0);
      *   predecessor (RECONC) nao concluido termina com retorno 8.
      *----------------------------------------------------------------
       REGISTRAR-INICIO-PASSO.
           INITIALIZE CTLEXEC-AREA
           SET CEX-INICIO TO TRUE
           MOVE WRK-DATA-EXECUCAO TO CEX-DATA
           MOVE "FECHA"    TO CEX-PASSO
           MOVE "PROG0005" TO CEX-PROGRAMA
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
      *   Contagens do passo: lancamentos guardados, resumos
      *   transportados e lancamentos mantidos no extrato vivo.
      *----------------------------------------------------------------
       REGISTRAR-FIM-PASSO.
           SET CEX-FIM TO TRUE
           MOVE RETURN-CODE         TO CEX-RETORNO
           MOVE WRK-TOTAL-GUARDADOS TO CEX-QTDE-LIDOS
           MOVE WRK-TOTAL-RESUMOS   TO CEX-QTDE-TRATADOS
           MOVE WRK-TOTAL-MANTIDOS  TO CEX-QTDE-REJEITADOS
           CALL "CONTROLE-EXECUCAO" USING CTLEXEC-AREA
           MOVE CEX-RETORNO TO RETURN-CODE.

      *----------------------------------------------------------------
      * OBTER-PARAMETROS
      *----------------------------------------------------------------
           MOVE CLAS-NUMERO        TO NOVO-NUMERO
           MOVE CLAS-NUM-ESTORNADO TO NOVO-NUM-ESTORNADO
           MOVE CLAS-OPERADOR      TO NOVO-OPERADOR
           MOVE CLAS-CPF-CONTRAPARTE TO NOVO-CPF-CONTRAPARTE
           MOVE CLAS-NUM-CONTRAPARTE TO NOVO-NUM-CONTRAPARTE
           MOVE CLAS-ORIGEM          TO NOVO-ORIGEM
           WRITE NOVO-REC
           ADD 1 TO WRK-TOTAL-MANTIDOS.

           MOVE ZERO TO NOVO-NUMERO
           MOVE ZERO TO NOVO-NUM-ESTORNADO
           MOVE "PROG0005" TO NOVO-OPERADOR
           MOVE SPACES TO NOVO-CPF-CONTRAPARTE
           MOVE ZERO TO NOVO-NUM-CONTRAPARTE
           MOVE "R" TO NOVO-ORIGEM
           WRITE NOVO-REC
           SET RESUMO-GRAVADO TO TRUE
           ADD 1 TO WRK-TOTAL-RESUMOS.
