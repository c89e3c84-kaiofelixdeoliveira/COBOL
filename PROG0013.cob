      *          RECUP o arquivo indexado e recarregado a partir da
      *          copia de seguranca verificada da ultima noite boa;
      *          os movimentos posteriores a ela devem ser repostados
      *          dos lotes guardados. O modo CHECA e o passo INTEGR da
      *          cadeia noturna: registra inicio, fim, retorno e
      *          contagens no controle de execucao (RUNCTL) e so roda
      *          depois de a reconciliacao (RECONC) ter sido tratada
      *          na data, com ou sem sucesso; ja concluido na data
      *          termina com retorno 4 sem checar de novo. O RECUP,
      *          de uso eventual, nao passa pelo controle.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----CONTADORES DA RECUPERACAO-------------------------------
           77 WRK-QTDE-RECARREGADOS PIC 9(9) VALUE ZERO.

      *----CONTROLE DE EXECUCAO DA CADEIA NOTURNA (RUNCTL)---------
           COPY "CTLEXEC.cpy".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
                   DISPLAY "DATA INVALIDA NO CARTAO: " WRK-PARM-DATA
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM REGISTRAR-INICIO-PASSO
                   IF CEX-PROSSEGUIR
                       PERFORM EXECUTAR-CHECAGEM
                       PERFORM REGISTRAR-FIM-PASSO
                   END-IF
               END-IF
           END-IF.
           IF MODO-RECUPERACAO
           MOVE SPACES TO WRK-PARM-CARD
           ACCEPT WRK-PARM-CARD.

      *----------------------------------------------------------------
      * REGISTRAR-INICIO-PASSO
      *   Passo INTEGR da cadeia noturna no controle de execucao: so
      *   checa se o controle liberar. Ja concluido na data termina
      *   com retorno 4; reconciliacao (RECONC) ainda nao tratada na
      *   data termina com retorno 8.
      *----------------------------------------------------------------
       REGISTRAR-INICIO-PASSO.
           INITIALIZE CTLEXEC-AREA
           SET CEX-INICIO TO TRUE
           MOVE WRK-PARM-DATA TO CEX-DATA
           MOVE "INTEGR"   TO CEX-PASSO
           MOVE "PROG0013" TO CEX-PROGRAMA
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
      *   Contagens do passo: registros lidos, registros na copia de
      *   seguranca valida (zero se a checagem falhou) e erros de
      *   estrutura.
      *----------------------------------------------------------------
       REGISTRAR-FIM-PASSO.
           SET CEX-FIM TO TRUE
           MOVE RETURN-CODE         TO CEX-RETORNO
           MOVE WRK-QTDE-REGISTROS  TO CEX-QTDE-LIDOS
           IF CHECAGEM-LIMPA
               MOVE WRK-QTDE-REGISTROS TO CEX-QTDE-TRATADOS
           END-IF
           MOVE WRK-ERROS-ESTRUTURA TO CEX-QTDE-REJEITADOS
           CALL "CONTROLE-EXECUCAO" USING CTLEXEC-AREA
           MOVE CEX-RETORNO TO RETURN-CODE.

      *----------------------------------------------------------------
      * EXECUTAR-CHECAGEM
      *   Passada unica pelo cadastro: valida a estrutura de cada
