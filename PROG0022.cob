      ******************************************************************
      * Author:
      * Date:
      * Purpose: Situacao da cadeia noturna numa data de negocio
      *          (cartao PROG0022P, colunas 1-8 = CCYYMMDD). Le no
      *          controle de execucao (RUNCTL) o registro de cada
      *          passo da tabela da cadeia (CADEIA.cpy), na ordem do
      *          job, e imprime no RELCADE.TXT a situacao, o inicio,
      *          o fim, o retorno, as contagens, o numero de execucoes
      *          e quem liberou a reexecucao. Aponta o ponto de
      *          reinicio: o primeiro passo nao concluido, com o passo
      *          da JCL para o RESTART (o passo mensal sem registro
      *          nao conta -- so roda no ultimo dia util). Retorno 0
      *          com a cadeia completa na data; 4 com passo pendente;
      *          8 com cartao invalido ou controle ilegivel.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITUACAO-CADEIA.

      *====AMBIENTE=============
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----CONTROLE DE EXECUCAO DA CADEIA (DATA DE NEGOCIO + PASSO)---
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXE-CHAVE
               FILE STATUS IS WRK-RUNCTL-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELCADE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

      *====VARIAVEIS===========
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "EXECUCAO.cpy".

       FD  RELATORIO-FILE
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELATORIO PIC X(130).

       WORKING-STORAGE SECTION.
           77 WRK-RUNCTL-STATUS PIC XX VALUE "00".
               88 RUNCTL-OK              VALUE "00".
               88 RUNCTL-NAO-ENCONTRADO  VALUE "35".
           77 WRK-RELATORIO-STATUS PIC XX VALUE "00".
               88 RELATORIO-OK         VALUE "00".

      *----PASSOS DA CADEIA NOTURNA E SEUS PREDECESSORES-----------
           COPY "CADEIA.cpy".

           77 WRK-PASSO-IND PIC 99 VALUE ZERO.

      *----CARTAO DE PARAMETROS (SYSIN)----------------------------
      *   Colunas 1-8 = data de negocio CCYYMMDD consultada.
           01 WRK-PARM-CARD.
               02 WRK-PARM-DATA PIC X(8).
               02 FILLER        PIC X(12).

           01 WRK-DATA-EXECUCAO PIC 9(8) VALUE ZEROS.

      *----CONTROLE AUSENTE (NENHUM PASSO REGISTRADO AINDA)--------
           77 WRK-CONTROLE-SW PIC X VALUE "S".
               88 CONTROLE-PRESENTE VALUE "S".
               88 CONTROLE-AUSENTE  VALUE "N".

           77 WRK-RUNCTL-ABERTO-SW PIC X VALUE "N".
               88 RUNCTL-ABERTO    VALUE "S".
               88 RUNCTL-FECHADO   VALUE "N".

           77 WRK-REGISTRO-SW PIC X VALUE "N".
               88 REGISTRO-ACHADO  VALUE "S".
               88 REGISTRO-AUSENTE VALUE "N".

      *----PONTO DE REINICIO DA CADEIA-----------------------------
      *   Primeiro passo nao concluido na ordem do job. WRK-MENSAL-
      *   PULADO marca um passo mensal sem registro logo antes dele,
      *   sem passo concluido no meio.
           77 WRK-REINICIO-IND PIC 99 VALUE ZERO.
           77 WRK-MENSAL-PULADO-IND PIC 99 VALUE ZERO.

      *----CONTADORES DO RESUMO------------------------------------
           77 WRK-TOTAL-CONCLUIDOS PIC 99 VALUE ZERO.
           77 WRK-TOTAL-PENDENTES  PIC 99 VALUE ZERO.

      *----HORA HHMMSSCC DO CONTROLE, EDITADA HH:MM:SS-------------
           01 WRK-HORA-TRABALHO PIC 9(8) VALUE ZEROS.
           01 WRK-HORA-DETALHE REDEFINES WRK-HORA-TRABALHO.
               02 WRK-HT-HORAS    PIC 99.
               02 WRK-HT-MINUTOS  PIC 99.
               02 WRK-HT-SEGUNDOS PIC 99.
               02 FILLER          PIC 99.

           01 WRK-HORA-EDITADA.
               02 WRK-HE-HORAS    PIC 99.
               02 FILLER          PIC X VALUE ":".
               02 WRK-HE-MINUTOS  PIC 99.
               02 FILLER          PIC X VALUE ":".
               02 WRK-HE-SEGUNDOS PIC 99.

      *----CABECALHO DAS COLUNAS DO RELATORIO----------------------
           01 WRK-LINHA-CABECALHO.
               02 FILLER PIC X(10) VALUE "PASSO".
               02 FILLER PIC X(10) VALUE "PROGRAMA".
               02 FILLER PIC X(10) VALUE "STEP JCL".
               02 FILLER PIC X(24) VALUE "SITUACAO".
               02 FILLER PIC X(19) VALUE "INICIO".
               02 FILLER PIC X(19) VALUE "FIM".
               02 FILLER PIC X(06) VALUE "  RC".
               02 FILLER PIC X(05) VALUE "EXEC".
               02 FILLER PIC X(08) VALUE "LIBERADO".

           01 WRK-LINHA-CABECALHO-2.
               02 FILLER PIC X(10) VALUE SPACES.
               02 FILLER PIC X(12) VALUE "       LIDOS".
               02 FILLER PIC X(02) VALUE SPACES.
               02 FILLER PIC X(12) VALUE "    TRATADOS".
               02 FILLER PIC X(02) VALUE SPACES.
               02 FILLER PIC X(12) VALUE "  REJEITADOS".
               02 FILLER PIC X(02) VALUE SPACES.
               02 FILLER PIC X(08) VALUE "MENSAGEM".

      *----LINHAS DE DETALHE EDITADAS (DUAS POR PASSO)-------------
           01 WRK-LINHA-PASSO.
               02 WRK-LP-PASSO      PIC X(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LP-PROGRAMA   PIC X(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LP-STEP       PIC X(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LP-SITUACAO   PIC X(22).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LP-INICIO-DATA PIC X(08).
               02 FILLER            PIC X(01) VALUE SPACES.
               02 WRK-LP-INICIO-HORA PIC X(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LP-FIM-DATA   PIC X(08).
               02 FILLER            PIC X(01) VALUE SPACES.
               02 WRK-LP-FIM-HORA   PIC X(08).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LP-RETORNO    PIC X(04).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LP-EXECUCOES  PIC X(03).
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LP-LIBERADO   PIC X(08).

           01 WRK-LINHA-CONTAGEM.
               02 FILLER            PIC X(10) VALUE SPACES.
               02 WRK-LC-LIDOS      PIC Z(11)9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LC-TRATADOS   PIC Z(11)9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LC-REJEITADOS PIC Z(11)9.
               02 FILLER            PIC X(02) VALUE SPACES.
               02 WRK-LC-MENSAGEM   PIC X(40).

           01 WRK-NUMERO-EDITADO PIC ZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM OBTER-PARAMETROS.
           IF WRK-PARM-DATA IS NOT NUMERIC
               DISPLAY "CARTAO DE PARAMETROS INVALIDO: '"
                   WRK-PARM-CARD "'"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-PARM-DATA TO WRK-DATA-EXECUCAO
               PERFORM ABRIR-ARQUIVOS
               EVALUATE TRUE
               WHEN NOT RELATORIO-OK
                   DISPLAY "ERRO AO ABRIR ARQUIVO DE RELATORIO: "
                       WRK-RELATORIO-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN CONTROLE-PRESENTE AND NOT RUNCTL-OK
                   DISPLAY "ERRO AO ABRIR CONTROLE DE EXECUCAO: "
                       WRK-RUNCTL-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM ESCREVER-CABECALHO
                   PERFORM LISTAR-PASSO
                       VARYING WRK-PASSO-IND FROM 1 BY 1
                       UNTIL WRK-PASSO-IND > CDA-QTDE-PASSOS
                   PERFORM ESCREVER-REINICIO
                   IF WRK-TOTAL-PENDENTES > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   DISPLAY "SITUACAO DA CADEIA " WRK-DATA-EXECUCAO
                       ": " WRK-TOTAL-CONCLUIDOS " CONCLUIDOS, "
                       WRK-TOTAL-PENDENTES " PENDENTES"
               END-EVALUATE
               PERFORM ENCERRAR-ARQUIVOS
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      * OBTER-PARAMETROS
      *----------------------------------------------------------------
       OBTER-PARAMETROS.
           MOVE SPACES TO WRK-PARM-CARD
           ACCEPT WRK-PARM-CARD.

      *----------------------------------------------------------------
      * ABRIR-ARQUIVOS
      *   Controle ainda inexistente (nenhum passo rodou desde a
      *   instalacao) nao e erro: todos os passos saem como nao
      *   executados.
      *----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT RUNCTL-FILE.
           IF RUNCTL-OK
               SET RUNCTL-ABERTO TO TRUE
           END-IF.
           IF RUNCTL-NAO-ENCONTRADO
               SET CONTROLE-AUSENTE TO TRUE
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.

      *----------------------------------------------------------------
      * LISTAR-PASSO
      *   Duas linhas por passo da tabela: situacao e horarios, depois
      *   as contagens e a mensagem do controle. O primeiro passo nao
      *   concluido vira o ponto de reinicio.
      *----------------------------------------------------------------
       LISTAR-PASSO.
           PERFORM LER-REGISTRO-PASSO
           MOVE SPACES TO WRK-LINHA-PASSO
           MOVE CDA-PASSO (WRK-PASSO-IND)    TO WRK-LP-PASSO
           MOVE CDA-PROGRAMA (WRK-PASSO-IND) TO WRK-LP-PROGRAMA
           MOVE CDA-STEP-JCL (WRK-PASSO-IND) TO WRK-LP-STEP
           MOVE SPACES TO WRK-LC-MENSAGEM
           MOVE ZERO TO WRK-LC-LIDOS
           MOVE ZERO TO WRK-LC-TRATADOS
           MOVE ZERO TO WRK-LC-REJEITADOS
           IF REGISTRO-AUSENTE
               PERFORM DESCREVER-PASSO-AUSENTE
           ELSE
               PERFORM DESCREVER-PASSO-REGISTRADO
           END-IF
           MOVE WRK-LINHA-PASSO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-LINHA-CONTAGEM TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       LER-REGISTRO-PASSO.
           SET REGISTRO-AUSENTE TO TRUE
           IF CONTROLE-PRESENTE
               MOVE WRK-DATA-EXECUCAO TO EXE-DATA
               MOVE CDA-PASSO (WRK-PASSO-IND) TO EXE-PASSO
               READ RUNCTL-FILE
                   INVALID KEY
                       SET REGISTRO-AUSENTE TO TRUE
                   NOT INVALID KEY
                       SET REGISTRO-ACHADO TO TRUE
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * DESCREVER-PASSO-AUSENTE
      *   Passo sem registro na data. O mensal so roda no ultimo dia
      *   util e nao entra no ponto de reinicio; fica anotado para o
      *   aviso no fim do relatorio.
      *----------------------------------------------------------------
       DESCREVER-PASSO-AUSENTE.
           IF CDA-MENSAL (WRK-PASSO-IND)
               MOVE "MENSAL - NAO EXECUTADO" TO WRK-LP-SITUACAO
               IF WRK-REINICIO-IND = ZERO
                  AND WRK-MENSAL-PULADO-IND = ZERO
                   MOVE WRK-PASSO-IND TO WRK-MENSAL-PULADO-IND
               END-IF
           ELSE
               MOVE "NAO EXECUTADO" TO WRK-LP-SITUACAO
               PERFORM MARCAR-PASSO-PENDENTE
           END-IF.

      *----------------------------------------------------------------
      * DESCREVER-PASSO-REGISTRADO
      *----------------------------------------------------------------
       DESCREVER-PASSO-REGISTRADO.
           EVALUATE TRUE
               WHEN EXE-CONCLUIDO
                   MOVE "CONCLUIDO" TO WRK-LP-SITUACAO
                   ADD 1 TO WRK-TOTAL-CONCLUIDOS
                   IF WRK-REINICIO-IND = ZERO
                       MOVE ZERO TO WRK-MENSAL-PULADO-IND
                   END-IF
               WHEN EXE-FALHOU
                   MOVE "FALHOU" TO WRK-LP-SITUACAO
                   PERFORM MARCAR-PASSO-PENDENTE
               WHEN EXE-BLOQUEADO
                   MOVE "BLOQUEADO" TO WRK-LP-SITUACAO
                   PERFORM MARCAR-PASSO-PENDENTE
               WHEN EXE-EM-EXECUCAO
                   MOVE "EM EXECUCAO/INTERROMP" TO WRK-LP-SITUACAO
                   PERFORM MARCAR-PASSO-PENDENTE
               WHEN OTHER
                   MOVE "SITUACAO INVALIDA" TO WRK-LP-SITUACAO
                   PERFORM MARCAR-PASSO-PENDENTE
           END-EVALUATE
           MOVE EXE-INICIO-DATA TO WRK-LP-INICIO-DATA
           MOVE EXE-INICIO-HORA TO WRK-HORA-TRABALHO
           PERFORM EDITAR-HORA
           MOVE WRK-HORA-EDITADA TO WRK-LP-INICIO-HORA
           IF EXE-FIM-DATA NOT = ZERO
               MOVE EXE-FIM-DATA TO WRK-LP-FIM-DATA
               MOVE EXE-FIM-HORA TO WRK-HORA-TRABALHO
               PERFORM EDITAR-HORA
               MOVE WRK-HORA-EDITADA TO WRK-LP-FIM-HORA
               MOVE EXE-RETORNO TO WRK-NUMERO-EDITADO
               MOVE WRK-NUMERO-EDITADO TO WRK-LP-RETORNO
           END-IF
           MOVE EXE-EXECUCOES TO WRK-LP-EXECUCOES
           MOVE EXE-LIBERADO-POR TO WRK-LP-LIBERADO
           MOVE EXE-QTDE-LIDOS      TO WRK-LC-LIDOS
           MOVE EXE-QTDE-TRATADOS   TO WRK-LC-TRATADOS
           MOVE EXE-QTDE-REJEITADOS TO WRK-LC-REJEITADOS
           MOVE EXE-MENSAGEM TO WRK-LC-MENSAGEM.

       MARCAR-PASSO-PENDENTE.
           ADD 1 TO WRK-TOTAL-PENDENTES
           IF WRK-REINICIO-IND = ZERO
               MOVE WRK-PASSO-IND TO WRK-REINICIO-IND
           END-IF.

       EDITAR-HORA.
           MOVE WRK-HT-HORAS    TO WRK-HE-HORAS
           MOVE WRK-HT-MINUTOS  TO WRK-HE-MINUTOS
           MOVE WRK-HT-SEGUNDOS TO WRK-HE-SEGUNDOS.

      *----------------------------------------------------------------
      * ESCREVER-CABECALHO
      *----------------------------------------------------------------
       ESCREVER-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SITUACAO DA CADEIA NOTURNA - DATA DE NEGOCIO "
               WRK-PARM-DATA DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF CONTROLE-AUSENTE
               MOVE "CONTROLE DE EXECUCAO AINDA NAO CRIADO" TO
                   LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-LINHA-CABECALHO TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-LINHA-CABECALHO-2 TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------
      * ESCREVER-REINICIO
      *   Cadeia completa ou o passo da JCL para o RESTART. Um passo
      *   mensal sem registro antes do ponto de reinicio so e aviso:
      *   no ultimo dia util do mes o reinicio comeca por ele.
      *----------------------------------------------------------------
       ESCREVER-REINICIO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PASSOS CONCLUIDOS.....: " WRK-TOTAL-CONCLUIDOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PASSOS PENDENTES......: " WRK-TOTAL-PENDENTES
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           IF WRK-REINICIO-IND = ZERO
               MOVE "CADEIA COMPLETA NA DATA - NADA A REINICIAR" TO
                   LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               STRING "REINICIAR A CADEIA PELO PASSO "
                       DELIMITED BY SIZE
                   CDA-PASSO (WRK-REINICIO-IND) DELIMITED BY SPACE
                   " - RESTART=" DELIMITED BY SIZE
                   CDA-STEP-JCL (WRK-REINICIO-IND) DELIMITED BY SPACE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY "REINICIAR PELO PASSO "
                   CDA-PASSO (WRK-REINICIO-IND) " RESTART="
                   CDA-STEP-JCL (WRK-REINICIO-IND)
               IF WRK-MENSAL-PULADO-IND NOT = ZERO
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "NO ULTIMO DIA UTIL DO MES REINICIAR PELO "
                       "PASSO MENSAL " DELIMITED BY SIZE
                       CDA-PASSO (WRK-MENSAL-PULADO-IND)
                           DELIMITED BY SPACE
                       " - RESTART=" DELIMITED BY SIZE
                       CDA-STEP-JCL (WRK-MENSAL-PULADO-IND)
                           DELIMITED BY SPACE
                       INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * ENCERRAR-ARQUIVOS
      *----------------------------------------------------------------
       ENCERRAR-ARQUIVOS.
           IF RUNCTL-ABERTO
               CLOSE RUNCTL-FILE
           END-IF.
           IF RELATORIO-OK
               CLOSE RELATORIO-FILE
           END-IF.

       END PROGRAM SITUACAO-CADEIA.
