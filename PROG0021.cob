      ******************************************************************
      * Author:
      * Date:
      * Purpose: Controle de execucao da cadeia noturna. Modulo
      *          chamado (CALL "CONTROLE-EXECUCAO" USING CTLEXEC-AREA)
      *          pelos programas da cadeia -- PROG000X nos modos BATCH
      *          e ORDEX, PROG0008, PROG0003, PROG0005, PROG0013 no
      *          modo CHECA e PROG0010 -- no inicio e no fim de cada
      *          execucao. Mantem o arquivo RUNCTL, um registro por
      *          data de negocio e passo (tabela de CADEIA.cpy).
      *          No inicio confere se o passo ja foi concluido na
      *          data (nao reexecuta sem o cartao de liberacao de um
      *          supervisor no DD LIBERA) e se o predecessor da tabela
      *          passou como exigido; atendido, grava o passo em
      *          execucao com a hora de inicio. Passo que falhou ou
      *          foi interrompido roda de novo sem liberacao: e o
      *          reinicio da cadeia a partir do passo com falha. No
      *          fim grava a hora, o retorno e as contagens do passo:
      *          retorno abaixo do limite de falha do passo na tabela
      *          (8, ou 16 no resumo) conclui; a partir dele, falha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-EXECUCAO.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXE-CHAVE
               FILE STATUS IS WRK-RUNCTL-STATUS.

      *----CARTAO DE LIBERACAO DO SUPERVISOR (DD DUMMY NO DIA A DIA)--
           SELECT LIBERACAO-FILE ASSIGN TO "LIBERA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIBERA-STATUS.

      *----CADASTRO DE OPERADORES (CONFERENCIA DO SUPERVISOR)---------
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-ID
               FILE STATUS IS WRK-OPERADORES-STATUS.

      *====VARIAVEIS===========
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "EXECUCAO.cpy".

      *   Colunas 1-8 = data de negocio CCYYMMDD, 10-17 = passo a
      *   liberar, 19-26 = supervisor, 28-35 = senha. Vale so para o
      *   passo e a data do cartao.
       FD  LIBERACAO-FILE
           LABEL RECORDS ARE STANDARD.
       01  LIBERACAO-REC.
           02  LIB-DATA            PIC X(08).
           02  FILLER              PIC X.
           02  LIB-PASSO           PIC X(08).
           02  FILLER              PIC X.
           02  LIB-SUPERVISOR      PIC X(08).
           02  FILLER              PIC X.
           02  LIB-SENHA           PIC X(08).
           02  FILLER              PIC X(45).

       FD  OPERADORES-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERADOR-REC.
           02  OPE-ID              PIC X(08).
           02  OPE-NOME            PIC X(20).
           02  OPE-SENHA           PIC X(08).
           02  OPE-NIVEL           PIC 9.
               88  NIVEL-CONSULTA     VALUE 1.
               88  NIVEL-OPERACAO     VALUE 2.
               88  NIVEL-SUPERVISOR   VALUE 3.
           02  OPE-SITUACAO        PIC X.
               88  OPERADOR-ATIVO     VALUE "A".
               88  OPERADOR-INATIVO   VALUE "I".

       WORKING-STORAGE SECTION.
           77 WRK-RUNCTL-STATUS PIC XX VALUE "00".
               88 RUNCTL-OK              VALUE "00".
               88 RUNCTL-NAO-ENCONTRADO  VALUE "35".
           77 WRK-LIBERA-STATUS PIC XX VALUE "00".
               88 LIBERA-OK              VALUE "00".
               88 LIBERA-FIM             VALUE "10".
           77 WRK-OPERADORES-STATUS PIC XX VALUE "00".
               88 OPERADORES-OK          VALUE "00".

      *----PASSOS DA CADEIA NOTURNA E SEUS PREDECESSORES-----------
           COPY "CADEIA.cpy".

           77 WRK-PASSO-IND PIC 99 VALUE ZERO.

           77 WRK-PASSO-ACHADO-SW PIC X VALUE "N".
               88 PASSO-DA-CADEIA    VALUE "S".
               88 PASSO-DESCONHECIDO VALUE "N".

      *----REGISTRO DO PROPRIO PASSO NA DATA-----------------------
      *   A leitura do predecessor usa a mesma area de registro; o
      *   registro do passo fica guardado aqui enquanto isso.
           77 WRK-REGISTRO-SW PIC X VALUE "N".
               88 REGISTRO-EXISTENTE VALUE "S".
               88 REGISTRO-NOVO      VALUE "N".
           01 WRK-EXECUCAO-GUARDADA PIC X(139) VALUE SPACES.

      *----LIBERACAO DE REEXECUCAO PELO SUPERVISOR-----------------
           77 WRK-LIBERACAO-SW PIC X VALUE "N".
               88 LIBERACAO-VALIDA   VALUE "S".
               88 LIBERACAO-AUSENTE  VALUE "N".
           77 WRK-CARTAO-SW PIC X VALUE "N".
               88 CARTAO-ACHADO      VALUE "S".
               88 CARTAO-AUSENTE     VALUE "N".
           77 WRK-SUPERVISOR PIC X(8) VALUE SPACES.
           77 WRK-SENHA-LIBERACAO PIC X(8) VALUE SPACES.

      *----PREDECESSOR DO PASSO-----------------------------------
           77 WRK-PREDECESSOR-SW PIC X VALUE "S".
               88 PREDECESSOR-ATENDIDO     VALUE "S".
               88 PREDECESSOR-NAO-ATENDIDO VALUE "N".

      *----DATA E HORA CORRENTES (CARIMBO DE INICIO E FIM)---------
           77 WRK-DATA-CORRENTE PIC 9(8) VALUE ZEROS.
           77 WRK-HORA-CORRENTE PIC 9(8) VALUE ZEROS.

       LINKAGE SECTION.
           COPY "CTLEXEC.cpy".

       PROCEDURE DIVISION USING CTLEXEC-AREA.

       MAIN-PROCEDURE.
           MOVE SPACES TO CEX-MENSAGEM
           SET CEX-PROSSEGUIR TO TRUE
           ACCEPT WRK-DATA-CORRENTE FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-CORRENTE FROM TIME
           PERFORM LOCALIZAR-PASSO
           IF PASSO-DESCONHECIDO
               SET CEX-BLOQUEADO TO TRUE
               MOVE "PASSO NAO PREVISTO NA CADEIA NOTURNA" TO
                   CEX-MENSAGEM
           ELSE
           IF CEX-DATA = ZERO
               SET CEX-BLOQUEADO TO TRUE
               MOVE "DATA DE NEGOCIO NAO INFORMADA" TO CEX-MENSAGEM
           ELSE
               PERFORM ABRIR-CONTROLE
               IF NOT RUNCTL-OK
                   SET CEX-BLOQUEADO TO TRUE
                   STRING "CONTROLE DE EXECUCAO INDISPONIVEL: "
                       WRK-RUNCTL-STATUS DELIMITED BY SIZE
                       INTO CEX-MENSAGEM
               ELSE
                   IF CEX-INICIO
                       PERFORM REGISTRAR-INICIO
                   ELSE
                       PERFORM REGISTRAR-FIM
                   END-IF
                   CLOSE RUNCTL-FILE
               END-IF
           END-IF
           END-IF.
           IF CEX-MENSAGEM NOT = SPACES
               DISPLAY "CONTROLE DE EXECUCAO " CEX-DATA " "
                   CEX-PASSO " " CEX-MENSAGEM
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * LOCALIZAR-PASSO
      *   Procura o passo pedido na tabela da cadeia; WRK-PASSO-IND
      *   fica apontando para ele.
      *----------------------------------------------------------------
       LOCALIZAR-PASSO.
           SET PASSO-DESCONHECIDO TO TRUE
           PERFORM CONFERIR-ITEM-CADEIA
               VARYING WRK-PASSO-IND FROM 1 BY 1
               UNTIL WRK-PASSO-IND > CDA-QTDE-PASSOS
                  OR PASSO-DA-CADEIA.
           IF PASSO-DA-CADEIA
               SUBTRACT 1 FROM WRK-PASSO-IND
           END-IF.

       CONFERIR-ITEM-CADEIA.
           IF CDA-PASSO (WRK-PASSO-IND) = CEX-PASSO
               SET PASSO-DA-CADEIA TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * ABRIR-CONTROLE
      *   Na primeira execucao da instalacao o RUNCTL nao existe e e
      *   criado vazio.
      *----------------------------------------------------------------
       ABRIR-CONTROLE.
           OPEN I-O RUNCTL-FILE.
           IF RUNCTL-NAO-ENCONTRADO
               OPEN OUTPUT RUNCTL-FILE
               CLOSE RUNCTL-FILE
               OPEN I-O RUNCTL-FILE
           END-IF.

      *----------------------------------------------------------------
      * REGISTRAR-INICIO
      *   Passo concluido na data so reexecuta com liberacao de
      *   supervisor; em seguida o predecessor precisa ter passado
      *   como a tabela exige (a liberacao nao dispensa isso).
      *   Passo sem registro, falho, bloqueado ou interrompido (ficou
      *   em execucao) roda normalmente.
      *----------------------------------------------------------------
       REGISTRAR-INICIO.
           PERFORM LER-REGISTRO-PASSO
           SET LIBERACAO-AUSENTE TO TRUE
           IF REGISTRO-EXISTENTE AND EXE-CONCLUIDO
               PERFORM PROCURAR-LIBERACAO
               IF LIBERACAO-AUSENTE
                   SET CEX-JA-CONCLUIDO TO TRUE
                   MOVE "JA CONCLUIDO NA DATA - NAO REEXECUTADO"
                       TO CEX-MENSAGEM
               END-IF
           END-IF
           IF CEX-PROSSEGUIR
               MOVE EXECUCAO-REC TO WRK-EXECUCAO-GUARDADA
               PERFORM CONFERIR-PREDECESSOR
               MOVE WRK-EXECUCAO-GUARDADA TO EXECUCAO-REC
               IF PREDECESSOR-ATENDIDO
                   PERFORM GRAVAR-INICIO-PASSO
               ELSE
                   SET CEX-BLOQUEADO TO TRUE
                   PERFORM GRAVAR-BLOQUEIO-PASSO
               END-IF
           END-IF.

       LER-REGISTRO-PASSO.
           MOVE CEX-DATA  TO EXE-DATA
           MOVE CEX-PASSO TO EXE-PASSO
           READ RUNCTL-FILE
               INVALID KEY
                   SET REGISTRO-NOVO TO TRUE
               NOT INVALID KEY
                   SET REGISTRO-EXISTENTE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * CONFERIR-PREDECESSOR
      *   Exigencia S: predecessor concluido (retorno abaixo do seu
      *   limite de falha). Exigencia
      *   O: predecessor ja tratado na data -- concluido, falho ou
      *   bloqueado --, so para garantir a ordem da cadeia.
      *----------------------------------------------------------------
       CONFERIR-PREDECESSOR.
           SET PREDECESSOR-ATENDIDO TO TRUE
           IF CDA-PREDECESSOR (WRK-PASSO-IND) NOT = SPACES
               MOVE CEX-DATA TO EXE-DATA
               MOVE CDA-PREDECESSOR (WRK-PASSO-IND) TO EXE-PASSO
               READ RUNCTL-FILE
                   INVALID KEY
                       SET PREDECESSOR-NAO-ATENDIDO TO TRUE
                       STRING "PREDECESSOR " DELIMITED BY SIZE
                           CDA-PREDECESSOR (WRK-PASSO-IND)
                               DELIMITED BY SPACE
                           " NAO EXECUTADO NA DATA" DELIMITED BY SIZE
                           INTO CEX-MENSAGEM
                   NOT INVALID KEY
                       PERFORM AVALIAR-PREDECESSOR
               END-READ
           END-IF.

       AVALIAR-PREDECESSOR.
           IF CDA-EXIGE-SUCESSO (WRK-PASSO-IND)
              AND NOT EXE-CONCLUIDO
               SET PREDECESSOR-NAO-ATENDIDO TO TRUE
           END-IF
           IF CDA-EXIGE-ORDEM (WRK-PASSO-IND)
              AND EXE-EM-EXECUCAO
               SET PREDECESSOR-NAO-ATENDIDO TO TRUE
           END-IF
           IF PREDECESSOR-NAO-ATENDIDO
               EVALUATE TRUE
                   WHEN EXE-FALHOU
                       STRING "PREDECESSOR " DELIMITED BY SIZE
                           CDA-PREDECESSOR (WRK-PASSO-IND)
                               DELIMITED BY SPACE
                           " FALHOU - RETORNO " EXE-RETORNO
                               DELIMITED BY SIZE
                           INTO CEX-MENSAGEM
                   WHEN EXE-BLOQUEADO
                       STRING "PREDECESSOR " DELIMITED BY SIZE
                           CDA-PREDECESSOR (WRK-PASSO-IND)
                               DELIMITED BY SPACE
                           " BLOQUEADO NA DATA" DELIMITED BY SIZE
                           INTO CEX-MENSAGEM
                   WHEN OTHER
                       STRING "PREDECESSOR " DELIMITED BY SIZE
                           CDA-PREDECESSOR (WRK-PASSO-IND)
                               DELIMITED BY SPACE
                           " AINDA EM EXECUCAO" DELIMITED BY SIZE
                           INTO CEX-MENSAGEM
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * GRAVAR-INICIO-PASSO
      *   Passo em execucao, com a hora de inicio e o fim zerado. A
      *   mensagem registra por que o passo roda de novo, quando e o
      *   caso.
      *----------------------------------------------------------------
       GRAVAR-INICIO-PASSO.
           IF REGISTRO-NOVO
               INITIALIZE EXECUCAO-REC
               MOVE CEX-DATA  TO EXE-DATA
               MOVE CEX-PASSO TO EXE-PASSO
           ELSE
               EVALUATE TRUE
                   WHEN LIBERACAO-VALIDA
                       MOVE SPACES TO CEX-MENSAGEM
                       STRING "REEXECUCAO LIBERADA POR "
                           DELIMITED BY SIZE
                           WRK-SUPERVISOR DELIMITED BY SPACE
                           INTO CEX-MENSAGEM
                       MOVE WRK-SUPERVISOR TO EXE-LIBERADO-POR
                   WHEN EXE-EM-EXECUCAO
                       MOVE "RETOMADA APOS EXECUCAO INTERROMPIDA"
                           TO CEX-MENSAGEM
                   WHEN EXE-FALHOU
                       MOVE "REEXECUCAO APOS FALHA" TO CEX-MENSAGEM
               END-EVALUATE
           END-IF
           MOVE CEX-PROGRAMA TO EXE-PROGRAMA
           SET EXE-EM-EXECUCAO TO TRUE
           MOVE WRK-DATA-CORRENTE TO EXE-INICIO-DATA
           MOVE WRK-HORA-CORRENTE TO EXE-INICIO-HORA
           MOVE ZERO TO EXE-FIM-DATA
           MOVE ZERO TO EXE-FIM-HORA
           MOVE ZERO TO EXE-RETORNO
           MOVE ZERO TO EXE-QTDE-LIDOS
           MOVE ZERO TO EXE-QTDE-TRATADOS
           MOVE ZERO TO EXE-QTDE-REJEITADOS
           ADD 1 TO EXE-EXECUCOES
           MOVE CEX-MENSAGEM TO EXE-MENSAGEM
           PERFORM GRAVAR-REGISTRO-PASSO.

      *----------------------------------------------------------------
      * GRAVAR-BLOQUEIO-PASSO
      *   O passo nao roda. O motivo fica no registro para o
      *   relatorio da cadeia -- salvo se o passo ja estava concluido
      *   (reexecucao liberada barrada pelo predecessor): a conclusao
      *   anterior continua valendo.
      *----------------------------------------------------------------
       GRAVAR-BLOQUEIO-PASSO.
           IF REGISTRO-NOVO
               INITIALIZE EXECUCAO-REC
               MOVE CEX-DATA  TO EXE-DATA
               MOVE CEX-PASSO TO EXE-PASSO
           END-IF
           IF REGISTRO-NOVO OR NOT EXE-CONCLUIDO
               MOVE CEX-PROGRAMA TO EXE-PROGRAMA
               SET EXE-BLOQUEADO TO TRUE
               MOVE WRK-DATA-CORRENTE TO EXE-INICIO-DATA
               MOVE WRK-HORA-CORRENTE TO EXE-INICIO-HORA
               MOVE WRK-DATA-CORRENTE TO EXE-FIM-DATA
               MOVE WRK-HORA-CORRENTE TO EXE-FIM-HORA
               MOVE 8 TO EXE-RETORNO
               MOVE CEX-MENSAGEM TO EXE-MENSAGEM
               PERFORM GRAVAR-REGISTRO-PASSO
           END-IF.

      *----------------------------------------------------------------
      * REGISTRAR-FIM
      *   Fim do passo: hora, retorno e contagens. Retorno abaixo de
      *   CDA-RETORNO-FALHA conclui o passo; a partir dele registra a
      *   falha, e o passo pode rodar de novo sem liberacao.
      *----------------------------------------------------------------
       REGISTRAR-FIM.
           PERFORM LER-REGISTRO-PASSO
           IF REGISTRO-NOVO
               INITIALIZE EXECUCAO-REC
               MOVE CEX-DATA  TO EXE-DATA
               MOVE CEX-PASSO TO EXE-PASSO
               MOVE CEX-PROGRAMA TO EXE-PROGRAMA
               MOVE 1 TO EXE-EXECUCOES
               MOVE "FIM SEM REGISTRO DE INICIO" TO CEX-MENSAGEM
               MOVE CEX-MENSAGEM TO EXE-MENSAGEM
           END-IF
           MOVE WRK-DATA-CORRENTE TO EXE-FIM-DATA
           MOVE WRK-HORA-CORRENTE TO EXE-FIM-HORA
           MOVE CEX-RETORNO TO EXE-RETORNO
           MOVE CEX-QTDE-LIDOS      TO EXE-QTDE-LIDOS
           MOVE CEX-QTDE-TRATADOS   TO EXE-QTDE-TRATADOS
           MOVE CEX-QTDE-REJEITADOS TO EXE-QTDE-REJEITADOS
           IF CEX-RETORNO < CDA-RETORNO-FALHA (WRK-PASSO-IND)
               SET EXE-CONCLUIDO TO TRUE
           ELSE
               SET EXE-FALHOU TO TRUE
           END-IF
           PERFORM GRAVAR-REGISTRO-PASSO.

       GRAVAR-REGISTRO-PASSO.
           IF REGISTRO-NOVO
               WRITE EXECUCAO-REC
                   INVALID KEY
                       REWRITE EXECUCAO-REC
               END-WRITE
           ELSE
               REWRITE EXECUCAO-REC
                   INVALID KEY
                       WRITE EXECUCAO-REC
               END-REWRITE
           END-IF
           IF NOT RUNCTL-OK
               DISPLAY "ERRO AO GRAVAR CONTROLE DE EXECUCAO "
                   EXE-DATA " " EXE-PASSO ": " WRK-RUNCTL-STATUS
           END-IF.

      *----------------------------------------------------------------
      * PROCURAR-LIBERACAO
      *   Le o DD LIBERA procurando o cartao da data e do passo; o
      *   supervisor do cartao precisa estar ativo no cadastro de
      *   operadores, com nivel supervisor e a senha certa. DD
      *   ausente ou DUMMY: nao ha liberacao.
      *----------------------------------------------------------------
       PROCURAR-LIBERACAO.
           SET CARTAO-AUSENTE TO TRUE
           OPEN INPUT LIBERACAO-FILE
           IF LIBERA-OK
               PERFORM LER-CARTAO-LIBERACAO
               PERFORM CONFERIR-CARTAO-LIBERACAO
                   UNTIL LIBERA-FIM OR CARTAO-ACHADO
               CLOSE LIBERACAO-FILE
           END-IF
           IF CARTAO-ACHADO
               PERFORM AUTENTICAR-SUPERVISOR
           END-IF.

       LER-CARTAO-LIBERACAO.
           READ LIBERACAO-FILE
               AT END
                   SET LIBERA-FIM TO TRUE
           END-READ.

       CONFERIR-CARTAO-LIBERACAO.
           IF LIB-DATA = CEX-DATA AND LIB-PASSO = CEX-PASSO
               SET CARTAO-ACHADO TO TRUE
               MOVE LIB-SUPERVISOR TO WRK-SUPERVISOR
               MOVE LIB-SENHA      TO WRK-SENHA-LIBERACAO
           ELSE
               PERFORM LER-CARTAO-LIBERACAO
           END-IF.

       AUTENTICAR-SUPERVISOR.
           OPEN INPUT OPERADORES-FILE
           IF NOT OPERADORES-OK
               DISPLAY "LIBERACAO RECUSADA: CADASTRO DE OPERADORES "
                   "INDISPONIVEL (" WRK-OPERADORES-STATUS ")"
           ELSE
               MOVE WRK-SUPERVISOR TO OPE-ID
               READ OPERADORES-FILE
                   INVALID KEY
                       DISPLAY "LIBERACAO RECUSADA: SUPERVISOR "
                           WRK-SUPERVISOR " NAO CADASTRADO"
                   NOT INVALID KEY
                       IF OPE-SENHA = WRK-SENHA-LIBERACAO
                          AND OPERADOR-ATIVO AND NIVEL-SUPERVISOR
                           SET LIBERACAO-VALIDA TO TRUE
                       ELSE
                           DISPLAY "LIBERACAO RECUSADA: "
                               WRK-SUPERVISOR " SEM AUTORIZACAO "
                               "OU SENHA INVALIDA"
                       END-IF
               END-READ
               CLOSE OPERADORES-FILE
           END-IF.

       END PROGRAM CONTROLE-EXECUCAO.
