      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cobranca de descoberto. Apura, do historico diario de
      *          saldos (SALDOHIS), ha quantos dias corridos cada conta
      *          esta continuamente negativa ate a data do cartao: a
      *          contagem comeca na primeira fotografia negativa depois
      *          da ultima fotografia com saldo zero ou positivo. So
      *          entra conta com CLI-SALDO negativo no cadastro (conta
      *          encerrada fica de fora). Classifica as contas nas
      *          faixas de atraso (1-30, 31-60, 61-90 e acima de 90
      *          dias), marca as que passaram do limite de credito (os
      *          juros de descoberto empurram o saldo alem do limite),
      *          imprime o relatorio de cobranca por faixa (RELCOBR.TXT)
      *          e grava o extrato de cartas de cobranca (AVISOCOB) em
      *          ordem de CEP, com o nivel da carta pela faixa: primeiro
      *          aviso, segundo aviso e aviso final. As contas acima de
      *          90 dias saem no relatorio como candidatas a bloqueio,
      *          para o supervisor decidir no modo SITUA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANCA-DESCOBERTO.

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

      *----HISTORICO DIARIO DE SALDOS (FOTOGRAFIA NOTURNA)------------
           SELECT SALDO-HIST-FILE ASSIGN TO "SALDOHIS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SALDOHIS-STATUS.

      *----CONTAS EM DESCOBERTO APURADAS (TRABALHO, EM ORDEM DE CPF)--
           SELECT COBRANCA-WORK-FILE ASSIGN TO "COBRWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-COBRWK-STATUS.

      *----EXTRATO DE CARTAS DE COBRANCA (EM ORDEM DE CEP)------------
           SELECT AVISOS-FILE ASSIGN TO "AVISOCOB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-AVISOCOB-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELCOBR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

      *----ARQUIVO DE TRABALHO DO SORT (FOTOGRAFIAS POR CPF E DATA)---
           SELECT CLASSIFICA-FILE ASSIGN TO "SORTWK01".

      *----ARQUIVO DE TRABALHO DO SORT (CONTAS POR CEP / POR FAIXA)---
           SELECT ORDENA-FILE ASSIGN TO "SORTWK02".

      *====VARIAVEIS===========
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CLIENTE.cpy".

       FD  SALDO-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "SALDOHIS.cpy".

       FD  COBRANCA-WORK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "AVISOCOB.cpy".

       FD  AVISOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  AVISOS-REC              PIC X(178).

       FD  RELATORIO-FILE
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELATORIO PIC X(130).

      *   Mesmo layout do SALDO-HIST-REC, so as fotografias ate a
      *   data do cartao.
       SD  CLASSIFICA-FILE.
       01  CLASSIFICA-REC.
           02  CLAS-DATA           PIC 9(08).
           02  CLAS-CPF            PIC X(11).
           02  CLAS-SALDO          PIC S9(16)V9(02).
           02  CLAS-LIMITE-CREDITO PIC S9(16)V9(02).
           02  CLAS-SITUACAO       PIC X.

      *   Mesmo layout do AVISO-COBRANCA-REC: classificado por CEP
      *   para o extrato de cartas e por faixa para o relatorio.
       SD  ORDENA-FILE.
       01  ORDENA-REC.
           02  ORD-CPF             PIC X(11).
           02  ORD-NOME            PIC X(20).
           02  ORD-ENDERECO.
               03  ORD-END-LOGRADOURO  PIC X(30).
               03  ORD-END-NUMERO      PIC X(06).
               03  ORD-END-BAIRRO      PIC X(20).
               03  ORD-END-CIDADE      PIC X(20).
               03  ORD-END-UF          PIC XX.
               03  ORD-END-CEP         PIC 9(08).
           02  ORD-SALDO           PIC S9(16)V9(02).
           02  ORD-LIMITE-CREDITO  PIC S9(16)V9(02).
           02  ORD-DIAS-DESCOBERTO PIC 9(05).
           02  ORD-DATA-INICIO     PIC 9(08).
           02  ORD-FAIXA           PIC 9.
           02  ORD-NIVEL-CARTA     PIC X.
           02  ORD-ACIMA-LIMITE    PIC X.
               88  ORD-LIMITE-ESTOURADO VALUE "S".
           02  ORD-SITUACAO        PIC X.
               88  ORD-BLOQUEADA      VALUE "B".
           02  ORD-DATA-EMISSAO    PIC 9(08).

       WORKING-STORAGE SECTION.
           77 WRK-CLIENTES-STATUS  PIC XX VALUE "00".
               88 CLIENTES-OK             VALUE "00".
               88 CLIENTES-FIM            VALUE "10".
               88 CLIENTES-NAO-ENCONTRADO VALUE "23" "35".
           77 WRK-SALDOHIS-STATUS PIC XX VALUE "00".
               88 SALDOHIS-OK             VALUE "00".
               88 SALDOHIS-FIM            VALUE "10".
               88 SALDOHIS-NAO-ENCONTRADO VALUE "35".
           77 WRK-COBRWK-STATUS PIC XX VALUE "00".
               88 COBRWK-OK               VALUE "00".
           77 WRK-AVISOCOB-STATUS PIC XX VALUE "00".
               88 AVISOCOB-OK             VALUE "00".
           77 WRK-RELATORIO-STATUS PIC XX VALUE "00".
               88 RELATORIO-OK            VALUE "00".

      *----FIM DOS ARQUIVOS CLASSIFICADOS (RETURN DO SORT)---------
           77 WRK-CLASSIFICADO-FIM-SW PIC X VALUE "N".
               88 CLASSIFICADO-FIM    VALUE "S".
               88 CLASSIFICADO-ABERTO VALUE "N".
           77 WRK-ORDENADO-FIM-SW PIC X VALUE "N".
               88 ORDENADO-FIM        VALUE "S".
               88 ORDENADO-ABERTO     VALUE "N".

      *----CARTAO DE PARAMETROS (SYSIN)----------------------------
      *   Colunas 1-8 = data de execucao CCYYMMDD (a data da ultima
      *   fotografia de saldos da noite). Fotografias posteriores a
      *   ela sao ignoradas.
           01 WRK-PARM-CARD.
               02 WRK-PARM-DATA PIC X(8).
               02 FILLER        PIC X(12).

           01 WRK-DATA-EXECUCAO PIC 9(8) VALUE ZEROS.
           01 WRK-DATA-EXEC-DETALHE REDEFINES WRK-DATA-EXECUCAO.
               02 WRK-DEX-ANO   PIC 9(4).
               02 WRK-DEX-MES   PIC 99.
               02 WRK-DEX-DIA   PIC 99.

      *----CALCULO DE DIAS CORRIDOS ENTRE DUAS DATAS---------------
      *   Cada data vira o numero do dia contado de um ponto fixo
      *   (dias dos anos anteriores com os bissextos, mais os dias
      *   dos meses anteriores, mais o dia); a diferenca dos dois
      *   numeros e o intervalo em dias.
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

           77 WRK-JUL-RESTO-4   PIC 9.
           77 WRK-JUL-RESTO-100 PIC 99.
           77 WRK-JUL-RESTO-400 PIC 999.
           77 WRK-JUL-QUOCIENTE PIC 9(4).

           77 WRK-ANO-BISSEXTO-SW PIC X VALUE "N".
               88 ANO-BISSEXTO     VALUE "S".
               88 ANO-NAO-BISSEXTO VALUE "N".

      *----GRUPO CORRENTE DA QUEBRA POR CPF------------------------
      *   As fotografias chegam por CPF e data: fotografia negativa
      *   abre o descoberto (se ainda nao aberto); fotografia com
      *   saldo zero ou positivo o zera. Ao fim do grupo, a data
      *   guardada e o inicio do descoberto continuo corrente.
           77 WRK-CPF-GRUPO          PIC X(11) VALUE LOW-VALUES.
           77 WRK-INICIO-GRUPO       PIC 9(8) VALUE ZEROS.
           77 WRK-INICIO-DESCOBERTO  PIC 9(8) VALUE ZEROS.
           77 WRK-DIAS-DESCOBERTO    PIC 9(5) VALUE ZERO.

      *----QUEBRA POR FAIXA NO RELATORIO---------------------------
           77 WRK-FAIXA-GRUPO PIC 9 VALUE ZERO.

      *----TOTAIS POR FAIXA DE ATRASO (1=1-30 2=31-60 3=61-90
      *    4=ACIMA DE 90)-------------------------------------------
           77 WRK-FX-IND PIC 9 VALUE ZERO.
           01 WRK-FAIXA-TABELA.
               02 WRK-FAIXA-ITEM OCCURS 4 TIMES.
                   03 WRK-FX-ROTULO       PIC X(16).
                   03 WRK-FX-CARTA        PIC X(14).
                   03 WRK-FX-CONTAS       PIC 9(7).
                   03 WRK-FX-SOMA-SALDOS  PIC S9(16)V9(02).
                   03 WRK-FX-ACIMA-LIMITE PIC 9(7).

      *----CONTADORES DO RESUMO DO JOB-----------------------------
           77 WRK-TOTAL-FOTOS        PIC 9(9) VALUE ZERO.
           77 WRK-TOTAL-CLIENTES     PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-DESCOBERTO   PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-ACIMA-LIMITE PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-CANDIDATAS   PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-JA-BLOQUEADAS PIC 9(7) VALUE ZERO.

      *----LINHAS EDITADAS DO RELATORIO----------------------------
           01 WRK-LINHA-TITULOS.
               02 FILLER PIC X(13) VALUE "CPF".
               02 FILLER PIC X(22) VALUE "NOME".
               02 FILLER PIC X(16) VALUE "           SALDO".
               02 FILLER PIC X(1)  VALUE SPACE.
               02 FILLER PIC X(16) VALUE "          LIMITE".
               02 FILLER PIC X(2)  VALUE SPACES.
               02 FILLER PIC X(5)  VALUE " DIAS".
               02 FILLER PIC X(2)  VALUE SPACES.
               02 FILLER PIC X(10) VALUE "DESDE".
               02 FILLER PIC X(7)  VALUE "CARTA".
               02 FILLER PIC X(17) VALUE "LIMITE".
               02 FILLER PIC X(12) VALUE "SITUA".

           01 WRK-LINHA-DETALHE.
               02 WRK-LD-CPF         PIC X(11).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LD-NOME        PIC X(20).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LD-SALDO       PIC -(12)9,99.
               02 FILLER             PIC X VALUE SPACE.
               02 WRK-LD-LIMITE      PIC -(12)9,99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LD-DIAS        PIC ZZZZ9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LD-INICIO      PIC 9(8).
               02 FILLER             PIC X(4) VALUE SPACES.
               02 WRK-LD-CARTA       PIC X.
               02 FILLER             PIC X(4) VALUE SPACES.
               02 WRK-LD-LIMITE-MARCA PIC X(15).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LD-BLOQUEIO    PIC X(12).

           01 WRK-LINHA-FAIXA.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 WRK-LF-ROTULO      PIC X(16).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LF-CONTAS      PIC Z(6)9.
               02 FILLER             PIC X(15) VALUE " CONTAS, SALDO ".
               02 WRK-LF-SOMA        PIC -(15)9,99.
               02 FILLER             PIC X(2) VALUE ", ".
               02 WRK-LF-ACIMA       PIC Z(6)9.
               02 FILLER             PIC X(16) VALUE " ACIMA DO LIMITE".

           01 WRK-LINHA-CONTADOR.
               02 WRK-LT-ROTULO      PIC X(30).
               02 WRK-LT-VALOR       PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM OBTER-PARAMETROS.
           IF WRK-PARM-DATA IS NOT NUMERIC
               DISPLAY "CARTAO DE PARAMETROS INVALIDO: '"
                   WRK-PARM-CARD "'"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WRK-DEX-MES < 01 OR WRK-DEX-MES > 12
               DISPLAY "CARTAO DE PARAMETROS INVALIDO: '"
                   WRK-PARM-CARD "'"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-DATA-EXECUCAO TO WRK-DATA-CALCULO
               PERFORM CALCULAR-NUMERO-DIA
               MOVE WRK-NUMERO-DIA TO WRK-NUMERO-DIA-EXEC
               PERFORM INICIALIZAR-FAIXAS
               PERFORM ABRIR-ARQUIVOS
               EVALUATE TRUE
               WHEN SALDOHIS-NAO-ENCONTRADO
                   DISPLAY "HISTORICO DE SALDOS NAO ENCONTRADO"
                   MOVE 8 TO RETURN-CODE
                   PERFORM FECHAR-ARQUIVO-TRABALHO
               WHEN CLIENTES-NAO-ENCONTRADO
                   DISPLAY "ARQUIVO DE CLIENTES NAO ENCONTRADO"
                   MOVE 8 TO RETURN-CODE
                   PERFORM FECHAR-ARQUIVO-TRABALHO
               WHEN NOT COBRWK-OK
                   DISPLAY "ERRO AO ABRIR ARQUIVO DE TRABALHO: "
                       WRK-COBRWK-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN NOT RELATORIO-OK
                   DISPLAY "ERRO AO ABRIR ARQUIVO DE RELATORIO: "
                       WRK-RELATORIO-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM FECHAR-ARQUIVO-TRABALHO
               WHEN OTHER
                   SORT CLASSIFICA-FILE
                       ON ASCENDING KEY CLAS-CPF
                                        CLAS-DATA
                       INPUT PROCEDURE IS SELECIONAR-FOTOGRAFIAS
                           THRU SELECIONAR-FOTOGRAFIAS-FIM
                       OUTPUT PROCEDURE IS APURAR-DESCOBERTO
                           THRU APURAR-DESCOBERTO-FIM
                   CLOSE COBRANCA-WORK-FILE
                   SORT ORDENA-FILE
                       ON ASCENDING KEY ORD-END-CEP
                                        ORD-CPF
                       USING COBRANCA-WORK-FILE
                       GIVING AVISOS-FILE
                   PERFORM ESCREVER-CABECALHO
                   SORT ORDENA-FILE
                       ON ASCENDING KEY ORD-FAIXA
                       ON DESCENDING KEY ORD-DIAS-DESCOBERTO
                       ON ASCENDING KEY ORD-CPF
                       USING COBRANCA-WORK-FILE
                       OUTPUT PROCEDURE IS IMPRIMIR-COBRANCA
                           THRU IMPRIMIR-COBRANCA-FIM
                   PERFORM ESCREVER-TOTAIS
                   DISPLAY "COBRANCA DE DESCOBERTO " WRK-DATA-EXECUCAO
                       ": " WRK-TOTAL-DESCOBERTO " CONTAS EM "
                       "DESCOBERTO, " WRK-TOTAL-ACIMA-LIMITE
                       " ACIMA DO LIMITE, " WRK-TOTAL-CANDIDATAS
                       " CANDIDATAS A BLOQUEIO"
               END-EVALUATE
               PERFORM ENCERRAR-ARQUIVOS
           END-IF
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      * OBTER-PARAMETROS
      *----------------------------------------------------------------
       OBTER-PARAMETROS.
           MOVE SPACES TO WRK-PARM-CARD
           ACCEPT WRK-PARM-CARD
           IF WRK-PARM-DATA IS NUMERIC
               MOVE WRK-PARM-DATA TO WRK-DATA-EXECUCAO
           END-IF.

       INICIALIZAR-FAIXAS.
           INITIALIZE WRK-FAIXA-TABELA
           MOVE "1 A 30 DIAS"      TO WRK-FX-ROTULO(1)
           MOVE "31 A 60 DIAS"     TO WRK-FX-ROTULO(2)
           MOVE "61 A 90 DIAS"     TO WRK-FX-ROTULO(3)
           MOVE "ACIMA DE 90 DIAS" TO WRK-FX-ROTULO(4)
           MOVE "PRIMEIRO AVISO"   TO WRK-FX-CARTA(1)
           MOVE "SEGUNDO AVISO"    TO WRK-FX-CARTA(2)
           MOVE "AVISO FINAL"      TO WRK-FX-CARTA(3)
           MOVE "AVISO FINAL"      TO WRK-FX-CARTA(4).

      *----------------------------------------------------------------
      * ABRIR-ARQUIVOS
      *   O historico e apenas sondado aqui (abre e fecha para
      *   conferir se existe); quem o le de fato e o procedimento de
      *   entrada do SORT. O extrato de cartas e gravado pelo SORT
      *   por CEP.
      *----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT SALDO-HIST-FILE.
           IF NOT SALDOHIS-NAO-ENCONTRADO
               CLOSE SALDO-HIST-FILE
           END-IF.
           OPEN INPUT CLIENTES-FILE.
           OPEN OUTPUT COBRANCA-WORK-FILE.
           OPEN OUTPUT RELATORIO-FILE.

      *----------------------------------------------------------------
      * SELECIONAR-FOTOGRAFIAS
      *   Procedimento de entrada do SORT: solta para a classificacao
      *   toda fotografia ate a data do cartao (reexecucao de data
      *   passada nao enxerga as noites seguintes).
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
           IF HIS-DATA NOT > WRK-DATA-EXECUCAO
               MOVE SALDO-HIST-REC TO CLASSIFICA-REC
               RELEASE CLASSIFICA-REC
               ADD 1 TO WRK-TOTAL-FOTOS
           END-IF
           PERFORM LER-PROXIMA-FOTOGRAFIA.

      *----------------------------------------------------------------
      * APURAR-DESCOBERTO
      *   Procedimento de saida do SORT: casamento das fotografias
      *   classificadas com o cadastro em ordem de CPF, como na
      *   varredura de contas dormentes. A cada quebra de CPF a conta
      *   e avaliada com o inicio do descoberto apurado; os clientes
      *   do cadastro sem fotografia sao avaliados so pelo saldo
      *   corrente.
      *----------------------------------------------------------------
       APURAR-DESCOBERTO.
           MOVE LOW-VALUES TO WRK-CPF-GRUPO
           PERFORM LER-PROXIMO-CLIENTE
           PERFORM RETORNAR-FOTOGRAFIA
           PERFORM ACUMULAR-FOTOGRAFIA UNTIL CLASSIFICADO-FIM
           IF WRK-CPF-GRUPO NOT = LOW-VALUES
               PERFORM ENCERRAR-GRUPO
           END-IF
           MOVE HIGH-VALUES TO WRK-CPF-GRUPO
           PERFORM AVALIAR-CLIENTE-SEM-GRUPO
               UNTIL CLIENTES-FIM.
       APURAR-DESCOBERTO-FIM.
           EXIT.

       LER-PROXIMO-CLIENTE.
           READ CLIENTES-FILE NEXT RECORD
               AT END
                   SET CLIENTES-FIM TO TRUE
           END-READ.

       RETORNAR-FOTOGRAFIA.
           RETURN CLASSIFICA-FILE
               AT END
                   SET CLASSIFICADO-FIM TO TRUE
           END-RETURN.

      *----------------------------------------------------------------
      * ACUMULAR-FOTOGRAFIA
      *   Quebra de controle por CPF. Fotografia negativa abre o
      *   descoberto na data dela, se ainda nao estava aberto;
      *   fotografia com saldo zero ou positivo encerra o descoberto
      *   anterior -- so conta o periodo continuo mais recente.
      *----------------------------------------------------------------
       ACUMULAR-FOTOGRAFIA.
           IF CLAS-CPF NOT = WRK-CPF-GRUPO
               IF WRK-CPF-GRUPO NOT = LOW-VALUES
                   PERFORM ENCERRAR-GRUPO
               END-IF
               MOVE CLAS-CPF TO WRK-CPF-GRUPO
               MOVE ZEROS TO WRK-INICIO-GRUPO
           END-IF
           IF CLAS-SALDO < ZERO
               IF WRK-INICIO-GRUPO = ZERO
                   MOVE CLAS-DATA TO WRK-INICIO-GRUPO
               END-IF
           ELSE
               MOVE ZEROS TO WRK-INICIO-GRUPO
           END-IF
           PERFORM RETORNAR-FOTOGRAFIA.

      *----------------------------------------------------------------
      * ENCERRAR-GRUPO
      *   Avanca o cadastro ate o CPF do grupo; clientes
      *   ultrapassados nao tem fotografia e sao avaliados pelo saldo
      *   corrente. CPF do historico sem cadastro e ignorado.
      *----------------------------------------------------------------
       ENCERRAR-GRUPO.
           PERFORM AVALIAR-CLIENTE-SEM-GRUPO
               UNTIL CLIENTES-FIM OR CLI-CPF NOT < WRK-CPF-GRUPO
           IF NOT CLIENTES-FIM AND CLI-CPF = WRK-CPF-GRUPO
               MOVE WRK-INICIO-GRUPO TO WRK-INICIO-DESCOBERTO
               PERFORM AVALIAR-CLIENTE
               PERFORM LER-PROXIMO-CLIENTE
           END-IF.

       AVALIAR-CLIENTE-SEM-GRUPO.
           MOVE ZEROS TO WRK-INICIO-DESCOBERTO
           PERFORM AVALIAR-CLIENTE
           PERFORM LER-PROXIMO-CLIENTE.

      *----------------------------------------------------------------
      * AVALIAR-CLIENTE
      *   O saldo corrente do cadastro decide se a conta esta em
      *   descoberto; o historico so diz desde quando. Conta negativa
      *   sem fotografia negativa (o descoberto ainda nao passou por
      *   uma noite de fotografia) conta desde a data do cartao, com
      *   um dia. Conta encerrada nao entra na cobranca.
      *----------------------------------------------------------------
       AVALIAR-CLIENTE.
           ADD 1 TO WRK-TOTAL-CLIENTES
           IF CLI-SALDO < ZERO AND NOT CLI-ENCERRADA
               IF WRK-INICIO-DESCOBERTO = ZERO
                   MOVE WRK-DATA-EXECUCAO TO WRK-INICIO-DESCOBERTO
               END-IF
               MOVE WRK-INICIO-DESCOBERTO TO WRK-DATA-CALCULO
               PERFORM CALCULAR-NUMERO-DIA
               COMPUTE WRK-DIAS-DESCOBERTO =
                   WRK-NUMERO-DIA-EXEC - WRK-NUMERO-DIA + 1
               PERFORM GRAVAR-CONTA-DESCOBERTO
           END-IF.

      *----------------------------------------------------------------
      * GRAVAR-CONTA-DESCOBERTO
      *   Faixa de atraso e nivel da carta pelos dias em descoberto;
      *   o limite estourou quando o saldo negativo passa do limite
      *   de credito (guardado positivo no cadastro).
      *----------------------------------------------------------------
       GRAVAR-CONTA-DESCOBERTO.
           MOVE CLI-CPF             TO AVC-CPF
           MOVE CLI-NOME            TO AVC-NOME
           MOVE CLI-ENDERECO        TO AVC-ENDERECO
           MOVE CLI-SALDO           TO AVC-SALDO
           MOVE CLI-LIMITE-CREDITO  TO AVC-LIMITE-CREDITO
           MOVE WRK-DIAS-DESCOBERTO TO AVC-DIAS-DESCOBERTO
           MOVE WRK-INICIO-DESCOBERTO TO AVC-DATA-INICIO
           MOVE CLI-SITUACAO        TO AVC-SITUACAO
           MOVE WRK-DATA-EXECUCAO   TO AVC-DATA-EMISSAO
           EVALUATE TRUE
               WHEN WRK-DIAS-DESCOBERTO <= 30
                   SET AVC-FAIXA-ATE-30   TO TRUE
                   SET AVC-PRIMEIRO-AVISO TO TRUE
               WHEN WRK-DIAS-DESCOBERTO <= 60
                   SET AVC-FAIXA-ATE-60   TO TRUE
                   SET AVC-SEGUNDO-AVISO  TO TRUE
               WHEN WRK-DIAS-DESCOBERTO <= 90
                   SET AVC-FAIXA-ATE-90   TO TRUE
                   SET AVC-AVISO-FINAL    TO TRUE
               WHEN OTHER
                   SET AVC-FAIXA-ACIMA-90 TO TRUE
                   SET AVC-AVISO-FINAL    TO TRUE
           END-EVALUATE
           IF CLI-SALDO + CLI-LIMITE-CREDITO < ZERO
               SET AVC-LIMITE-ESTOURADO TO TRUE
               ADD 1 TO WRK-TOTAL-ACIMA-LIMITE
               ADD 1 TO WRK-FX-ACIMA-LIMITE(AVC-FAIXA)
           ELSE
               SET AVC-DENTRO-LIMITE TO TRUE
           END-IF
           IF AVC-FAIXA-ACIMA-90
               IF CLI-BLOQUEADA
                   ADD 1 TO WRK-TOTAL-JA-BLOQUEADAS
               ELSE
                   ADD 1 TO WRK-TOTAL-CANDIDATAS
               END-IF
           END-IF
           ADD 1 TO WRK-FX-CONTAS(AVC-FAIXA)
           ADD CLI-SALDO TO WRK-FX-SOMA-SALDOS(AVC-FAIXA)
           ADD 1 TO WRK-TOTAL-DESCOBERTO
           WRITE AVISO-COBRANCA-REC.

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
               PERFORM VERIFICAR-ANO-BISSEXTO
               IF ANO-BISSEXTO
                   ADD 1 TO WRK-NUMERO-DIA
               END-IF
           END-IF.

       VERIFICAR-ANO-BISSEXTO.
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
      * IMPRIMIR-COBRANCA
      *   Procedimento de saida do SORT: contas em descoberto por
      *   faixa, as mais antigas primeiro dentro da faixa, com quebra
      *   por faixa para o titulo.
      *----------------------------------------------------------------
       IMPRIMIR-COBRANCA.
           MOVE ZERO TO WRK-FAIXA-GRUPO
           PERFORM RETORNAR-CONTA
           PERFORM IMPRIMIR-CONTA UNTIL ORDENADO-FIM
           IF WRK-TOTAL-DESCOBERTO = ZERO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "NENHUMA CONTA EM DESCOBERTO" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
       IMPRIMIR-COBRANCA-FIM.
           EXIT.

       RETORNAR-CONTA.
           RETURN ORDENA-FILE
               AT END
                   SET ORDENADO-FIM TO TRUE
           END-RETURN.

       IMPRIMIR-CONTA.
           IF ORD-FAIXA NOT = WRK-FAIXA-GRUPO
               MOVE ORD-FAIXA TO WRK-FAIXA-GRUPO
               PERFORM ESCREVER-TITULO-FAIXA
           END-IF
           MOVE ORD-CPF             TO WRK-LD-CPF
           MOVE ORD-NOME            TO WRK-LD-NOME
           MOVE ORD-SALDO           TO WRK-LD-SALDO
           MOVE ORD-LIMITE-CREDITO  TO WRK-LD-LIMITE
           MOVE ORD-DIAS-DESCOBERTO TO WRK-LD-DIAS
           MOVE ORD-DATA-INICIO     TO WRK-LD-INICIO
           MOVE ORD-NIVEL-CARTA     TO WRK-LD-CARTA
           IF ORD-LIMITE-ESTOURADO
               MOVE "ACIMA DO LIMITE" TO WRK-LD-LIMITE-MARCA
           ELSE
               MOVE SPACES TO WRK-LD-LIMITE-MARCA
           END-IF
           IF ORD-FAIXA = 4
               IF ORD-BLOQUEADA
                   MOVE "JA BLOQUEADA" TO WRK-LD-BLOQUEIO
               ELSE
                   MOVE "BLOQUEAR"     TO WRK-LD-BLOQUEIO
               END-IF
           ELSE
               IF ORD-BLOQUEADA
                   MOVE "BLOQUEADA"    TO WRK-LD-BLOQUEIO
               ELSE
                   MOVE SPACES         TO WRK-LD-BLOQUEIO
               END-IF
           END-IF
           MOVE WRK-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM RETORNAR-CONTA.

      *----------------------------------------------------------------
      * ESCREVER-TITULO-FAIXA
      *   A faixa acima de 90 dias e a lista de candidatas a bloqueio:
      *   as ainda nao bloqueadas saem marcadas BLOQUEAR, para o
      *   supervisor aplicar no modo SITUA.
      *----------------------------------------------------------------
       ESCREVER-TITULO-FAIXA.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "FAIXA " ORD-FAIXA " - "
               WRK-FX-ROTULO(ORD-FAIXA) DELIMITED BY "  "
               " EM DESCOBERTO - CARTA: " DELIMITED BY SIZE
               WRK-FX-CARTA(ORD-FAIXA) DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF ORD-FAIXA = 4
               MOVE SPACES TO LINHA-RELATORIO
               STRING "CONTAS CANDIDATAS A BLOQUEIO: BLOQUEAR NO "
                   "MODO SITUA (SUPERVISOR)" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE WRK-LINHA-TITULOS TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------
      * ESCREVER-CABECALHO
      *----------------------------------------------------------------
       ESCREVER-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "COBRANCA DE DESCOBERTO - CONTAS NEGATIVAS EM "
               WRK-PARM-DATA DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------
      * ESCREVER-TOTAIS
      *   Totais por faixa de atraso e o resumo da apuracao.
      *----------------------------------------------------------------
       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "TOTAIS POR FAIXA DE ATRASO" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-FAIXA
               VARYING WRK-FX-IND FROM 1 BY 1
               UNTIL WRK-FX-IND > 4
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "FOTOGRAFIAS LIDAS...........: " TO WRK-LT-ROTULO
           MOVE WRK-TOTAL-FOTOS TO WRK-LT-VALOR
           PERFORM ESCREVER-LINHA-CONTADOR
           MOVE "CLIENTES AVALIADOS..........: " TO WRK-LT-ROTULO
           MOVE WRK-TOTAL-CLIENTES TO WRK-LT-VALOR
           PERFORM ESCREVER-LINHA-CONTADOR
           MOVE "CONTAS EM DESCOBERTO........: " TO WRK-LT-ROTULO
           MOVE WRK-TOTAL-DESCOBERTO TO WRK-LT-VALOR
           PERFORM ESCREVER-LINHA-CONTADOR
           MOVE "ACIMA DO LIMITE DE CREDITO..: " TO WRK-LT-ROTULO
           MOVE WRK-TOTAL-ACIMA-LIMITE TO WRK-LT-VALOR
           PERFORM ESCREVER-LINHA-CONTADOR
           MOVE "CANDIDATAS A BLOQUEIO.......: " TO WRK-LT-ROTULO
           MOVE WRK-TOTAL-CANDIDATAS TO WRK-LT-VALOR
           PERFORM ESCREVER-LINHA-CONTADOR
           MOVE "ACIMA DE 90 DIAS BLOQUEADAS.: " TO WRK-LT-ROTULO
           MOVE WRK-TOTAL-JA-BLOQUEADAS TO WRK-LT-VALOR
           PERFORM ESCREVER-LINHA-CONTADOR
           MOVE "CARTAS NO EXTRATO...........: " TO WRK-LT-ROTULO
           MOVE WRK-TOTAL-DESCOBERTO TO WRK-LT-VALOR
           PERFORM ESCREVER-LINHA-CONTADOR.

       ESCREVER-LINHA-FAIXA.
           MOVE WRK-FX-ROTULO(WRK-FX-IND)       TO WRK-LF-ROTULO
           MOVE WRK-FX-CONTAS(WRK-FX-IND)       TO WRK-LF-CONTAS
           MOVE WRK-FX-SOMA-SALDOS(WRK-FX-IND)  TO WRK-LF-SOMA
           MOVE WRK-FX-ACIMA-LIMITE(WRK-FX-IND) TO WRK-LF-ACIMA
           MOVE WRK-LINHA-FAIXA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       ESCREVER-LINHA-CONTADOR.
           MOVE WRK-LINHA-CONTADOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------
      * ENCERRAR-ARQUIVOS
      *   O arquivo de trabalho ja foi fechado antes dos SORTs que o
      *   leem, ou no desvio de erro da abertura
      *   (FECHAR-ARQUIVO-TRABALHO).
      *----------------------------------------------------------------
       ENCERRAR-ARQUIVOS.
           CLOSE CLIENTES-FILE.
           CLOSE RELATORIO-FILE.

       FECHAR-ARQUIVO-TRABALHO.
           IF COBRWK-OK
               CLOSE COBRANCA-WORK-FILE
           END-IF.

       END PROGRAM COBRANCA-DESCOBERTO.
