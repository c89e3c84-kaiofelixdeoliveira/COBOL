      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cobranca mensal de tarifas de manutencao de conta.
      *          Carrega da tabela de tarifas (TARIFAS) a versao
      *          vigente de cada codigo na data do cartao, conta no
      *          extrato os movimentos de cada cliente no mes da
      *          data e cobra de cada conta nao encerrada toda
      *          tarifa ativa cujas regras ela atende (situacao da
      *          conta, faixa de saldo, quantidade de movimentos no
      *          mes). A cobranca segue o caminho de postagem dos
      *          juros de descoberto: critica de situacao e limite,
      *          debito do saldo, regravacao do cadastro com imagem
      *          no jornal (CLIJORN) e lancamento no extrato com
      *          numero sequencial e operador PROG0015. Tarifa que
      *          nao passa na critica (conta bloqueada, debito alem
      *          do limite) vai para o arquivo de rejeitados com
      *          motivo proprio de tarifa e abre pendencia na fila de
      *          revisao (PENDENTES, origem tarifa, com o codigo e a
      *          competencia), tratada no modo PENDE do PROG000X.
      *          Cada tarifa tratada --
      *          cobrada ou rejeitada -- entra no registro de tarifas
      *          da competencia (TARCOBR), e a reexecucao do job no
      *          mesmo mes nao cobra nem rejeita duas vezes. Versao
      *          vigente com situacao que nao seja T ou A e listada e
      *          fica fora da cobranca (retorno 4).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFA-MENSAL.

      *====AMBIENTE=============
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----CADASTRO: LIDO EM SEQUENCIA, REGRAVADO UMA VEZ POR TARIFA--
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               FILE STATUS IS WRK-CLIENTES-STATUS.

           SELECT TRANSACOES-FILE ASSIGN TO "TRANSACOES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-TRANSACOES-STATUS.

      *----TABELA DE TARIFAS (CODIGO + INICIO DE VIGENCIA)------------
           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WRK-TARIFAS-STATUS.

      *----REGISTRO DAS TARIFAS TRATADAS POR COMPETENCIA (RERUN)------
           SELECT TARCOBR-FILE ASSIGN TO "TARCOBR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TCB-CHAVE
               FILE STATUS IS WRK-TARCOBR-STATUS.

      *----MOVIMENTOS REJEITADOS (MESMO ARQUIVO DO PROG000X)----------
           SELECT REJEITADOS-FILE ASSIGN TO "REJEITADOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REJEITADOS-STATUS.

      *----FILA DE PENDENCIAS DOS REJEITADOS (MESMO ARQUIVO DO PROG000X)
           SELECT PENDENTES-FILE ASSIGN TO "PENDENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-ID
               ALTERNATE RECORD KEY IS PEN-CPF WITH DUPLICATES
               FILE STATUS IS WRK-PENDENTES-STATUS.

      *----LOG DE ERROS DE CALCULO (MESMO ARQUIVO DO PROG000X)--------
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ERRORLOG-STATUS.

      *----JORNAL DE ALTERACOES DO CADASTRO (IMAGENS ANTES/DEPOIS)----
           SELECT JORNAL-FILE ASSIGN TO "CLIJORN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JORNAL-STATUS.

      *----ARQUIVO DE TRABALHO DO SORT (MOVIMENTOS DO MES POR CPF)-----
           SELECT CLASSIFICA-FILE ASSIGN TO "SORTWK01".

      *====VARIAVEIS===========
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CLIENTE.cpy".

       FD  TRANSACOES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "TRANSACAO.cpy".

       FD  TARIFAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "TARIFA.cpy".

      *   Uma linha por competencia/CPF/tarifa tratada: C = cobrada
      *   (com o numero do lancamento no extrato), R = rejeitada.
       FD  TARCOBR-FILE
           LABEL RECORDS ARE STANDARD.
       01  TARCOBR-REC.
           02  TCB-CHAVE.
               03  TCB-COMPETENCIA PIC 9(06).
               03  TCB-CPF         PIC X(11).
               03  TCB-CODIGO      PIC X(04).
           02  TCB-SITUACAO        PIC X.
               88  TCB-COBRADA        VALUE "C".
               88  TCB-REJEITADA      VALUE "R".
           02  TCB-VALOR           PIC S9(16)V9(02).
           02  TCB-NUMERO          PIC 9(09).
           02  TCB-DATA            PIC 9(08).

      *   Mesmo layout do arquivo de rejeitados gravado pelo PROG000X.
       FD  REJEITADOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJEITADO-REC.
           02  REJ-CPF             PIC X(11).
           02  REJ-TIPO            PIC X.
           02  REJ-VALOR           PIC S9(16)V9(02).
           02  REJ-SALDO-PREVISTO  PIC S9(16)V9(02).
           02  REJ-DATA.
               03  REJ-DIA         PIC XX.
               03  REJ-MES         PIC XX.
               03  REJ-ANO         PIC XXXX.
           02  REJ-MOTIVO          PIC X(30).
           02  REJ-OPERADOR        PIC X(08).

       FD  PENDENTES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PENDENTE.cpy".

      *   Mesmo layout do log de erros gravado pelo PROG000X.
       FD  ERROR-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ERRO-LOG-REC.
           02  ERL-DATA            PIC 9(8).
           02  ERL-HORA            PIC 9(8).
           02  ERL-PROGRAMA        PIC X(8).
           02  ERL-CAMPO           PIC X(30).
           02  ERL-MENSAGEM        PIC X(48).

       FD  JORNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "JORNAL.cpy".

      *   So o CPF de cada movimento do mes que conta para a regra
      *   de quantidade de movimentos.
       SD  CLASSIFICA-FILE.
       01  CLASSIFICA-REC.
           02  CNT-CPF             PIC X(11).

       WORKING-STORAGE SECTION.
           77 WRK-CLIENTES-STATUS  PIC XX VALUE "00".
               88 CLIENTES-OK             VALUE "00".
               88 CLIENTES-FIM            VALUE "10".
               88 CLIENTES-NAO-ENCONTRADO VALUE "23" "35".
           77 WRK-TRANSACOES-STATUS PIC XX VALUE "00".
               88 TRANSACOES-OK             VALUE "00".
               88 TRANSACOES-FIM            VALUE "10".
               88 TRANSACOES-NAO-ENCONTRADO VALUE "35".
           77 WRK-TARIFAS-STATUS PIC XX VALUE "00".
               88 TARIFAS-OK             VALUE "00".
               88 TARIFAS-FIM            VALUE "10".
               88 TARIFAS-NAO-ENCONTRADO VALUE "35".
           77 WRK-TARCOBR-STATUS PIC XX VALUE "00".
               88 TARCOBR-OK             VALUE "00".
               88 TARCOBR-NAO-ENCONTRADO VALUE "23" "35".
           77 WRK-REJEITADOS-STATUS PIC XX VALUE "00".
               88 REJEITADOS-OK             VALUE "00".
               88 REJEITADOS-NAO-ENCONTRADO VALUE "35".
           77 WRK-PENDENTES-STATUS PIC XX VALUE "00".
               88 PENDENTES-OK             VALUE "00".
               88 PENDENTES-FIM            VALUE "10".
               88 PENDENTES-NAO-ENCONTRADO VALUE "23" "35".
           77 WRK-ERRORLOG-STATUS PIC XX VALUE "00".
               88 ERRORLOG-OK             VALUE "00".
               88 ERRORLOG-NAO-ENCONTRADO VALUE "35".
           77 WRK-JORNAL-STATUS PIC XX VALUE "00".
               88 JORNAL-OK             VALUE "00".
               88 JORNAL-NAO-ENCONTRADO VALUE "35".

      *----FIM DO ARQUIVO CLASSIFICADO (RETURN DO SORT)------------
           77 WRK-CLASSIFICADO-FIM-SW PIC X VALUE "N".
               88 CLASSIFICADO-FIM    VALUE "S".
               88 CLASSIFICADO-ABERTO VALUE "N".

      *----PROXIMO NUMERO DA FILA DE PENDENCIAS--------------------
           77 WRK-PEN-PROXIMO-ID PIC 9(9) VALUE 1.

      *----DADOS DO ERRO ARITMETICO CORRENTE (SIZE ERROR)----------
           77 WRK-ERR-CAMPO    PIC X(30) VALUE SPACES.
           77 WRK-ERR-MENSAGEM PIC X(48) VALUE SPACES.

      *----IMAGEM ANTERIOR DO CLIENTE CORRENTE (PARA O JORNAL)-----
      *   Guardada antes do debito da tarifa; a regravacao do saldo
      *   vai para o jornal de alteracoes com o modo TARIF e o
      *   programa como operador, como os juros do PROG0008.
           77 WRK-JRN-ANTES PIC X(230) VALUE SPACES.

      *----CARTAO DE PARAMETROS (SYSIN)----------------------------
      *   Colunas 1-8 = data de execucao CCYYMMDD (o ultimo dia util
      *   do mes, a mesma data do cartao PROG000XP da noite); o mes
      *   da data e a competencia cobrada.
           01 WRK-PARM-CARD.
               02 WRK-PARM-DATA PIC X(8).
               02 FILLER        PIC X(12).

           01 WRK-DATA-EXECUCAO PIC 9(8) VALUE ZEROS.
           01 WRK-DATA-EXEC-DETALHE REDEFINES WRK-DATA-EXECUCAO.
               02 WRK-DEX-ANO   PIC 9(4).
               02 WRK-DEX-MES   PIC 99.
               02 WRK-DEX-DIA   PIC 99.

      *----COMPETENCIA COBRADA (CCYYMM DA DATA DE EXECUCAO)--------
           77 WRK-COMPETENCIA PIC 9(6) VALUE ZERO.
           01 WRK-COMPETENCIA-TRAN.
               02 WRK-CT-ANO PIC X(4).
               02 WRK-CT-MES PIC XX.

      *----CALCULO DA DATA JULIANA (YYDDD) DO CARIMBO DE ALTERACAO-
           77 WRK-DATE-JULIANA      PIC 9(5) VALUE ZEROS.
           77 WRK-JUL-ANO-2DIG      PIC 99.
           77 WRK-JUL-DIA-ACUM      PIC 9(3).
           77 WRK-JUL-DIA-DO-ANO    PIC 9(3).
           77 WRK-JUL-RESTO-4       PIC 9.
           77 WRK-JUL-RESTO-100     PIC 99.
           77 WRK-JUL-RESTO-400     PIC 999.
           77 WRK-JUL-QUOCIENTE     PIC 9(4).

           77 WRK-ANO-BISSEXTO-SW PIC X VALUE "N".
               88 ANO-BISSEXTO     VALUE "S".
               88 ANO-NAO-BISSEXTO VALUE "N".

      *----NUMERACAO SEQUENCIAL DOS LANCAMENTOS--------------------
      *   Mesma apuracao do PROG000X (maior TRAN-NUMERO do extrato
      *   vivo + 1), feita na mesma leitura que solta os movimentos
      *   do mes para a classificacao.
           77 WRK-PROXIMO-NUMERO PIC 9(9) VALUE 1.

      *----TARIFAS VIGENTES NA DATA (UMA VERSAO POR CODIGO)--------
           77 WRK-TAB-QTDE PIC 99 VALUE ZERO.
           77 WRK-TAB-IND  PIC 99 VALUE ZERO.
           01 WRK-TARIFA-TABELA.
               02 WRK-TARIFA-ITEM OCCURS 50 TIMES.
                   03 WRK-TB-CODIGO      PIC X(04).
                   03 WRK-TB-VIGENCIA    PIC 9(08).
                   03 WRK-TB-DESCRICAO   PIC X(30).
                   03 WRK-TB-VALOR       PIC S9(16)V9(02).
                   03 WRK-TB-SITUACAO    PIC X.
                   03 WRK-TB-SALDO-MIN   PIC S9(16)V9(02).
                   03 WRK-TB-SALDO-MAX   PIC S9(16)V9(02).
                   03 WRK-TB-MOVTOS-MIN  PIC 9(05).
                   03 WRK-TB-MOVTOS-MAX  PIC 9(05).
                   03 WRK-TB-ATIVA       PIC X.

           77 WRK-TABELA-ERRO-SW PIC X VALUE "N".
               88 TABELA-COM-ERRO VALUE "S".
               88 TABELA-LIMPA    VALUE "N".

      *----CLIENTE CORRENTE----------------------------------------
      *   CPF do movimento classificado corrente (HIGH-VALUES no fim)
      *   e movimentos do cliente no mes; o saldo de partida vale
      *   para a faixa de todas as tarifas do cliente, para uma
      *   tarifa cobrada nao mudar a faixa da seguinte.
           77 WRK-MOV-CPF      PIC X(11) VALUE SPACES.
           77 WRK-MOVTOS-MES   PIC 9(05) VALUE ZERO.
           77 WRK-SALDO-BASE   PIC S9(16)V9(02) VALUE ZERO.
           77 WRK-SALDO-PREVISTO  PIC S9(16)V9(02) VALUE ZERO.
           77 WRK-LIMITE-NEGATIVO PIC S9(16)V9(02) VALUE ZERO.
           77 WRK-MOTIVO-REJEICAO PIC X(30) VALUE SPACES.

           77 WRK-APLICAVEL-SW PIC X VALUE "N".
               88 TARIFA-APLICAVEL     VALUE "S".
               88 TARIFA-NAO-APLICAVEL VALUE "N".

           77 WRK-JA-TRATADA-SW PIC X VALUE "N".
               88 TARIFA-JA-TRATADA VALUE "S".
               88 TARIFA-PENDENTE   VALUE "N".

           77 WRK-CALC-ERRO-SW PIC X VALUE "N".
               88 CALCULO-OK       VALUE "N".
               88 CALCULO-COM-ERRO VALUE "S".

      *----CONTADORES DO RESUMO DO JOB-----------------------------
           77 WRK-TOTAL-CLIENTES    PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-COBRADAS    PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-REJEITADAS  PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-JA-TRATADAS PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-TARIFAS     PIC S9(16)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM OBTER-PARAMETROS.
           IF WRK-PARM-DATA IS NOT NUMERIC
               DISPLAY "CARTAO DE PARAMETROS INVALIDO: '"
                   WRK-PARM-CARD "'"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-PARM-DATA TO WRK-DATA-EXECUCAO
               MOVE WRK-PARM-DATA(1:6) TO WRK-COMPETENCIA
               MOVE WRK-PARM-DATA(1:4) TO WRK-CT-ANO
               MOVE WRK-PARM-DATA(5:2) TO WRK-CT-MES
               PERFORM CALCULAR-DATA-JULIANA-EXECUCAO
               PERFORM CARREGAR-TABELA-TARIFAS
               EVALUATE TRUE
                   WHEN TABELA-COM-ERRO
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-TAB-QTDE = ZERO
                       DISPLAY "NENHUMA TARIFA VIGENTE EM "
                           WRK-DATA-EXECUCAO
                   WHEN OTHER
                       PERFORM ABRIR-ARQUIVOS
                       IF CLIENTES-NAO-ENCONTRADO
                           DISPLAY "ARQUIVO DE CLIENTES NAO ENCONTRADO"
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           SORT CLASSIFICA-FILE
                               ON ASCENDING KEY CNT-CPF
                               INPUT PROCEDURE IS SELECIONAR-MOVIMENTOS
                                   THRU SELECIONAR-MOVIMENTOS-FIM
                               OUTPUT PROCEDURE IS COBRAR-TARIFAS
                                   THRU COBRAR-TARIFAS-FIM
                       END-IF
                       PERFORM ENCERRAR-ARQUIVOS
                       DISPLAY "TARIFAS " WRK-COMPETENCIA ": "
                           WRK-TOTAL-CLIENTES " CLIENTES LIDOS, "
                           WRK-TOTAL-COBRADAS " COBRADAS, "
                           WRK-TOTAL-REJEITADAS " REJEITADAS, "
                           WRK-TOTAL-JA-TRATADAS
                           " JA TRATADAS NA COMPETENCIA"
               END-EVALUATE
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      * OBTER-PARAMETROS
      *----------------------------------------------------------------
       OBTER-PARAMETROS.
           MOVE SPACES TO WRK-PARM-CARD
           ACCEPT WRK-PARM-CARD.

      *----------------------------------------------------------------
      * CALCULAR-DATA-JULIANA-EXECUCAO
      *   Converte a data de execucao para juliana YYDDD, usada no
      *   carimbo de alteracao do cadastro, como o PROG000X faz.
      *----------------------------------------------------------------
       CALCULAR-DATA-JULIANA-EXECUCAO.
           PERFORM VERIFICAR-ANO-BISSEXTO
           EVALUATE WRK-DEX-MES
               WHEN 1  MOVE 000 TO WRK-JUL-DIA-ACUM
               WHEN 2  MOVE 031 TO WRK-JUL-DIA-ACUM
               WHEN 3  MOVE 059 TO WRK-JUL-DIA-ACUM
               WHEN 4  MOVE 090 TO WRK-JUL-DIA-ACUM
               WHEN 5  MOVE 120 TO WRK-JUL-DIA-ACUM
               WHEN 6  MOVE 151 TO WRK-JUL-DIA-ACUM
               WHEN 7  MOVE 181 TO WRK-JUL-DIA-ACUM
               WHEN 8  MOVE 212 TO WRK-JUL-DIA-ACUM
               WHEN 9  MOVE 243 TO WRK-JUL-DIA-ACUM
               WHEN 10 MOVE 273 TO WRK-JUL-DIA-ACUM
               WHEN 11 MOVE 304 TO WRK-JUL-DIA-ACUM
               WHEN 12 MOVE 334 TO WRK-JUL-DIA-ACUM
               WHEN OTHER MOVE 000 TO WRK-JUL-DIA-ACUM
           END-EVALUATE
           IF WRK-DEX-MES > 2 AND ANO-BISSEXTO
               ADD 1 TO WRK-JUL-DIA-ACUM
           END-IF
           ADD WRK-JUL-DIA-ACUM WRK-DEX-DIA GIVING WRK-JUL-DIA-DO-ANO
           DIVIDE WRK-DEX-ANO BY 100 GIVING WRK-JUL-QUOCIENTE
               REMAINDER WRK-JUL-ANO-2DIG
           COMPUTE WRK-DATE-JULIANA =
               (WRK-JUL-ANO-2DIG * 1000) + WRK-JUL-DIA-DO-ANO.

       VERIFICAR-ANO-BISSEXTO.
           DIVIDE WRK-DEX-ANO BY 4 GIVING WRK-JUL-QUOCIENTE
               REMAINDER WRK-JUL-RESTO-4
           DIVIDE WRK-DEX-ANO BY 100 GIVING WRK-JUL-QUOCIENTE
               REMAINDER WRK-JUL-RESTO-100
           DIVIDE WRK-DEX-ANO BY 400 GIVING WRK-JUL-QUOCIENTE
               REMAINDER WRK-JUL-RESTO-400
           IF WRK-JUL-RESTO-4 = 0 AND
              (WRK-JUL-RESTO-100 NOT = 0 OR WRK-JUL-RESTO-400 = 0)
               SET ANO-BISSEXTO TO TRUE
           ELSE
               SET ANO-NAO-BISSEXTO TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * CARREGAR-TABELA-TARIFAS
      *   Le a tabela de tarifas na ordem da chave (codigo e, dentro
      *   do codigo, vigencia crescente) e guarda, para cada codigo,
      *   a ultima versao com inicio de vigencia ate a data de
      *   execucao. Versao futura e ignorada; versao vigente inativa
      *   fica na tabela e tira o codigo da cobranca. Versao vigente
      *   com situacao invalida (gravada antes da critica atual do
      *   modo TARIF) e listada e tratada como inativa.
      *----------------------------------------------------------------
       CARREGAR-TABELA-TARIFAS.
           SET TABELA-LIMPA TO TRUE
           OPEN INPUT TARIFAS-FILE
           IF TARIFAS-NAO-ENCONTRADO
               DISPLAY "TABELA DE TARIFAS NAO ENCONTRADA"
               SET TABELA-COM-ERRO TO TRUE
           ELSE
               PERFORM LER-PROXIMA-TARIFA
               PERFORM GUARDAR-TARIFA-VIGENTE
                   UNTIL TARIFAS-FIM OR TABELA-COM-ERRO
               CLOSE TARIFAS-FILE
               PERFORM CONFERIR-SITUACAO-TARIFA
                   VARYING WRK-TAB-IND FROM 1 BY 1
                   UNTIL WRK-TAB-IND > WRK-TAB-QTDE
           END-IF.

       LER-PROXIMA-TARIFA.
           READ TARIFAS-FILE NEXT RECORD
               AT END
                   SET TARIFAS-FIM TO TRUE
           END-READ.

       GUARDAR-TARIFA-VIGENTE.
           IF TAR-VIGENCIA NOT > WRK-DATA-EXECUCAO
               IF WRK-TAB-QTDE = ZERO
                  OR TAR-CODIGO NOT = WRK-TB-CODIGO(WRK-TAB-QTDE)
                   IF WRK-TAB-QTDE < 50
                       ADD 1 TO WRK-TAB-QTDE
                   ELSE
                       DISPLAY "TABELA DE TARIFAS EXCEDE 50 CODIGOS"
                       SET TABELA-COM-ERRO TO TRUE
                   END-IF
               END-IF
               IF TABELA-LIMPA
                   MOVE TAR-CODIGO   TO WRK-TB-CODIGO(WRK-TAB-QTDE)
                   MOVE TAR-VIGENCIA TO WRK-TB-VIGENCIA(WRK-TAB-QTDE)
                   MOVE TAR-DESCRICAO TO
                       WRK-TB-DESCRICAO(WRK-TAB-QTDE)
                   MOVE TAR-VALOR    TO WRK-TB-VALOR(WRK-TAB-QTDE)
                   MOVE TAR-SITUACAO TO WRK-TB-SITUACAO(WRK-TAB-QTDE)
                   MOVE TAR-SALDO-MINIMO TO
                       WRK-TB-SALDO-MIN(WRK-TAB-QTDE)
                   MOVE TAR-SALDO-MAXIMO TO
                       WRK-TB-SALDO-MAX(WRK-TAB-QTDE)
                   MOVE TAR-MOVTOS-MINIMO TO
                       WRK-TB-MOVTOS-MIN(WRK-TAB-QTDE)
                   MOVE TAR-MOVTOS-MAXIMO TO
                       WRK-TB-MOVTOS-MAX(WRK-TAB-QTDE)
                   MOVE TAR-ATIVA    TO WRK-TB-ATIVA(WRK-TAB-QTDE)
               END-IF
           END-IF
           PERFORM LER-PROXIMA-TARIFA.

       CONFERIR-SITUACAO-TARIFA.
           IF WRK-TB-ATIVA(WRK-TAB-IND) = "S"
              AND WRK-TB-SITUACAO(WRK-TAB-IND) NOT = "T"
              AND WRK-TB-SITUACAO(WRK-TAB-IND) NOT = "A"
               DISPLAY "TARIFA " WRK-TB-CODIGO(WRK-TAB-IND)
                   " VIGENCIA " WRK-TB-VIGENCIA(WRK-TAB-IND)
                   " COM SITUACAO INVALIDA '"
                   WRK-TB-SITUACAO(WRK-TAB-IND) "' - NAO COBRADA"
               MOVE "N" TO WRK-TB-ATIVA(WRK-TAB-IND)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * ABRIR-ARQUIVOS
      *   O cadastro abre em I-O para a regravacao do saldo. O
      *   extrato nao abre aqui: o procedimento de entrada do SORT o
      *   le e o de saida o reabre em EXTEND para os lancamentos.
      *----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN I-O CLIENTES-FILE.
           OPEN I-O TARCOBR-FILE.
           IF TARCOBR-NAO-ENCONTRADO
               OPEN OUTPUT TARCOBR-FILE
               CLOSE TARCOBR-FILE
               OPEN I-O TARCOBR-FILE
           END-IF.
           OPEN EXTEND REJEITADOS-FILE.
           IF REJEITADOS-NAO-ENCONTRADO
               OPEN OUTPUT REJEITADOS-FILE
               CLOSE REJEITADOS-FILE
               OPEN EXTEND REJEITADOS-FILE
           END-IF.
           OPEN I-O PENDENTES-FILE.
           IF PENDENTES-NAO-ENCONTRADO
               OPEN OUTPUT PENDENTES-FILE
               CLOSE PENDENTES-FILE
               OPEN I-O PENDENTES-FILE
           END-IF.
           PERFORM APURAR-PROXIMA-PENDENCIA.
           OPEN EXTEND ERROR-LOG-FILE.
           IF ERRORLOG-NAO-ENCONTRADO
               OPEN OUTPUT ERROR-LOG-FILE
               CLOSE ERROR-LOG-FILE
               OPEN EXTEND ERROR-LOG-FILE
           END-IF.
           OPEN EXTEND JORNAL-FILE.
           IF JORNAL-NAO-ENCONTRADO
               OPEN OUTPUT JORNAL-FILE
               CLOSE JORNAL-FILE
               OPEN EXTEND JORNAL-FILE
           END-IF.

      *----------------------------------------------------------------
      * APURAR-PROXIMA-PENDENCIA
      *   Maior numero da fila de pendencias + 1 (fila vazia comeca
      *   em 1), como o PROG000X apura na abertura.
      *----------------------------------------------------------------
       APURAR-PROXIMA-PENDENCIA.
           MOVE 1 TO WRK-PEN-PROXIMO-ID
           MOVE ZERO TO PEN-ID
           START PENDENTES-FILE KEY IS NOT LESS THAN PEN-ID
               INVALID KEY
                   SET PENDENTES-FIM TO TRUE
               NOT INVALID KEY
                   PERFORM LER-PROXIMA-PENDENCIA
           END-START
           PERFORM CONTAR-NUMERO-PENDENCIA UNTIL PENDENTES-FIM.

       LER-PROXIMA-PENDENCIA.
           READ PENDENTES-FILE NEXT RECORD
               AT END
                   SET PENDENTES-FIM TO TRUE
           END-READ.

       CONTAR-NUMERO-PENDENCIA.
           IF PEN-ID NOT < WRK-PEN-PROXIMO-ID
               COMPUTE WRK-PEN-PROXIMO-ID = PEN-ID + 1
           END-IF
           PERFORM LER-PROXIMA-PENDENCIA.

      *----------------------------------------------------------------
      * SELECIONAR-MOVIMENTOS
      *   Procedimento de entrada do SORT: le o extrato vivo inteiro,
      *   apura o proximo numero de lancamento e solta o CPF de cada
      *   movimento da competencia que conta para a regra de
      *   quantidade -- fora os resumos do fechamento, os juros de
      *   descoberto e as proprias tarifas, que nao sao movimento
      *   do cliente.
      *----------------------------------------------------------------
       SELECIONAR-MOVIMENTOS.
           MOVE 1 TO WRK-PROXIMO-NUMERO
           OPEN INPUT TRANSACOES-FILE
           IF NOT TRANSACOES-NAO-ENCONTRADO
               PERFORM LER-PROXIMA-TRANSACAO
               PERFORM SOLTAR-MOVIMENTO UNTIL TRANSACOES-FIM
               CLOSE TRANSACOES-FILE
           END-IF.
       SELECIONAR-MOVIMENTOS-FIM.
           EXIT.

       LER-PROXIMA-TRANSACAO.
           READ TRANSACOES-FILE
               AT END
                   SET TRANSACOES-FIM TO TRUE
           END-READ.

       SOLTAR-MOVIMENTO.
           IF TRAN-NUMERO IS NUMERIC
              AND TRAN-NUMERO NOT < WRK-PROXIMO-NUMERO
               COMPUTE WRK-PROXIMO-NUMERO = TRAN-NUMERO + 1
           END-IF
           IF TRAN-ANO = WRK-CT-ANO AND TRAN-MES = WRK-CT-MES
              AND TRAN-OPERADOR NOT = "PROG0005"
              AND TRAN-OPERADOR NOT = "PROG0008"
              AND TRAN-OPERADOR NOT = "PROG0015"
              AND NOT TRAN-ORIGEM-RESUMO
              AND NOT TRAN-ORIGEM-JUROS
              AND NOT TRAN-ORIGEM-TARIFA
               MOVE TRAN-CPF TO CNT-CPF
               RELEASE CLASSIFICA-REC
           END-IF
           PERFORM LER-PROXIMA-TRANSACAO.

      *----------------------------------------------------------------
      * COBRAR-TARIFAS
      *   Procedimento de saida do SORT: casa o cadastro (lido em
      *   ordem de CPF) com os movimentos classificados por CPF,
      *   conta os movimentos de cada cliente no mes e avalia cada
      *   tarifa vigente contra ele.
      *----------------------------------------------------------------
       COBRAR-TARIFAS.
           OPEN EXTEND TRANSACOES-FILE
           IF TRANSACOES-NAO-ENCONTRADO
               OPEN OUTPUT TRANSACOES-FILE
               CLOSE TRANSACOES-FILE
               OPEN EXTEND TRANSACOES-FILE
           END-IF
           PERFORM RETORNAR-MOVIMENTO
           PERFORM LER-PROXIMO-CLIENTE
           PERFORM AVALIAR-CLIENTE UNTIL CLIENTES-FIM
           CLOSE TRANSACOES-FILE.
       COBRAR-TARIFAS-FIM.
           EXIT.

       RETORNAR-MOVIMENTO.
           RETURN CLASSIFICA-FILE
               AT END
                   SET CLASSIFICADO-FIM TO TRUE
           END-RETURN
           IF CLASSIFICADO-FIM
               MOVE HIGH-VALUES TO WRK-MOV-CPF
           ELSE
               MOVE CNT-CPF TO WRK-MOV-CPF
           END-IF.

       LER-PROXIMO-CLIENTE.
           READ CLIENTES-FILE NEXT RECORD
               AT END
                   SET CLIENTES-FIM TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * AVALIAR-CLIENTE
      *   Movimento de CPF sem cadastro e descartado (a reconciliacao
      *   e quem o denuncia). Conta encerrada nao paga tarifa.
      *----------------------------------------------------------------
       AVALIAR-CLIENTE.
           ADD 1 TO WRK-TOTAL-CLIENTES
           MOVE ZERO TO WRK-MOVTOS-MES
           PERFORM RETORNAR-MOVIMENTO UNTIL WRK-MOV-CPF NOT < CLI-CPF
           PERFORM CONTAR-MOVIMENTO-CLIENTE
               UNTIL WRK-MOV-CPF NOT = CLI-CPF
           IF NOT CLI-ENCERRADA
               MOVE CLI-SALDO TO WRK-SALDO-BASE
               PERFORM APLICAR-TARIFA
                   VARYING WRK-TAB-IND FROM 1 BY 1
                   UNTIL WRK-TAB-IND > WRK-TAB-QTDE
           END-IF
           PERFORM LER-PROXIMO-CLIENTE.

       CONTAR-MOVIMENTO-CLIENTE.
           ADD 1 TO WRK-MOVTOS-MES
           PERFORM RETORNAR-MOVIMENTO.

      *----------------------------------------------------------------
      * APLICAR-TARIFA
      *   Tarifa que se aplica ao cliente e ainda nao foi tratada na
      *   competencia vai para a critica e a cobranca.
      *----------------------------------------------------------------
       APLICAR-TARIFA.
           PERFORM VERIFICAR-REGRAS-TARIFA
           IF TARIFA-APLICAVEL
               PERFORM CONSULTAR-TARIFA-TRATADA
               IF TARIFA-JA-TRATADA
                   ADD 1 TO WRK-TOTAL-JA-TRATADAS
               ELSE
                   PERFORM CRITICAR-E-COBRAR-TARIFA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * VERIFICAR-REGRAS-TARIFA
      *   Versao ativa e com valor; situacao da conta (T/A); faixa
      *   de saldo quando minimo ou maximo informado; quantidade de
      *   movimentos no mes entre o minimo e o maximo (zero = sem
      *   teto).
      *----------------------------------------------------------------
       VERIFICAR-REGRAS-TARIFA.
           SET TARIFA-APLICAVEL TO TRUE
           EVALUATE TRUE
               WHEN WRK-TB-ATIVA(WRK-TAB-IND) NOT = "S"
                   SET TARIFA-NAO-APLICAVEL TO TRUE
               WHEN WRK-TB-VALOR(WRK-TAB-IND) NOT > ZERO
                   SET TARIFA-NAO-APLICAVEL TO TRUE
               WHEN WRK-TB-SITUACAO(WRK-TAB-IND) = "A"
                    AND NOT CLI-ATIVA
                   SET TARIFA-NAO-APLICAVEL TO TRUE
               WHEN (WRK-TB-SALDO-MIN(WRK-TAB-IND) NOT = ZERO
                     OR WRK-TB-SALDO-MAX(WRK-TAB-IND) NOT = ZERO)
                    AND (WRK-SALDO-BASE < WRK-TB-SALDO-MIN(WRK-TAB-IND)
                     OR WRK-SALDO-BASE > WRK-TB-SALDO-MAX(WRK-TAB-IND))
                   SET TARIFA-NAO-APLICAVEL TO TRUE
               WHEN WRK-MOVTOS-MES < WRK-TB-MOVTOS-MIN(WRK-TAB-IND)
                   SET TARIFA-NAO-APLICAVEL TO TRUE
               WHEN WRK-TB-MOVTOS-MAX(WRK-TAB-IND) > ZERO
                    AND WRK-MOVTOS-MES > WRK-TB-MOVTOS-MAX(WRK-TAB-IND)
                   SET TARIFA-NAO-APLICAVEL TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * CONSULTAR-TARIFA-TRATADA
      *   Procura a competencia/CPF/tarifa no registro de tarifas
      *   tratadas: achou = reexecucao, nao cobra de novo.
      *----------------------------------------------------------------
       CONSULTAR-TARIFA-TRATADA.
           SET TARIFA-PENDENTE TO TRUE
           MOVE WRK-COMPETENCIA         TO TCB-COMPETENCIA
           MOVE CLI-CPF                 TO TCB-CPF
           MOVE WRK-TB-CODIGO(WRK-TAB-IND) TO TCB-CODIGO
           READ TARCOBR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TARIFA-JA-TRATADA TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * CRITICAR-E-COBRAR-TARIFA
      *   Mesma critica da postagem do PROG000X, com motivo proprio
      *   de tarifa para o resumo diario agrupar a parte: conta
      *   bloqueada recusa, debito alem do descoberto autorizado
      *   recusa.
      *----------------------------------------------------------------
       CRITICAR-E-COBRAR-TARIFA.
           SET CALCULO-OK TO TRUE
           COMPUTE WRK-SALDO-PREVISTO =
               CLI-SALDO - WRK-TB-VALOR(WRK-TAB-IND)
               ON SIZE ERROR
                   SET CALCULO-COM-ERRO TO TRUE
                   MOVE "WRK-SALDO-PREVISTO" TO WRK-ERR-CAMPO
                   MOVE "SIZE ERROR NA CRITICA DA TARIFA"
                       TO WRK-ERR-MENSAGEM
                   PERFORM REGISTRAR-ERRO-ARITMETICO
           END-COMPUTE
           COMPUTE WRK-LIMITE-NEGATIVO = ZERO - CLI-LIMITE-CREDITO
           EVALUATE TRUE
               WHEN CALCULO-COM-ERRO
                   CONTINUE
               WHEN CLI-BLOQUEADA
                   MOVE "TARIFA - CONTA BLOQUEADA" TO
                       WRK-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TARIFA
               WHEN WRK-SALDO-PREVISTO < WRK-LIMITE-NEGATIVO
                   MOVE "TARIFA - LIMITE EXCEDIDO" TO
                       WRK-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TARIFA
               WHEN OTHER
                   PERFORM POSTAR-TARIFA
           END-EVALUATE.

      *----------------------------------------------------------------
      * POSTAR-TARIFA
      *   Caminho normal de postagem: debita o saldo, carimba a
      *   alteracao, regrava o cadastro com a imagem no jornal e
      *   lanca o debito no extrato com o proximo numero.
      *----------------------------------------------------------------
       POSTAR-TARIFA.
           MOVE CLIENTE-REC TO WRK-JRN-ANTES
           MOVE WRK-SALDO-PREVISTO TO CLI-SALDO
           MOVE WRK-DATE-JULIANA TO CLI-DATA-ALTERACAO
           REWRITE CLIENTE-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR SALDO: " CLI-CPF
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM GRAVAR-JORNAL-CLIENTE
                   MOVE WRK-PROXIMO-NUMERO TO TCB-NUMERO
                   PERFORM GRAVAR-TRANSACAO-TARIFA
                   SET TCB-COBRADA TO TRUE
                   PERFORM REGISTRAR-TARIFA-TRATADA
                   ADD 1 TO WRK-TOTAL-COBRADAS
                   ADD WRK-TB-VALOR(WRK-TAB-IND) TO WRK-TOTAL-TARIFAS
           END-REWRITE.

       GRAVAR-TRANSACAO-TARIFA.
           MOVE CLI-CPF     TO TRAN-CPF
           SET TRAN-DEBITO  TO TRUE
           MOVE WRK-TB-VALOR(WRK-TAB-IND) TO TRAN-VALOR
           MOVE WRK-DEX-DIA TO TRAN-DIA
           MOVE WRK-DEX-MES TO TRAN-MES
           MOVE WRK-DEX-ANO TO TRAN-ANO
           MOVE WRK-PROXIMO-NUMERO TO TRAN-NUMERO
           MOVE ZERO        TO TRAN-NUM-ESTORNADO
           MOVE "PROG0015"  TO TRAN-OPERADOR
           MOVE SPACES      TO TRAN-CPF-CONTRAPARTE
           MOVE ZERO        TO TRAN-NUM-CONTRAPARTE
           SET TRAN-ORIGEM-TARIFA TO TRUE
           ADD 1 TO WRK-PROXIMO-NUMERO
           WRITE TRANSACAO-REC.

      *----------------------------------------------------------------
      * REJEITAR-TARIFA
      *   Grava a tarifa recusada no arquivo de rejeitados, com o
      *   saldo que ela teria produzido, abre a pendencia na fila de
      *   revisao e sinaliza a rejeicao no retorno sem rebaixar um
      *   codigo mais grave.
      *----------------------------------------------------------------
       REJEITAR-TARIFA.
           MOVE CLI-CPF              TO REJ-CPF
           MOVE "D"                  TO REJ-TIPO
           MOVE WRK-TB-VALOR(WRK-TAB-IND) TO REJ-VALOR
           MOVE WRK-SALDO-PREVISTO   TO REJ-SALDO-PREVISTO
           MOVE WRK-DEX-DIA          TO REJ-DIA
           MOVE WRK-DEX-MES          TO REJ-MES
           MOVE WRK-DEX-ANO          TO REJ-ANO
           MOVE WRK-MOTIVO-REJEICAO  TO REJ-MOTIVO
           MOVE "PROG0015"           TO REJ-OPERADOR
           WRITE REJEITADO-REC
           PERFORM GRAVAR-PENDENCIA
           MOVE ZERO TO TCB-NUMERO
           SET TCB-REJEITADA TO TRUE
           PERFORM REGISTRAR-TARIFA-TRATADA
           ADD 1 TO WRK-TOTAL-REJEITADAS
           DISPLAY "TARIFA " WRK-TB-CODIGO(WRK-TAB-IND) " CPF "
               CLI-CPF " RECUSADA: " WRK-MOTIVO-REJEICAO
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * GRAVAR-PENDENCIA
      *   Pendencia da tarifa recusada, com o codigo e a competencia
      *   como referencia. A repostagem no modo PENDE gera o
      *   lancamento com origem de tarifa; o registro da competencia
      *   continua como rejeitada, o que impede nova cobranca.
      *----------------------------------------------------------------
       GRAVAR-PENDENCIA.
           MOVE SPACES TO PENDENTE-REC
           MOVE WRK-PEN-PROXIMO-ID         TO PEN-ID
           MOVE CLI-CPF                    TO PEN-CPF
           SET PEN-DEBITO TO TRUE
           MOVE WRK-TB-VALOR(WRK-TAB-IND)  TO PEN-VALOR
           MOVE WRK-DATA-EXECUCAO          TO PEN-DATA-REJEICAO
           MOVE WRK-MOTIVO-REJEICAO        TO PEN-MOTIVO
           MOVE "PROG0015"                 TO PEN-OPERADOR
           SET PEN-ORIGEM-TARIFA TO TRUE
           MOVE WRK-TB-CODIGO(WRK-TAB-IND) TO PEN-TARIFA-CODIGO
           MOVE WRK-COMPETENCIA            TO PEN-TARIFA-COMPET
           MOVE ZERO                       TO PEN-NUM-ESTORNADO
           MOVE ZERO                       TO PEN-ID-PAR
           SET PEN-PENDENTE TO TRUE
           MOVE ZERO                       TO PEN-NUM-REPOSTADO
           MOVE SPACES                     TO PEN-MOTIVO-CANCEL
           MOVE SPACES                     TO PEN-OPERADOR-RESOL
           MOVE ZERO                       TO PEN-DATA-RESOLUCAO
           WRITE PENDENTE-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PENDENCIA " PEN-ID
                       " - STATUS " WRK-PENDENTES-STATUS
                   MOVE 8 TO RETURN-CODE
           END-WRITE
           ADD 1 TO WRK-PEN-PROXIMO-ID.

      *----------------------------------------------------------------
      * REGISTRAR-TARIFA-TRATADA
      *   Marca a tarifa como tratada na competencia (situacao e
      *   numero do lancamento ja movidos por quem chama).
      *----------------------------------------------------------------
       REGISTRAR-TARIFA-TRATADA.
           MOVE WRK-COMPETENCIA            TO TCB-COMPETENCIA
           MOVE CLI-CPF                    TO TCB-CPF
           MOVE WRK-TB-CODIGO(WRK-TAB-IND) TO TCB-CODIGO
           MOVE WRK-TB-VALOR(WRK-TAB-IND)  TO TCB-VALOR
           MOVE WRK-DATA-EXECUCAO          TO TCB-DATA
           WRITE TARCOBR-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR TARIFA "
                       TCB-CODIGO " CPF " TCB-CPF
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

      *----------------------------------------------------------------
      * GRAVAR-JORNAL-CLIENTE
      *   Imagem anterior (guardada antes do debito) e imagem nova do
      *   registro regravado, com o modo TARIF e o programa como
      *   operador.
      *----------------------------------------------------------------
       GRAVAR-JORNAL-CLIENTE.
           MOVE WRK-DATA-EXECUCAO TO JRN-DATA
           ACCEPT JRN-HORA FROM TIME
           MOVE "TARIF"      TO JRN-MODO
           MOVE "PROG0015"   TO JRN-OPERADOR
           MOVE CLI-CPF      TO JRN-CPF
           MOVE WRK-JRN-ANTES TO JRN-IMAGEM-ANTES
           MOVE CLIENTE-REC  TO JRN-IMAGEM-DEPOIS
           WRITE JORNAL-REC.

      *----------------------------------------------------------------
      * REGISTRAR-ERRO-ARITMETICO
      *   Grava no log de erros a ocorrencia de SIZE ERROR, como o
      *   PROG0008 faz, e sinaliza RETURN-CODE 16.
      *----------------------------------------------------------------
       REGISTRAR-ERRO-ARITMETICO.
           MOVE WRK-DATA-EXECUCAO TO ERL-DATA
           ACCEPT ERL-HORA FROM TIME
           MOVE "PROG0015"       TO ERL-PROGRAMA
           MOVE WRK-ERR-CAMPO    TO ERL-CAMPO
           MOVE WRK-ERR-MENSAGEM TO ERL-MENSAGEM
           WRITE ERRO-LOG-REC
           DISPLAY "ERRO DE CALCULO REGISTRADO: " WRK-ERR-CAMPO
               " - CPF " CLI-CPF
           MOVE 16 TO RETURN-CODE.

      *----------------------------------------------------------------
      * ENCERRAR-ARQUIVOS
      *----------------------------------------------------------------
       ENCERRAR-ARQUIVOS.
           CLOSE CLIENTES-FILE.
           CLOSE TARCOBR-FILE.
           CLOSE REJEITADOS-FILE.
           CLOSE PENDENTES-FILE.
           CLOSE ERROR-LOG-FILE.
           CLOSE JORNAL-FILE.

       END PROGRAM TARIFA-MENSAL.
