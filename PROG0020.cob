      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe anual de saldos e juros por cliente, para a
      *          declaracao de imposto de renda. Le as guardas mensais
      *          do ano-base (TRANARQ, gravadas pelo fechamento mensal;
      *          a JCL concatena as geracoes) e o extrato vivo
      *          (TRANSACOES), e apura por CPF o saldo em 31/12 do ano
      *          anterior (tudo o que esta datado ate aquele dia,
      *          inclusive o resumo transportado pelo fechamento), os
      *          creditos e debitos do ano, o saldo em 31/12 do
      *          ano-base e os juros de descoberto cobrados no ano
      *          (lancamentos do PROG0008) liquidos dos estornos deles.
      *          Resumos de fechamento datados dentro do ano e
      *          lancamentos posteriores ao ano-base sao ignorados.
      *          Grava o arquivo de declaracao de layout fixo para a
      *          Receita (header, um detalhe por CPF em ordem de CPF e
      *          trailer com os totais) e imprime um informe por
      *          cliente com o endereco de correspondencia do cadastro,
      *          em ordem de CEP (INFORME.TXT). Conta encerrada no ano
      *          recebe informe como as demais. CPF com movimento e
      *          sem cadastro sai sem endereco e termina com retorno 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-ANUAL.

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

      *----GUARDAS MENSAIS DO ANO-BASE (GERACOES CONCATENADAS NA JCL)-
           SELECT ARQUIVO-GUARDA-FILE ASSIGN TO "TRANARQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-GUARDA-STATUS.

           SELECT TRANSACOES-FILE ASSIGN TO "TRANSACOES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-TRANSACOES-STATUS.

      *----INFORMES APURADOS (TRABALHO, EM ORDEM DE CPF)--------------
           SELECT INFORME-WORK-FILE ASSIGN TO "INFORWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-INFORWK-STATUS.

      *----ARQUIVO DE DECLARACAO PARA A RECEITA (LAYOUT FIXO)---------
           SELECT DECLARACAO-FILE ASSIGN TO "DECLARA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-DECLARA-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "INFORME.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

      *----ARQUIVO DE TRABALHO DO SORT (LANCAMENTOS POR CPF)----------
           SELECT CLASSIFICA-FILE ASSIGN TO "SORTWK01".

      *----ARQUIVO DE TRABALHO DO SORT (INFORMES POR CEP)-------------
           SELECT ORDENA-FILE ASSIGN TO "SORTWK02".

      *====VARIAVEIS===========
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CLIENTE.cpy".

      *   Mesmo layout do TRANSACAO-REC: o registro lido e copiado
      *   para a area do extrato vivo e tratado como um lancamento.
       FD  ARQUIVO-GUARDA-FILE
           LABEL RECORDS ARE STANDARD.
       01  GUARDA-REC              PIC X(85).

       FD  TRANSACOES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "TRANSACAO.cpy".

       FD  INFORME-WORK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "INFORME.cpy".

      *   Layout fixo combinado com a Receita: header H com o
      *   ano-base e a data de geracao, detalhe D por CPF, trailer T
      *   com a contagem de detalhes e os totais de controle.
       FD  DECLARACAO-FILE
           LABEL RECORDS ARE STANDARD.
       01  DECLARACAO-REC.
           02  DCL-TIPO-REG        PIC X.
               88  DCL-REG-HEADER     VALUE "H".
               88  DCL-REG-DETALHE    VALUE "D".
               88  DCL-REG-TRAILER    VALUE "T".
           02  DCL-DADOS           PIC X(129).
           02  DCL-HEADER REDEFINES DCL-DADOS.
               03  DCL-HDR-ANO-BASE PIC 9(04).
               03  DCL-HDR-DATA    PIC 9(08).
               03  DCL-HDR-SISTEMA PIC X(08).
               03  FILLER          PIC X(109).
           02  DCL-DETALHE REDEFINES DCL-DADOS.
               03  DCL-ANO-BASE    PIC 9(04).
               03  DCL-CPF         PIC X(11).
               03  DCL-NOME        PIC X(20).
               03  DCL-SALDO-ANTERIOR PIC S9(16)V9(02).
               03  DCL-SALDO-FINAL PIC S9(16)V9(02).
               03  DCL-JUROS-PAGOS PIC S9(16)V9(02).
               03  DCL-CREDITOS    PIC S9(16)V9(02).
               03  DCL-DEBITOS     PIC S9(16)V9(02).
               03  DCL-SITUACAO    PIC X.
               03  FILLER          PIC X(03).
           02  DCL-TRAILER REDEFINES DCL-DADOS.
               03  DCL-TRL-QTDE    PIC 9(09).
               03  DCL-TRL-SALDO-ANTERIOR PIC S9(16)V9(02).
               03  DCL-TRL-SALDO-FINAL PIC S9(16)V9(02).
               03  DCL-TRL-JUROS-PAGOS PIC S9(16)V9(02).
               03  FILLER          PIC X(66).

       FD  RELATORIO-FILE
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELATORIO PIC X(80).

      *   Um registro por lancamento do ano (ou anterior a ele). O
      *   estorno entra com a chave do lancamento que estorna, logo
      *   atras dele, para os juros estornados serem reconhecidos.
       SD  CLASSIFICA-FILE.
       01  CLASSIFICA-REC.
           02  CLAS-CPF            PIC X(11).
           02  CLAS-CHAVE-NUMERO   PIC 9(09).
           02  CLAS-ORDEM          PIC 9.
               88  CLAS-LANCAMENTO    VALUE 1.
               88  CLAS-ESTORNO       VALUE 2.
           02  CLAS-PERIODO        PIC X.
               88  CLAS-ANO-ANTERIOR  VALUE "A".
               88  CLAS-ANO-BASE      VALUE "B".
           02  CLAS-TIPO           PIC X.
               88  CLAS-DEBITO        VALUE "D".
               88  CLAS-CREDITO       VALUE "C".
           02  CLAS-VALOR          PIC S9(16)V9(02).
           02  CLAS-NUMERO         PIC 9(09).
           02  CLAS-JUROS          PIC X.
               88  CLAS-DE-JUROS      VALUE "S".
               88  CLAS-SEM-JUROS     VALUE "N".

      *   Mesmo layout do INFORME-REC: classificado por CEP para a
      *   impressao.
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
           02  ORD-SITUACAO        PIC X.
               88  ORD-BLOQUEADA      VALUE "B".
               88  ORD-ENCERRADA      VALUE "E".
           02  ORD-CADASTRO        PIC X.
               88  ORD-NAO-CADASTRADO VALUE "N".
           02  ORD-ANO-BASE        PIC 9(04).
           02  ORD-SALDO-ANTERIOR  PIC S9(16)V9(02).
           02  ORD-SALDO-FINAL     PIC S9(16)V9(02).
           02  ORD-CREDITOS        PIC S9(16)V9(02).
           02  ORD-DEBITOS         PIC S9(16)V9(02).
           02  ORD-JUROS-COBRADOS  PIC S9(16)V9(02).
           02  ORD-JUROS-ESTORNADOS PIC S9(16)V9(02).
           02  ORD-JUROS-LIQUIDOS  PIC S9(16)V9(02).
           02  ORD-QTDE-LANC       PIC 9(07).

       WORKING-STORAGE SECTION.
           77 WRK-CLIENTES-STATUS  PIC XX VALUE "00".
               88 CLIENTES-OK             VALUE "00".
               88 CLIENTES-FIM            VALUE "10".
               88 CLIENTES-NAO-ENCONTRADO VALUE "23" "35".
           77 WRK-GUARDA-STATUS PIC XX VALUE "00".
               88 GUARDA-OK               VALUE "00".
               88 GUARDA-FIM              VALUE "10".
               88 GUARDA-NAO-ENCONTRADA   VALUE "35".
           77 WRK-TRANSACOES-STATUS PIC XX VALUE "00".
               88 TRANSACOES-OK             VALUE "00".
               88 TRANSACOES-FIM            VALUE "10".
               88 TRANSACOES-NAO-ENCONTRADO VALUE "35".
           77 WRK-INFORWK-STATUS PIC XX VALUE "00".
               88 INFORWK-OK              VALUE "00".
           77 WRK-INFORWK-ABERTO-SW PIC X VALUE "N".
               88 INFORWK-ABERTO          VALUE "S".
               88 INFORWK-FECHADO         VALUE "N".
           77 WRK-DECLARA-STATUS PIC XX VALUE "00".
               88 DECLARA-OK              VALUE "00".
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
      *   Colunas 1-4 = ano-base CCYY; 6-13 = data de geracao do
      *   informe CCYYMMDD (vai no header da declaracao e no informe
      *   impresso).
           01 WRK-PARM-CARD.
               02 WRK-PARM-ANO-BASE PIC X(4).
               02 FILLER            PIC X.
               02 WRK-PARM-DATA     PIC X(8).
               02 FILLER            PIC X(7).

           01 WRK-ANO-BASE      PIC 9(4) VALUE ZEROS.
           01 WRK-DATA-GERACAO  PIC 9(8) VALUE ZEROS.
           01 WRK-DATA-GER-DETALHE REDEFINES WRK-DATA-GERACAO.
               02 WRK-DG-ANO    PIC 9(4).
               02 WRK-DG-MES    PIC 99.
               02 WRK-DG-DIA    PIC 99.

      *   Ultimo dia do ano anterior e do ano-base, CCYYMMDD.
           77 WRK-FIM-ANO-ANTERIOR PIC 9(8) VALUE ZEROS.
           77 WRK-FIM-ANO-BASE     PIC 9(8) VALUE ZEROS.
           77 WRK-ANO-ANTERIOR     PIC 9(4) VALUE ZEROS.

      *----DATA DO LANCAMENTO EM FORMATO COMPARAVEL----------------
           01 WRK-DATA-REGISTRO.
               02 WRK-DR-ANO PIC X(4).
               02 WRK-DR-MES PIC XX.
               02 WRK-DR-DIA PIC XX.
           01 WRK-DATA-LANCAMENTO PIC 9(8) VALUE ZEROS.

      *----GRUPO CORRENTE DA QUEBRA POR CPF------------------------
           77 WRK-CPF-GRUPO          PIC X(11) VALUE LOW-VALUES.
           77 WRK-SALDO-ANTERIOR     PIC S9(16)V99 VALUE ZERO.
           77 WRK-CREDITOS           PIC S9(16)V99 VALUE ZERO.
           77 WRK-DEBITOS            PIC S9(16)V99 VALUE ZERO.
           77 WRK-JUROS-COBRADOS     PIC S9(16)V99 VALUE ZERO.
           77 WRK-JUROS-ESTORNADOS   PIC S9(16)V99 VALUE ZERO.
           77 WRK-QTDE-LANC          PIC 9(7) VALUE ZERO.

      *   Ultimo lancamento (nao estorno) do grupo: o estorno que vem
      *   logo atras com a mesma chave e o estorno dele.
           77 WRK-ULT-NUMERO         PIC 9(9) VALUE ZERO.
           77 WRK-ULT-JUROS-SW PIC X VALUE "N".
               88 ULTIMO-DE-JUROS    VALUE "S".
               88 ULTIMO-SEM-JUROS   VALUE "N".

      *----CEP EDITADO PARA O ENDERECO----------------------------
           01 WRK-CEP-NUMERO PIC 9(8) VALUE ZEROS.
           01 WRK-CEP-DETALHE REDEFINES WRK-CEP-NUMERO.
               02 WRK-CEP-PREFIXO PIC 9(5).
               02 WRK-CEP-SUFIXO  PIC 9(3).
           01 WRK-CEP-EDITADO.
               02 WRK-CE-PREFIXO  PIC 9(5).
               02 FILLER          PIC X VALUE "-".
               02 WRK-CE-SUFIXO   PIC 9(3).

      *----CONTADORES DO RESUMO DO JOB-----------------------------
           77 WRK-TOTAL-LIDOS        PIC 9(9) VALUE ZERO.
           77 WRK-TOTAL-CLASSIFICADOS PIC 9(9) VALUE ZERO.
           77 WRK-TOTAL-INFORMES     PIC 9(9) VALUE ZERO.
           77 WRK-TOTAL-ENCERRADAS   PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-SEM-CADASTRO PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-SALDO-ANTERIOR PIC S9(16)V99 VALUE ZERO.
           77 WRK-TOTAL-SALDO-FINAL  PIC S9(16)V99 VALUE ZERO.
           77 WRK-TOTAL-JUROS        PIC S9(16)V99 VALUE ZERO.

      *----LINHAS EDITADAS DO INFORME-----------------------------
           01 WRK-LINHA-VALOR.
               02 WRK-LV-ROTULO      PIC X(42).
               02 WRK-LV-VALOR       PIC -(15)9,99.

           01 WRK-LINHA-SEPARADOR.
               02 FILLER PIC X(40) VALUE ALL "=".
               02 FILLER PIC X(40) VALUE ALL "=".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM OBTER-PARAMETROS.
           IF WRK-PARM-ANO-BASE IS NOT NUMERIC
              OR WRK-PARM-DATA IS NOT NUMERIC
               DISPLAY "CARTAO DE PARAMETROS INVALIDO: '"
                   WRK-PARM-CARD "'"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WRK-DG-MES < 01 OR WRK-DG-MES > 12
              OR WRK-DATA-GERACAO NOT > WRK-FIM-ANO-BASE
               DISPLAY "CARTAO DE PARAMETROS INVALIDO: '"
                   WRK-PARM-CARD "'"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRIR-ARQUIVOS
               EVALUATE TRUE
               WHEN GUARDA-NAO-ENCONTRADA
                   DISPLAY "GUARDAS MENSAIS DO ANO NAO ENCONTRADAS"
                   MOVE 8 TO RETURN-CODE
               WHEN TRANSACOES-NAO-ENCONTRADO
                   DISPLAY "ARQUIVO DE TRANSACOES NAO ENCONTRADO"
                   MOVE 8 TO RETURN-CODE
               WHEN CLIENTES-NAO-ENCONTRADO
                   DISPLAY "ARQUIVO DE CLIENTES NAO ENCONTRADO"
                   MOVE 8 TO RETURN-CODE
               WHEN NOT INFORWK-OK
                   DISPLAY "ERRO AO ABRIR ARQUIVO DE TRABALHO: "
                       WRK-INFORWK-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN NOT DECLARA-OK
                   DISPLAY "ERRO AO ABRIR ARQUIVO DE DECLARACAO: "
                       WRK-DECLARA-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN NOT RELATORIO-OK
                   DISPLAY "ERRO AO ABRIR ARQUIVO DE RELATORIO: "
                       WRK-RELATORIO-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM GRAVAR-HEADER-DECLARACAO
                   SORT CLASSIFICA-FILE
                       ON ASCENDING KEY CLAS-CPF
                                        CLAS-CHAVE-NUMERO
                                        CLAS-ORDEM
                       INPUT PROCEDURE IS SELECIONAR-LANCAMENTOS
                           THRU SELECIONAR-LANCAMENTOS-FIM
                       OUTPUT PROCEDURE IS APURAR-INFORMES
                           THRU APURAR-INFORMES-FIM
                   PERFORM GRAVAR-TRAILER-DECLARACAO
                   CLOSE INFORME-WORK-FILE
                   SET INFORWK-FECHADO TO TRUE
                   SORT ORDENA-FILE
                       ON ASCENDING KEY ORD-END-CEP
                                        ORD-CPF
                       USING INFORME-WORK-FILE
                       OUTPUT PROCEDURE IS IMPRIMIR-INFORMES
                           THRU IMPRIMIR-INFORMES-FIM
                   IF WRK-TOTAL-SEM-CADASTRO > ZERO
                       DISPLAY "CPF COM MOVIMENTO E SEM CADASTRO: "
                           WRK-TOTAL-SEM-CADASTRO
                           " (INFORME SEM ENDERECO)"
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   DISPLAY "INFORME ANUAL " WRK-ANO-BASE ": "
                       WRK-TOTAL-INFORMES " INFORMES ("
                       WRK-TOTAL-ENCERRADAS " CONTAS ENCERRADAS), "
                       WRK-TOTAL-CLASSIFICADOS " LANCAMENTOS DE "
                       WRK-TOTAL-LIDOS " LIDOS"
               END-EVALUATE
               PERFORM ENCERRAR-ARQUIVOS
           END-IF
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      * OBTER-PARAMETROS
      *   A data de geracao tem de ser posterior ao ano-base: o
      *   informe so sai com o ano encerrado.
      *----------------------------------------------------------------
       OBTER-PARAMETROS.
           MOVE SPACES TO WRK-PARM-CARD
           ACCEPT WRK-PARM-CARD
           IF WRK-PARM-ANO-BASE IS NUMERIC
               MOVE WRK-PARM-ANO-BASE TO WRK-ANO-BASE
               COMPUTE WRK-ANO-ANTERIOR = WRK-ANO-BASE - 1
               COMPUTE WRK-FIM-ANO-ANTERIOR =
                   (WRK-ANO-ANTERIOR * 10000) + 1231
               COMPUTE WRK-FIM-ANO-BASE =
                   (WRK-ANO-BASE * 10000) + 1231
           END-IF
           IF WRK-PARM-DATA IS NUMERIC
               MOVE WRK-PARM-DATA TO WRK-DATA-GERACAO
           END-IF.

      *----------------------------------------------------------------
      * ABRIR-ARQUIVOS
      *   Guardas e extrato vivo sao apenas sondados aqui (abre e
      *   fecha para conferir se existem); quem os le de fato e o
      *   procedimento de entrada do SORT.
      *----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT ARQUIVO-GUARDA-FILE.
           IF NOT GUARDA-NAO-ENCONTRADA
               CLOSE ARQUIVO-GUARDA-FILE
           END-IF.
           OPEN INPUT TRANSACOES-FILE.
           IF NOT TRANSACOES-NAO-ENCONTRADO
               CLOSE TRANSACOES-FILE
           END-IF.
           OPEN INPUT CLIENTES-FILE.
           OPEN OUTPUT INFORME-WORK-FILE.
           IF INFORWK-OK
               SET INFORWK-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT DECLARACAO-FILE.
           OPEN OUTPUT RELATORIO-FILE.

      *----------------------------------------------------------------
      * SELECIONAR-LANCAMENTOS
      *   Procedimento de entrada do SORT: primeiro as guardas do
      *   ano, depois o extrato vivo. Cada lancamento aparece num so
      *   dos arquivos (o fechamento tira do extrato vivo o que grava
      *   na guarda); o registro da guarda e copiado para a area do
      *   extrato vivo e segue o mesmo caminho.
      *----------------------------------------------------------------
       SELECIONAR-LANCAMENTOS.
           OPEN INPUT ARQUIVO-GUARDA-FILE
           OPEN INPUT TRANSACOES-FILE
           PERFORM LER-PROXIMA-GUARDA
           PERFORM TRIAR-GUARDA UNTIL GUARDA-FIM
           PERFORM LER-PROXIMA-TRANSACAO
           PERFORM TRIAR-TRANSACAO UNTIL TRANSACOES-FIM
           CLOSE ARQUIVO-GUARDA-FILE
           CLOSE TRANSACOES-FILE.
       SELECIONAR-LANCAMENTOS-FIM.
           EXIT.

       LER-PROXIMA-GUARDA.
           READ ARQUIVO-GUARDA-FILE
               AT END
                   SET GUARDA-FIM TO TRUE
           END-READ.

       LER-PROXIMA-TRANSACAO.
           READ TRANSACOES-FILE
               AT END
                   SET TRANSACOES-FIM TO TRUE
           END-READ.

       TRIAR-GUARDA.
           MOVE GUARDA-REC TO TRANSACAO-REC
           PERFORM CLASSIFICAR-LANCAMENTO
           PERFORM LER-PROXIMA-GUARDA.

       TRIAR-TRANSACAO.
           PERFORM CLASSIFICAR-LANCAMENTO
           PERFORM LER-PROXIMA-TRANSACAO.

      *----------------------------------------------------------------
      * CLASSIFICAR-LANCAMENTO
      *   Tudo o que esta datado ate 31/12 do ano anterior compoe o
      *   saldo anterior -- o resumo transportado pelo fechamento de
      *   dezembro e os lancamentos antigos ainda nao resumidos. Do
      *   ano-base entram os lancamentos; os resumos de fechamento
      *   datados no ano repetem o que ja esta nas guardas e ficam
      *   de fora, assim como tudo o que e posterior ao ano-base.
      *----------------------------------------------------------------
       CLASSIFICAR-LANCAMENTO.
           ADD 1 TO WRK-TOTAL-LIDOS
           MOVE TRAN-ANO TO WRK-DR-ANO
           MOVE TRAN-MES TO WRK-DR-MES
           MOVE TRAN-DIA TO WRK-DR-DIA
           IF WRK-DATA-REGISTRO IS NUMERIC
               MOVE WRK-DATA-REGISTRO TO WRK-DATA-LANCAMENTO
               IF WRK-DATA-LANCAMENTO NOT > WRK-FIM-ANO-ANTERIOR
                   SET CLAS-ANO-ANTERIOR TO TRUE
                   PERFORM LIBERAR-LANCAMENTO
               ELSE
                   IF WRK-DATA-LANCAMENTO NOT > WRK-FIM-ANO-BASE
                      AND TRAN-NUMERO > ZERO
                      AND NOT TRAN-ORIGEM-RESUMO
                       SET CLAS-ANO-BASE TO TRUE
                       PERFORM LIBERAR-LANCAMENTO
                   END-IF
               END-IF
           END-IF.

       LIBERAR-LANCAMENTO.
           MOVE TRAN-CPF    TO CLAS-CPF
           MOVE TRAN-TIPO   TO CLAS-TIPO
           MOVE TRAN-VALOR  TO CLAS-VALOR
           MOVE TRAN-NUMERO TO CLAS-NUMERO
           IF TRAN-NUM-ESTORNADO > ZERO
               MOVE TRAN-NUM-ESTORNADO TO CLAS-CHAVE-NUMERO
               SET CLAS-ESTORNO TO TRUE
           ELSE
               MOVE TRAN-NUMERO TO CLAS-CHAVE-NUMERO
               SET CLAS-LANCAMENTO TO TRUE
           END-IF
           IF TRAN-ORIGEM-JUROS OR TRAN-OPERADOR = "PROG0008"
               SET CLAS-DE-JUROS TO TRUE
           ELSE
               SET CLAS-SEM-JUROS TO TRUE
           END-IF
           RELEASE CLASSIFICA-REC
           ADD 1 TO WRK-TOTAL-CLASSIFICADOS.

      *----------------------------------------------------------------
      * APURAR-INFORMES
      *   Procedimento de saida do SORT: quebra de controle por CPF,
      *   casando com o cadastro em ordem de CPF para o nome, o
      *   endereco e a situacao da conta.
      *----------------------------------------------------------------
       APURAR-INFORMES.
           MOVE LOW-VALUES TO WRK-CPF-GRUPO
           PERFORM LER-PROXIMO-CLIENTE
           PERFORM RETORNAR-LANCAMENTO
           PERFORM ACUMULAR-LANCAMENTO UNTIL CLASSIFICADO-FIM
           IF WRK-CPF-GRUPO NOT = LOW-VALUES
               PERFORM ENCERRAR-GRUPO
           END-IF.
       APURAR-INFORMES-FIM.
           EXIT.

       LER-PROXIMO-CLIENTE.
           READ CLIENTES-FILE NEXT RECORD
               AT END
                   SET CLIENTES-FIM TO TRUE
           END-READ.

       RETORNAR-LANCAMENTO.
           RETURN CLASSIFICA-FILE
               AT END
                   SET CLASSIFICADO-FIM TO TRUE
           END-RETURN.

      *----------------------------------------------------------------
      * ACUMULAR-LANCAMENTO
      *   Debito subtrai e credito soma no saldo. No ano-base o
      *   lancamento soma tambem nos creditos ou debitos; debito de
      *   juros soma nos juros cobrados, e o estorno de um lancamento
      *   de juros do ano (que chega logo atras dele) nos juros
      *   estornados.
      *----------------------------------------------------------------
       ACUMULAR-LANCAMENTO.
           IF CLAS-CPF NOT = WRK-CPF-GRUPO
               IF WRK-CPF-GRUPO NOT = LOW-VALUES
                   PERFORM ENCERRAR-GRUPO
               END-IF
               MOVE CLAS-CPF TO WRK-CPF-GRUPO
               MOVE ZERO TO WRK-SALDO-ANTERIOR
               MOVE ZERO TO WRK-CREDITOS
               MOVE ZERO TO WRK-DEBITOS
               MOVE ZERO TO WRK-JUROS-COBRADOS
               MOVE ZERO TO WRK-JUROS-ESTORNADOS
               MOVE ZERO TO WRK-QTDE-LANC
               MOVE ZERO TO WRK-ULT-NUMERO
               SET ULTIMO-SEM-JUROS TO TRUE
           END-IF
           IF CLAS-ANO-ANTERIOR
               IF CLAS-DEBITO
                   SUBTRACT CLAS-VALOR FROM WRK-SALDO-ANTERIOR
               ELSE
                   ADD CLAS-VALOR TO WRK-SALDO-ANTERIOR
               END-IF
               SET ULTIMO-SEM-JUROS TO TRUE
           ELSE
               PERFORM ACUMULAR-ANO-BASE
           END-IF
           PERFORM RETORNAR-LANCAMENTO.

       ACUMULAR-ANO-BASE.
           ADD 1 TO WRK-QTDE-LANC
           IF CLAS-DEBITO
               ADD CLAS-VALOR TO WRK-DEBITOS
           ELSE
               ADD CLAS-VALOR TO WRK-CREDITOS
           END-IF
           IF CLAS-LANCAMENTO
               MOVE CLAS-NUMERO TO WRK-ULT-NUMERO
               IF CLAS-DE-JUROS AND CLAS-DEBITO
                   ADD CLAS-VALOR TO WRK-JUROS-COBRADOS
                   SET ULTIMO-DE-JUROS TO TRUE
               ELSE
                   SET ULTIMO-SEM-JUROS TO TRUE
               END-IF
           ELSE
               IF ULTIMO-DE-JUROS
                  AND CLAS-CHAVE-NUMERO = WRK-ULT-NUMERO
                   ADD CLAS-VALOR TO WRK-JUROS-ESTORNADOS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * ENCERRAR-GRUPO
      *   CPF sem saldo nos dois fins de ano e sem movimento no ano
      *   nao recebe informe. Conta encerrada no ano tem movimento
      *   (ou saldo anterior) e sai como as demais.
      *----------------------------------------------------------------
       ENCERRAR-GRUPO.
           INITIALIZE INFORME-REC
           MOVE WRK-CPF-GRUPO      TO INF-CPF
           MOVE WRK-ANO-BASE       TO INF-ANO-BASE
           MOVE WRK-SALDO-ANTERIOR TO INF-SALDO-ANTERIOR
           COMPUTE INF-SALDO-FINAL =
               WRK-SALDO-ANTERIOR + WRK-CREDITOS - WRK-DEBITOS
           MOVE WRK-CREDITOS       TO INF-CREDITOS
           MOVE WRK-DEBITOS        TO INF-DEBITOS
           MOVE WRK-JUROS-COBRADOS TO INF-JUROS-COBRADOS
           MOVE WRK-JUROS-ESTORNADOS TO INF-JUROS-ESTORNADOS
           COMPUTE INF-JUROS-LIQUIDOS =
               WRK-JUROS-COBRADOS - WRK-JUROS-ESTORNADOS
           MOVE WRK-QTDE-LANC      TO INF-QTDE-LANC
           IF INF-SALDO-ANTERIOR NOT = ZERO
              OR INF-SALDO-FINAL NOT = ZERO
              OR INF-QTDE-LANC > ZERO
               PERFORM LOCALIZAR-CLIENTE-GRUPO
               PERFORM GRAVAR-INFORME
           END-IF.

      *----------------------------------------------------------------
      * LOCALIZAR-CLIENTE-GRUPO
      *   Avanca o cadastro ate o CPF do grupo; clientes sem
      *   lancamento ficam para tras (nao ha informe a dar).
      *----------------------------------------------------------------
       LOCALIZAR-CLIENTE-GRUPO.
           PERFORM LER-PROXIMO-CLIENTE
               UNTIL CLIENTES-FIM OR CLI-CPF NOT < WRK-CPF-GRUPO
           IF NOT CLIENTES-FIM AND CLI-CPF = WRK-CPF-GRUPO
               SET INF-CADASTRADO TO TRUE
               MOVE CLI-NOME     TO INF-NOME
               MOVE CLI-ENDERECO TO INF-ENDERECO
               MOVE CLI-SITUACAO TO INF-SITUACAO
               IF CLI-ENCERRADA
                   ADD 1 TO WRK-TOTAL-ENCERRADAS
               END-IF
           ELSE
               SET INF-NAO-CADASTRADO TO TRUE
               MOVE "NAO CADASTRADO" TO INF-NOME
               MOVE SPACES TO INF-ENDERECO
               MOVE ZERO   TO INF-END-CEP
               ADD 1 TO WRK-TOTAL-SEM-CADASTRO
           END-IF.

      *----------------------------------------------------------------
      * GRAVAR-INFORME
      *   Informe no arquivo de trabalho (para a impressao por CEP)
      *   e detalhe da declaracao, em ordem de CPF.
      *----------------------------------------------------------------
       GRAVAR-INFORME.
           WRITE INFORME-REC
           MOVE SPACES TO DECLARACAO-REC
           SET DCL-REG-DETALHE TO TRUE
           MOVE INF-ANO-BASE       TO DCL-ANO-BASE
           MOVE INF-CPF            TO DCL-CPF
           MOVE INF-NOME           TO DCL-NOME
           MOVE INF-SALDO-ANTERIOR TO DCL-SALDO-ANTERIOR
           MOVE INF-SALDO-FINAL    TO DCL-SALDO-FINAL
           MOVE INF-JUROS-LIQUIDOS TO DCL-JUROS-PAGOS
           MOVE INF-CREDITOS       TO DCL-CREDITOS
           MOVE INF-DEBITOS        TO DCL-DEBITOS
           MOVE INF-SITUACAO       TO DCL-SITUACAO
           WRITE DECLARACAO-REC
           ADD 1 TO WRK-TOTAL-INFORMES
           ADD INF-SALDO-ANTERIOR TO WRK-TOTAL-SALDO-ANTERIOR
           ADD INF-SALDO-FINAL    TO WRK-TOTAL-SALDO-FINAL
           ADD INF-JUROS-LIQUIDOS TO WRK-TOTAL-JUROS.

      *----------------------------------------------------------------
      * GRAVAR-HEADER-DECLARACAO / GRAVAR-TRAILER-DECLARACAO
      *----------------------------------------------------------------
       GRAVAR-HEADER-DECLARACAO.
           MOVE SPACES TO DECLARACAO-REC
           SET DCL-REG-HEADER TO TRUE
           MOVE WRK-ANO-BASE     TO DCL-HDR-ANO-BASE
           MOVE WRK-DATA-GERACAO TO DCL-HDR-DATA
           MOVE "CLIENTES"       TO DCL-HDR-SISTEMA
           WRITE DECLARACAO-REC.

       GRAVAR-TRAILER-DECLARACAO.
           MOVE SPACES TO DECLARACAO-REC
           SET DCL-REG-TRAILER TO TRUE
           MOVE WRK-TOTAL-INFORMES       TO DCL-TRL-QTDE
           MOVE WRK-TOTAL-SALDO-ANTERIOR TO DCL-TRL-SALDO-ANTERIOR
           MOVE WRK-TOTAL-SALDO-FINAL    TO DCL-TRL-SALDO-FINAL
           MOVE WRK-TOTAL-JUROS          TO DCL-TRL-JUROS-PAGOS
           WRITE DECLARACAO-REC.

      *----------------------------------------------------------------
      * IMPRIMIR-INFORMES
      *   Procedimento de saida do SORT: um informe por cliente, em
      *   ordem de CEP para a postagem.
      *----------------------------------------------------------------
       IMPRIMIR-INFORMES.
           PERFORM RETORNAR-INFORME
           PERFORM IMPRIMIR-INFORME UNTIL ORDENADO-FIM.
       IMPRIMIR-INFORMES-FIM.
           EXIT.

       RETORNAR-INFORME.
           RETURN ORDENA-FILE
               AT END
                   SET ORDENADO-FIM TO TRUE
           END-RETURN.

       IMPRIMIR-INFORME.
           MOVE WRK-LINHA-SEPARADOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "INFORME ANUAL DE SALDOS E JUROS - ANO-BASE "
               ORD-ANO-BASE DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EMITIDO EM " WRK-DG-DIA "/" WRK-DG-MES "/"
               WRK-DG-ANO DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM IMPRIMIR-ENDERECO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CPF.....................................: "
               ORD-CPF DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           EVALUATE TRUE
               WHEN ORD-NAO-CADASTRADO
                   STRING "SITUACAO DA CONTA.......................: "
                       "NAO CADASTRADA" DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
               WHEN ORD-ENCERRADA
                   STRING "SITUACAO DA CONTA.......................: "
                       "ENCERRADA" DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
               WHEN ORD-BLOQUEADA
                   STRING "SITUACAO DA CONTA.......................: "
                       "BLOQUEADA" DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
               WHEN OTHER
                   STRING "SITUACAO DA CONTA.......................: "
                       "ATIVA" DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
           END-EVALUATE
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO WRK-LV-ROTULO
           STRING "SALDO EM 31/12/" WRK-ANO-ANTERIOR
               ".....................: " DELIMITED BY SIZE
               INTO WRK-LV-ROTULO
           MOVE ORD-SALDO-ANTERIOR TO WRK-LV-VALOR
           PERFORM ESCREVER-LINHA-VALOR
           MOVE "TOTAL DE CREDITOS NO ANO................: "
               TO WRK-LV-ROTULO
           MOVE ORD-CREDITOS TO WRK-LV-VALOR
           PERFORM ESCREVER-LINHA-VALOR
           MOVE "TOTAL DE DEBITOS NO ANO.................: "
               TO WRK-LV-ROTULO
           MOVE ORD-DEBITOS TO WRK-LV-VALOR
           PERFORM ESCREVER-LINHA-VALOR
           MOVE SPACES TO WRK-LV-ROTULO
           STRING "SALDO EM 31/12/" ORD-ANO-BASE
               ".....................: " DELIMITED BY SIZE
               INTO WRK-LV-ROTULO
           MOVE ORD-SALDO-FINAL TO WRK-LV-VALOR
           PERFORM ESCREVER-LINHA-VALOR
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "JUROS DE DESCOBERTO COBRADOS NO ANO.....: "
               TO WRK-LV-ROTULO
           MOVE ORD-JUROS-COBRADOS TO WRK-LV-VALOR
           PERFORM ESCREVER-LINHA-VALOR
           MOVE "JUROS ESTORNADOS NO ANO.................: "
               TO WRK-LV-ROTULO
           MOVE ORD-JUROS-ESTORNADOS TO WRK-LV-VALOR
           PERFORM ESCREVER-LINHA-VALOR
           MOVE "JUROS PAGOS NO ANO (LIQUIDO)............: "
               TO WRK-LV-ROTULO
           MOVE ORD-JUROS-LIQUIDOS TO WRK-LV-VALOR
           PERFORM ESCREVER-LINHA-VALOR
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM RETORNAR-INFORME.

      *----------------------------------------------------------------
      * IMPRIMIR-ENDERECO
      *   Bloco de endereco de correspondencia do cadastro. CPF sem
      *   cadastro sai marcado para a agencia completar a mao.
      *----------------------------------------------------------------
       IMPRIMIR-ENDERECO.
           MOVE ORD-NOME TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF ORD-NAO-CADASTRADO
               MOVE "*** ENDERECO NAO CADASTRADO ***" TO
                   LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               MOVE SPACES TO LINHA-RELATORIO
               STRING ORD-END-LOGRADOURO DELIMITED BY "  "
                   ", " ORD-END-NUMERO DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE ORD-END-BAIRRO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING ORD-END-CIDADE DELIMITED BY "  "
                   " - " ORD-END-UF DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE ORD-END-CEP TO WRK-CEP-NUMERO
               MOVE WRK-CEP-PREFIXO TO WRK-CE-PREFIXO
               MOVE WRK-CEP-SUFIXO  TO WRK-CE-SUFIXO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "CEP " WRK-CEP-EDITADO DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       ESCREVER-LINHA-VALOR.
           MOVE WRK-LINHA-VALOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------
      * ENCERRAR-ARQUIVOS
      *   No caminho normal o arquivo de trabalho ja foi fechado
      *   antes do SORT por CEP.
      *----------------------------------------------------------------
       ENCERRAR-ARQUIVOS.
           IF INFORWK-ABERTO
               CLOSE INFORME-WORK-FILE
           END-IF.
           IF NOT CLIENTES-NAO-ENCONTRADO
               CLOSE CLIENTES-FILE
           END-IF.
           CLOSE DECLARACAO-FILE.
           CLOSE RELATORIO-FILE.

       END PROGRAM INFORME-ANUAL.
