      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interface contabil diaria. Le no extrato de
      *          transacoes os lancamentos datados do dia do cartao,
      *          classifica cada postagem pela origem -- deposito ou
      *          saque de balcao, lote MOVAR, ordem permanente,
      *          transferencia entre clientes, estorno (TRAN-NUM-
      *          ESTORNADO preenchido), juros de descoberto
      *          (operador PROG0008) e tarifa mensal (operador
      *          PROG0015) -- e acumula por classe e
      *          natureza (D/C do lado do cliente). O mapa de contas
      *          (CONTAMAP, mantido pela contabilidade) da para cada
      *          classe/natureza a conta contabil a debitar e a
      *          creditar; o arquivo contabil de layout fixo sai com
      *          header, um detalhe por conta/natureza e trailer de
      *          controle com os totais de debito e credito. Os
      *          resumos do fechamento (operador PROG0005 / numero
      *          zero) nao sao postagem e ficam de fora. Controle:
      *          os totais D e C do dia por origem, somados na
      *          leitura do extrato, precisam bater com os debitos e
      *          creditos efetivamente gravados no arquivo contabil.
      *          Postagem sem conta no mapa, totais que nao batem,
      *          data invalida no cartao, mapa de contas invalido ou
      *          relatorio que nao abre: o arquivo sai vazio (aberto,
      *          sem registro algum) e o retorno e 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERFACE-CONTABIL.

      *====AMBIENTE=============
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACOES-FILE ASSIGN TO "TRANSACOES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-TRANSACOES-STATUS.

      *----MAPA CLASSE/NATUREZA -> CONTAS CONTABEIS (MEMBRO TEXTO)-----
           SELECT MAPA-FILE ASSIGN TO "CONTAMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MAPA-STATUS.

      *----ARQUIVO DE LAYOUT FIXO PARA A CONTABILIDADE----------------
           SELECT CONTABIL-FILE ASSIGN TO "CONTABIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-CONTABIL-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELCONT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

      *====VARIAVEIS===========
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACOES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "TRANSACAO.cpy".

      *   Uma linha por classe/natureza; "*" na coluna 1 e comentario.
      *   Colunas 1-2 classe, 4 natureza (D/C do lado do cliente),
      *   6-15 conta a debitar, 17-26 conta a creditar, 28-57
      *   historico que vai no detalhe do arquivo contabil.
       FD  MAPA-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAPA-REC.
           02  MAP-CLASSE          PIC XX.
           02  FILLER              PIC X.
           02  MAP-NATUREZA        PIC X.
           02  FILLER              PIC X.
           02  MAP-CONTA-DEBITO    PIC X(10).
           02  FILLER              PIC X.
           02  MAP-CONTA-CREDITO   PIC X(10).
           02  FILLER              PIC X.
           02  MAP-HISTORICO       PIC X(30).
           02  FILLER              PIC X(23).

      *   Layout fixo combinado com a contabilidade: header H com a
      *   data do movimento, detalhe D por conta e natureza, trailer
      *   T com a contagem de detalhes e os totais de controle.
       FD  CONTABIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTABIL-REC.
           02  CTB-TIPO-REG        PIC X.
               88  CTB-REG-HEADER     VALUE "H".
               88  CTB-REG-DETALHE    VALUE "D".
               88  CTB-REG-TRAILER    VALUE "T".
           02  CTB-DADOS           PIC X(79).
           02  CTB-HEADER REDEFINES CTB-DADOS.
               03  CTB-HDR-DATA    PIC 9(08).
               03  CTB-HDR-SISTEMA PIC X(08).
               03  FILLER          PIC X(63).
           02  CTB-DETALHE REDEFINES CTB-DADOS.
               03  CTB-DATA        PIC 9(08).
               03  CTB-CONTA       PIC X(10).
               03  CTB-NATUREZA    PIC X.
               03  CTB-VALOR       PIC 9(16)V9(02).
               03  CTB-QTDE-LANC   PIC 9(07).
               03  CTB-CLASSE      PIC XX.
               03  CTB-HISTORICO   PIC X(30).
               03  FILLER          PIC X(03).
           02  CTB-TRAILER REDEFINES CTB-DADOS.
               03  CTB-TRL-QTDE    PIC 9(07).
               03  CTB-TRL-DEBITOS PIC 9(16)V9(02).
               03  CTB-TRL-CREDITOS PIC 9(16)V9(02).
               03  FILLER          PIC X(36).

       FD  RELATORIO-FILE
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
           77 WRK-TRANSACOES-STATUS PIC XX VALUE "00".
               88 TRANSACOES-OK             VALUE "00".
               88 TRANSACOES-FIM            VALUE "10".
               88 TRANSACOES-NAO-ENCONTRADO VALUE "35".
           77 WRK-MAPA-STATUS PIC XX VALUE "00".
               88 MAPA-OK             VALUE "00".
               88 MAPA-FIM            VALUE "10".
               88 MAPA-NAO-ENCONTRADO VALUE "35".
           77 WRK-CONTABIL-STATUS PIC XX VALUE "00".
               88 CONTABIL-OK          VALUE "00".
           77 WRK-RELATORIO-STATUS PIC XX VALUE "00".
               88 RELATORIO-OK         VALUE "00".

      *----CARTAO DE PARAMETROS (SYSIN)----------------------------
      *   Colunas 1-8 = data de execucao CCYYMMDD do movimento a
      *   contabilizar (a mesma data dos cartoes dos passos
      *   anteriores da noite).
           01 WRK-PARM-CARD.
               02 WRK-PARM-DATA PIC X(8).
               02 FILLER        PIC X(12).

           01 WRK-DATA-EXECUCAO PIC 9(8) VALUE ZEROS.

      *----DATA DO LANCAMENTO EM FORMATO COMPARAVEL----------------
           01 WRK-DATA-REGISTRO.
               02 WRK-DR-ANO PIC X(4).
               02 WRK-DR-MES PIC XX.
               02 WRK-DR-DIA PIC XX.

      *----CLASSE CONTABIL DA POSTAGEM CORRENTE--------------------
      *   MV = deposito/saque de balcao (MOVTO, BUSCA, abertura);
      *   LT = lote MOVAR; OR = ordem permanente; TR = transferencia
      *   entre clientes; ES = estorno; JU = juros de descoberto;
      *   TA = tarifa mensal.
           77 WRK-CLASSE PIC XX VALUE SPACES.
               88 CLASSE-VALIDA VALUE "MV" "LT" "OR" "TR" "ES" "JU"
                                      "TA".
           77 WRK-NATUREZA PIC X VALUE SPACE.

      *----MAPA DE CONTAS CARREGADO E ACUMULADORES POR LINHA-------
           77 WRK-MAPA-QTDE PIC 99 VALUE ZERO.
           77 WRK-MAPA-IND  PIC 99 VALUE ZERO.
           77 WRK-MAPA-LINHA PIC 99 VALUE ZERO.
           01 WRK-MAPA-TABELA.
               02 WRK-MAPA-ITEM OCCURS 30 TIMES.
                   03 WRK-MP-CLASSE        PIC XX.
                   03 WRK-MP-NATUREZA      PIC X.
                   03 WRK-MP-CONTA-DEBITO  PIC X(10).
                   03 WRK-MP-CONTA-CREDITO PIC X(10).
                   03 WRK-MP-HISTORICO     PIC X(30).
                   03 WRK-MP-QTDE          PIC 9(7).
                   03 WRK-MP-VALOR         PIC 9(16)V9(02).

           77 WRK-MAPA-ACHADO-SW PIC X VALUE "N".
               88 MAPA-ACHADO  VALUE "S".
               88 MAPA-AUSENTE VALUE "N".

           77 WRK-MAPA-ERRO-SW PIC X VALUE "N".
               88 MAPA-COM-ERRO VALUE "S".
               88 MAPA-LIMPO    VALUE "N".

      *----CONTADORES E TOTAIS DE CONTROLE-------------------------
           77 WRK-LIDOS            PIC 9(7) VALUE ZERO.
           77 WRK-DO-DIA           PIC 9(7) VALUE ZERO.
           77 WRK-EXCLUIDOS        PIC 9(7) VALUE ZERO.
           77 WRK-CONTABILIZADOS   PIC 9(7) VALUE ZERO.
           77 WRK-NAO-MAPEADOS     PIC 9(7) VALUE ZERO.
           77 WRK-DETALHES         PIC 9(7) VALUE ZERO.
           77 WRK-TOT-MOVIMENTADO  PIC 9(16)V9(02) VALUE ZERO.
           77 WRK-TOT-NAO-MAPEADO  PIC 9(16)V9(02) VALUE ZERO.
           77 WRK-TOT-DEBITOS      PIC 9(16)V9(02) VALUE ZERO.
           77 WRK-TOT-CREDITOS     PIC 9(16)V9(02) VALUE ZERO.

           77 WRK-BALANCO-SW PIC X VALUE "N".
               88 MOVIMENTO-BALANCEADO   VALUE "S".
               88 MOVIMENTO-DESBALANCEADO VALUE "N".

           77 WRK-GERACAO-SW PIC X VALUE "N".
               88 ARQUIVO-GERADO     VALUE "S".
               88 ARQUIVO-VAZIO      VALUE "N".
               88 ARQUIVO-COM-ERRO   VALUE "E".

      *----TOTAIS DE CONTROLE POR ORIGEM---------------------------
      *   WRK-OG-MOV-D/C: postagens D e C do dia somadas na leitura
      *   do extrato (lado do cliente). WRK-OG-CTB-D/C: valores dos
      *   detalhes de debito e de credito gravados no arquivo
      *   contabil para a origem. Cada lado gravado precisa igualar
      *   o movimento D + C da origem.
           01 WRK-ORIGEM-VALORES PIC X(14) VALUE "MVLTORTRESJUTA".
           01 WRK-ORIGEM-CODIGOS REDEFINES WRK-ORIGEM-VALORES.
               02 WRK-OG-CODIGO PIC XX OCCURS 7 TIMES.
           01 WRK-ORIGEM-TOTAIS.
               02 WRK-ORIGEM-ITEM OCCURS 7 TIMES.
                   03 WRK-OG-MOV-D PIC 9(16)V9(02).
                   03 WRK-OG-MOV-C PIC 9(16)V9(02).
                   03 WRK-OG-CTB-D PIC 9(16)V9(02).
                   03 WRK-OG-CTB-C PIC 9(16)V9(02).
           77 WRK-ORIGEM-QTDE PIC 99 VALUE 7.
           77 WRK-ORIGEM-IND  PIC 99 VALUE ZERO.
           77 WRK-ORIGEM-LINHA PIC 99 VALUE ZERO.
           77 WRK-OG-MOVIMENTO PIC 9(16)V9(02) VALUE ZERO.

      *----LINHAS EDITADAS DO RELATORIO----------------------------
           01 WRK-LINHA-MAPA.
               02 WRK-LM-CLASSE    PIC XX.
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LM-NATUREZA  PIC X.
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LM-DEBITO    PIC X(10).
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LM-CREDITO   PIC X(10).
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LM-QTDE      PIC Z(6)9.
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LM-VALOR     PIC Z(15)9,99.
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LM-HISTORICO PIC X(30).

           01 WRK-LINHA-NAO-MAPEADO.
               02 FILLER           PIC X(20)
                   VALUE "   SEM CONTA NO MAPA".
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LN-CPF       PIC X(11).
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LN-NUMERO    PIC 9(9).
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LN-CLASSE    PIC XX.
               02 FILLER           PIC X(1) VALUE SPACES.
               02 WRK-LN-TIPO      PIC X.
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LN-VALOR     PIC Z(15)9,99.

           01 WRK-LINHA-ORIGEM.
               02 WRK-LO-CLASSE    PIC XX.
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LO-MOV-D     PIC Z(15)9,99.
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LO-MOV-C     PIC Z(15)9,99.
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LO-CTB-D     PIC Z(15)9,99.
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LO-CTB-C     PIC Z(15)9,99.
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LO-SITUACAO  PIC X(10).

           01 WRK-LINHA-VALOR.
               02 WRK-LV-ROTULO    PIC X(24).
               02 WRK-LV-VALOR     PIC Z(15)9,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM OBTER-PARAMETROS.
           IF WRK-PARM-DATA IS NOT NUMERIC
               DISPLAY "DATA INVALIDA NO CARTAO: " WRK-PARM-DATA
               PERFORM ESVAZIAR-ARQUIVO-CONTABIL
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-PARM-DATA TO WRK-DATA-EXECUCAO
               OPEN OUTPUT RELATORIO-FILE
               IF NOT RELATORIO-OK
                   DISPLAY "ERRO AO ABRIR ARQUIVO DE RELATORIO: "
                       WRK-RELATORIO-STATUS
                   PERFORM ESVAZIAR-ARQUIVO-CONTABIL
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ESCREVER-CABECALHO
                   PERFORM CARREGAR-MAPA-CONTAS
                   IF MAPA-COM-ERRO
                       MOVE "*** MAPA DE CONTAS INVALIDO - NADA GERADO"
                           TO LINHA-RELATORIO
                       WRITE LINHA-RELATORIO
                       PERFORM ESVAZIAR-ARQUIVO-CONTABIL
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM APURAR-MOVIMENTO-DO-DIA
                       PERFORM GERAR-ARQUIVO-CONTABIL
                       PERFORM ESCREVER-RESUMO
                       PERFORM CONCLUIR-INTERFACE
                   END-IF
                   CLOSE RELATORIO-FILE
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
      * CARREGAR-MAPA-CONTAS
      *   Le o mapa de contas para a tabela. Mapa ausente, classe
      *   desconhecida, natureza que nao e D/C, conta em branco ou
      *   classe/natureza repetida invalidam a execucao inteira: a
      *   contabilidade corrige o membro e o passo e reexecutado.
      *----------------------------------------------------------------
       CARREGAR-MAPA-CONTAS.
           SET MAPA-LIMPO TO TRUE
           OPEN INPUT MAPA-FILE
           IF MAPA-NAO-ENCONTRADO
               DISPLAY "MAPA DE CONTAS (CONTAMAP) NAO ENCONTRADO"
               SET MAPA-COM-ERRO TO TRUE
           ELSE
               PERFORM LER-PROXIMA-LINHA-MAPA
               PERFORM CARREGAR-LINHA-MAPA UNTIL MAPA-FIM
               CLOSE MAPA-FILE
           END-IF.

       LER-PROXIMA-LINHA-MAPA.
           READ MAPA-FILE
               AT END
                   SET MAPA-FIM TO TRUE
           END-READ.

       CARREGAR-LINHA-MAPA.
           MOVE MAP-CLASSE   TO WRK-CLASSE
           MOVE MAP-NATUREZA TO WRK-NATUREZA
           IF MAP-CLASSE(1:1) = "*" OR MAPA-REC = SPACES
               CONTINUE
           ELSE
               PERFORM LOCALIZAR-LINHA-MAPA
               EVALUATE TRUE
                   WHEN NOT CLASSE-VALIDA
                       DISPLAY "MAPA: CLASSE DESCONHECIDA: " MAPA-REC
                       SET MAPA-COM-ERRO TO TRUE
                   WHEN MAP-NATUREZA NOT = "D" AND
                        MAP-NATUREZA NOT = "C"
                       DISPLAY "MAPA: NATUREZA INVALIDA: " MAPA-REC
                       SET MAPA-COM-ERRO TO TRUE
                   WHEN MAP-CONTA-DEBITO = SPACES OR
                        MAP-CONTA-CREDITO = SPACES
                       DISPLAY "MAPA: CONTA EM BRANCO: " MAPA-REC
                       SET MAPA-COM-ERRO TO TRUE
                   WHEN MAPA-ACHADO
                       DISPLAY "MAPA: LINHA REPETIDA: " MAPA-REC
                       SET MAPA-COM-ERRO TO TRUE
                   WHEN WRK-MAPA-QTDE NOT < 30
                       DISPLAY "MAPA: MAIS DE 30 LINHAS: " MAPA-REC
                       SET MAPA-COM-ERRO TO TRUE
                   WHEN OTHER
                       ADD 1 TO WRK-MAPA-QTDE
                       MOVE MAP-CLASSE    TO
                           WRK-MP-CLASSE(WRK-MAPA-QTDE)
                       MOVE MAP-NATUREZA  TO
                           WRK-MP-NATUREZA(WRK-MAPA-QTDE)
                       MOVE MAP-CONTA-DEBITO  TO
                           WRK-MP-CONTA-DEBITO(WRK-MAPA-QTDE)
                       MOVE MAP-CONTA-CREDITO TO
                           WRK-MP-CONTA-CREDITO(WRK-MAPA-QTDE)
                       MOVE MAP-HISTORICO TO
                           WRK-MP-HISTORICO(WRK-MAPA-QTDE)
                       MOVE ZERO TO WRK-MP-QTDE(WRK-MAPA-QTDE)
                       MOVE ZERO TO WRK-MP-VALOR(WRK-MAPA-QTDE)
               END-EVALUATE
           END-IF
           PERFORM LER-PROXIMA-LINHA-MAPA.

      *----------------------------------------------------------------
      * LOCALIZAR-LINHA-MAPA
      *   Procura na tabela a linha de WRK-CLASSE com a natureza de
      *   WRK-NATUREZA; deixa WRK-MAPA-LINHA na linha achada.
      *----------------------------------------------------------------
       LOCALIZAR-LINHA-MAPA.
           SET MAPA-AUSENTE TO TRUE
           PERFORM PROCURAR-LINHA-MAPA
               VARYING WRK-MAPA-IND FROM 1 BY 1
               UNTIL WRK-MAPA-IND > WRK-MAPA-QTDE
                  OR MAPA-ACHADO.

       PROCURAR-LINHA-MAPA.
           IF WRK-MP-CLASSE(WRK-MAPA-IND) = WRK-CLASSE AND
              WRK-MP-NATUREZA(WRK-MAPA-IND) = WRK-NATUREZA
               SET MAPA-ACHADO TO TRUE
               MOVE WRK-MAPA-IND TO WRK-MAPA-LINHA
           END-IF.

      *----------------------------------------------------------------
      * APURAR-MOVIMENTO-DO-DIA
      *   Percorre o extrato e acumula na linha do mapa cada postagem
      *   datada do dia. Arquivo ausente vale dia sem movimento (sai
      *   o arquivo contabil so com header e trailer zerados).
      *----------------------------------------------------------------
       APURAR-MOVIMENTO-DO-DIA.
           INITIALIZE WRK-ORIGEM-TOTAIS
           OPEN INPUT TRANSACOES-FILE
           IF TRANSACOES-NAO-ENCONTRADO
               CONTINUE
           ELSE
               PERFORM LER-PROXIMA-TRANSACAO
               PERFORM CONTABILIZAR-TRANSACAO UNTIL TRANSACOES-FIM
               CLOSE TRANSACOES-FILE
           END-IF.

       LER-PROXIMA-TRANSACAO.
           READ TRANSACOES-FILE
               AT END
                   SET TRANSACOES-FIM TO TRUE
           END-READ.

       CONTABILIZAR-TRANSACAO.
           ADD 1 TO WRK-LIDOS
           MOVE TRAN-ANO TO WRK-DR-ANO
           MOVE TRAN-MES TO WRK-DR-MES
           MOVE TRAN-DIA TO WRK-DR-DIA
           IF WRK-DATA-REGISTRO = WRK-PARM-DATA
               ADD 1 TO WRK-DO-DIA
      *   Os resumos transportados sao os unicos registros com o
      *   operador PROG0005 (e numero zero); nao sao postagem.
               IF TRAN-OPERADOR = "PROG0005" OR TRAN-ORIGEM-RESUMO
                   ADD 1 TO WRK-EXCLUIDOS
               ELSE
                   PERFORM CLASSIFICAR-POSTAGEM
                   PERFORM ACUMULAR-ORIGEM
                   PERFORM ACUMULAR-POSTAGEM
               END-IF
           END-IF
           PERFORM LER-PROXIMA-TRANSACAO.

      *----------------------------------------------------------------
      * CLASSIFICAR-POSTAGEM
      *   O estorno vale pelo numero do lancamento estornado (de
      *   qualquer origem); os juros pelo operador de lote do
      *   PROG0008 e as tarifas pelo do PROG0015. O resto sai da
      *   origem carimbada na postagem; lancamento antigo sem origem
      *   conta como balcao.
      *----------------------------------------------------------------
       CLASSIFICAR-POSTAGEM.
           EVALUATE TRUE
               WHEN TRAN-NUM-ESTORNADO IS NUMERIC AND
                    TRAN-NUM-ESTORNADO > ZERO
                   MOVE "ES" TO WRK-CLASSE
               WHEN TRAN-OPERADOR = "PROG0008" OR TRAN-ORIGEM-JUROS
                   MOVE "JU" TO WRK-CLASSE
               WHEN TRAN-OPERADOR = "PROG0015" OR TRAN-ORIGEM-TARIFA
                   MOVE "TA" TO WRK-CLASSE
               WHEN TRAN-ORIGEM-LOTE
                   MOVE "LT" TO WRK-CLASSE
               WHEN TRAN-ORIGEM-ORDEM
                   MOVE "OR" TO WRK-CLASSE
               WHEN TRAN-ORIGEM-TRANSF
                   MOVE "TR" TO WRK-CLASSE
               WHEN OTHER
                   MOVE "MV" TO WRK-CLASSE
           END-EVALUATE.

      *----------------------------------------------------------------
      * ACUMULAR-ORIGEM
      *   Total de controle do dia: soma a postagem no lado D ou C da
      *   origem, tenha ela conta no mapa ou nao.
      *----------------------------------------------------------------
       ACUMULAR-ORIGEM.
           PERFORM LOCALIZAR-ORIGEM
           IF TRAN-TIPO = "D"
               ADD TRAN-VALOR TO WRK-OG-MOV-D(WRK-ORIGEM-LINHA)
           END-IF
           IF TRAN-TIPO = "C"
               ADD TRAN-VALOR TO WRK-OG-MOV-C(WRK-ORIGEM-LINHA)
           END-IF.

      *----------------------------------------------------------------
      * LOCALIZAR-ORIGEM
      *   Deixa WRK-ORIGEM-LINHA na origem de WRK-CLASSE.
      *----------------------------------------------------------------
       LOCALIZAR-ORIGEM.
           MOVE ZERO TO WRK-ORIGEM-LINHA
           PERFORM PROCURAR-ORIGEM
               VARYING WRK-ORIGEM-IND FROM 1 BY 1
               UNTIL WRK-ORIGEM-IND > WRK-ORIGEM-QTDE
                  OR WRK-ORIGEM-LINHA > ZERO.

       PROCURAR-ORIGEM.
           IF WRK-OG-CODIGO(WRK-ORIGEM-IND) = WRK-CLASSE
               MOVE WRK-ORIGEM-IND TO WRK-ORIGEM-LINHA
           END-IF.

      *----------------------------------------------------------------
      * ACUMULAR-POSTAGEM
      *   Soma a postagem na linha classe/natureza do mapa. Sem linha
      *   no mapa a postagem e listada e fica fora do arquivo: o
      *   movimento do dia deixa de fechar e o arquivo nao sai.
      *----------------------------------------------------------------
       ACUMULAR-POSTAGEM.
           ADD TRAN-VALOR TO WRK-TOT-MOVIMENTADO
           MOVE TRAN-TIPO TO WRK-NATUREZA
           PERFORM LOCALIZAR-LINHA-MAPA
           IF MAPA-ACHADO
               ADD 1 TO WRK-CONTABILIZADOS
               ADD 1 TO WRK-MP-QTDE(WRK-MAPA-LINHA)
               ADD TRAN-VALOR TO WRK-MP-VALOR(WRK-MAPA-LINHA)
           ELSE
               ADD 1 TO WRK-NAO-MAPEADOS
               ADD TRAN-VALOR TO WRK-TOT-NAO-MAPEADO
               MOVE TRAN-CPF    TO WRK-LN-CPF
               MOVE TRAN-NUMERO TO WRK-LN-NUMERO
               MOVE WRK-CLASSE  TO WRK-LN-CLASSE
               MOVE TRAN-TIPO   TO WRK-LN-TIPO
               MOVE TRAN-VALOR  TO WRK-LN-VALOR
               MOVE WRK-LINHA-NAO-MAPEADO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

      *----------------------------------------------------------------
      * GERAR-ARQUIVO-CONTABIL
      *   Com toda postagem do dia mapeada, grava o arquivo e confere
      *   o que foi gravado contra os totais do extrato. Postagem sem
      *   conta ou conferencia que nao fecha: o arquivo e reaberto
      *   para sair vazio -- nada e transmitido pela metade.
      *----------------------------------------------------------------
       GERAR-ARQUIVO-CONTABIL.
           SET MOVIMENTO-DESBALANCEADO TO TRUE
           SET ARQUIVO-VAZIO TO TRUE
           OPEN OUTPUT CONTABIL-FILE
           IF NOT CONTABIL-OK
               DISPLAY "ERRO AO ABRIR ARQUIVO CONTABIL: "
                   WRK-CONTABIL-STATUS
               SET ARQUIVO-COM-ERRO TO TRUE
           ELSE
               IF WRK-NAO-MAPEADOS = ZERO
                   PERFORM GRAVAR-ARQUIVO-CONTABIL
                   PERFORM CONFERIR-BALANCO
               END-IF
               CLOSE CONTABIL-FILE
               IF MOVIMENTO-BALANCEADO
                   SET ARQUIVO-GERADO TO TRUE
               ELSE
                   PERFORM ESVAZIAR-ARQUIVO-CONTABIL
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * ESVAZIAR-ARQUIVO-CONTABIL
      *   Abre e fecha o arquivo contabil sem gravar registro, para
      *   que a geracao do dia saia vazia e legivel (com fim de
      *   arquivo) sempre que a interface termina com retorno 8.
      *----------------------------------------------------------------
       ESVAZIAR-ARQUIVO-CONTABIL.
           OPEN OUTPUT CONTABIL-FILE
           IF NOT CONTABIL-OK
               DISPLAY "ERRO AO ABRIR ARQUIVO CONTABIL: "
                   WRK-CONTABIL-STATUS
           ELSE
               CLOSE CONTABIL-FILE
           END-IF.

      *----------------------------------------------------------------
      * CONFERIR-BALANCO
      *   Para cada origem, o total dos detalhes de debito gravados e
      *   o dos detalhes de credito precisam igualar o movimento D + C
      *   do dia lido no extrato; e o trailer precisa fechar debitos
      *   com creditos.
      *----------------------------------------------------------------
       CONFERIR-BALANCO.
           SET MOVIMENTO-BALANCEADO TO TRUE
           PERFORM CONFERIR-ORIGEM
               VARYING WRK-ORIGEM-IND FROM 1 BY 1
               UNTIL WRK-ORIGEM-IND > WRK-ORIGEM-QTDE
           IF WRK-TOT-DEBITOS NOT = WRK-TOT-CREDITOS
               SET MOVIMENTO-DESBALANCEADO TO TRUE
           END-IF.

       CONFERIR-ORIGEM.
           MOVE WRK-OG-MOV-D(WRK-ORIGEM-IND) TO WRK-OG-MOVIMENTO
           ADD WRK-OG-MOV-C(WRK-ORIGEM-IND) TO WRK-OG-MOVIMENTO
           IF WRK-OG-CTB-D(WRK-ORIGEM-IND) NOT = WRK-OG-MOVIMENTO OR
              WRK-OG-CTB-C(WRK-ORIGEM-IND) NOT = WRK-OG-MOVIMENTO
               SET MOVIMENTO-DESBALANCEADO TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * GRAVAR-ARQUIVO-CONTABIL
      *   Header, um par de detalhes (debito e credito) por linha do
      *   mapa com movimento no dia, e trailer de controle com os
      *   totais dos detalhes efetivamente gravados.
      *----------------------------------------------------------------
       GRAVAR-ARQUIVO-CONTABIL.
           MOVE ZERO TO WRK-TOT-DEBITOS
           MOVE ZERO TO WRK-TOT-CREDITOS
           MOVE SPACES TO CONTABIL-REC
           SET CTB-REG-HEADER TO TRUE
           MOVE WRK-DATA-EXECUCAO TO CTB-HDR-DATA
           MOVE "CLIENTES" TO CTB-HDR-SISTEMA
           WRITE CONTABIL-REC
           PERFORM GRAVAR-DETALHES-LINHA-MAPA
               VARYING WRK-MAPA-IND FROM 1 BY 1
               UNTIL WRK-MAPA-IND > WRK-MAPA-QTDE
           MOVE SPACES TO CONTABIL-REC
           SET CTB-REG-TRAILER TO TRUE
           MOVE WRK-DETALHES     TO CTB-TRL-QTDE
           MOVE WRK-TOT-DEBITOS  TO CTB-TRL-DEBITOS
           MOVE WRK-TOT-CREDITOS TO CTB-TRL-CREDITOS
           WRITE CONTABIL-REC.

       GRAVAR-DETALHES-LINHA-MAPA.
           IF WRK-MP-QTDE(WRK-MAPA-IND) > ZERO
               MOVE SPACES TO CONTABIL-REC
               SET CTB-REG-DETALHE TO TRUE
               MOVE WRK-DATA-EXECUCAO TO CTB-DATA
               MOVE WRK-MP-VALOR(WRK-MAPA-IND)     TO CTB-VALOR
               MOVE WRK-MP-QTDE(WRK-MAPA-IND)      TO CTB-QTDE-LANC
               MOVE WRK-MP-CLASSE(WRK-MAPA-IND)    TO CTB-CLASSE
               MOVE WRK-MP-HISTORICO(WRK-MAPA-IND) TO CTB-HISTORICO
               MOVE WRK-MP-CLASSE(WRK-MAPA-IND)    TO WRK-CLASSE
               PERFORM LOCALIZAR-ORIGEM
               MOVE WRK-MP-CONTA-DEBITO(WRK-MAPA-IND) TO CTB-CONTA
               MOVE "D" TO CTB-NATUREZA
               WRITE CONTABIL-REC
               ADD CTB-VALOR TO WRK-TOT-DEBITOS
               ADD CTB-VALOR TO WRK-OG-CTB-D(WRK-ORIGEM-LINHA)
               MOVE WRK-MP-CONTA-CREDITO(WRK-MAPA-IND) TO CTB-CONTA
               MOVE "C" TO CTB-NATUREZA
               WRITE CONTABIL-REC
               ADD CTB-VALOR TO WRK-TOT-CREDITOS
               ADD CTB-VALOR TO WRK-OG-CTB-C(WRK-ORIGEM-LINHA)
               ADD 2 TO WRK-DETALHES
           END-IF.

      *----------------------------------------------------------------
      * ESCREVER-RESUMO
      *   Linhas do mapa com o movimento do dia e totais de controle.
      *----------------------------------------------------------------
       ESCREVER-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CL  N  DEBITO      CREDITO          QTDE" TO
               LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-MAPA
               VARYING WRK-MAPA-IND FROM 1 BY 1
               UNTIL WRK-MAPA-IND > WRK-MAPA-QTDE
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TRANSACOES LIDAS......: " WRK-LIDOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "LANCAMENTOS DO DIA....: " WRK-DO-DIA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RESUMOS EXCLUIDOS.....: " WRK-EXCLUIDOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTABILIZADOS........: " WRK-CONTABILIZADOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SEM CONTA NO MAPA.....: " WRK-NAO-MAPEADOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "TOTAL MOVIMENTADO.....: " TO WRK-LV-ROTULO
           MOVE WRK-TOT-MOVIMENTADO TO WRK-LV-VALOR
           PERFORM ESCREVER-LINHA-VALOR
           MOVE "TOTAL SEM CONTA.......: " TO WRK-LV-ROTULO
           MOVE WRK-TOT-NAO-MAPEADO TO WRK-LV-VALOR
           PERFORM ESCREVER-LINHA-VALOR
           MOVE "TOTAL A DEBITO........: " TO WRK-LV-ROTULO
           MOVE WRK-TOT-DEBITOS TO WRK-LV-VALOR
           PERFORM ESCREVER-LINHA-VALOR
           MOVE "TOTAL A CREDITO.......: " TO WRK-LV-ROTULO
           MOVE WRK-TOT-CREDITOS TO WRK-LV-VALOR
           PERFORM ESCREVER-LINHA-VALOR
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CONFERENCIA POR ORIGEM - EXTRATO X ARQUIVO CONTABIL"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CL            EXTRATO D            EXTRATO C"
               "         CONTABIL DEB        CONTABIL CRED"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-ORIGEM
               VARYING WRK-ORIGEM-IND FROM 1 BY 1
               UNTIL WRK-ORIGEM-IND > WRK-ORIGEM-QTDE.

       ESCREVER-LINHA-MAPA.
           MOVE WRK-MP-CLASSE(WRK-MAPA-IND)        TO WRK-LM-CLASSE
           MOVE WRK-MP-NATUREZA(WRK-MAPA-IND)      TO WRK-LM-NATUREZA
           MOVE WRK-MP-CONTA-DEBITO(WRK-MAPA-IND)  TO WRK-LM-DEBITO
           MOVE WRK-MP-CONTA-CREDITO(WRK-MAPA-IND) TO WRK-LM-CREDITO
           MOVE WRK-MP-QTDE(WRK-MAPA-IND)          TO WRK-LM-QTDE
           MOVE WRK-MP-VALOR(WRK-MAPA-IND)         TO WRK-LM-VALOR
           MOVE WRK-MP-HISTORICO(WRK-MAPA-IND)     TO WRK-LM-HISTORICO
           MOVE WRK-LINHA-MAPA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       ESCREVER-LINHA-ORIGEM.
           MOVE WRK-OG-CODIGO(WRK-ORIGEM-IND) TO WRK-LO-CLASSE
           MOVE WRK-OG-MOV-D(WRK-ORIGEM-IND)  TO WRK-LO-MOV-D
           MOVE WRK-OG-MOV-C(WRK-ORIGEM-IND)  TO WRK-LO-MOV-C
           MOVE WRK-OG-CTB-D(WRK-ORIGEM-IND)  TO WRK-LO-CTB-D
           MOVE WRK-OG-CTB-C(WRK-ORIGEM-IND)  TO WRK-LO-CTB-C
           MOVE WRK-OG-MOV-D(WRK-ORIGEM-IND) TO WRK-OG-MOVIMENTO
           ADD WRK-OG-MOV-C(WRK-ORIGEM-IND) TO WRK-OG-MOVIMENTO
           IF WRK-OG-CTB-D(WRK-ORIGEM-IND) = WRK-OG-MOVIMENTO AND
              WRK-OG-CTB-C(WRK-ORIGEM-IND) = WRK-OG-MOVIMENTO
               MOVE "OK" TO WRK-LO-SITUACAO
           ELSE
               MOVE "NAO FECHA" TO WRK-LO-SITUACAO
           END-IF
           MOVE WRK-LINHA-ORIGEM TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       ESCREVER-LINHA-VALOR.
           MOVE WRK-LINHA-VALOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------
      * CONCLUIR-INTERFACE
      *   Arquivo gravado e conferido, ou a mensagem de que saiu
      *   vazio; o retorno 8 segura a transmissao para a
      *   contabilidade.
      *----------------------------------------------------------------
       CONCLUIR-INTERFACE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           EVALUATE TRUE
               WHEN ARQUIVO-GERADO
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "ARQUIVO CONTABIL GERADO - DETALHES: "
                       WRK-DETALHES DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               WHEN ARQUIVO-COM-ERRO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "*** MOVIMENTO NAO FECHA - ARQUIVO SAI VAZIO"
                       TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   DISPLAY "INTERFACE CONTABIL " WRK-DATA-EXECUCAO
                       ": MOVIMENTO NAO FECHA, ARQUIVO SAI VAZIO"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------
      * ESCREVER-CABECALHO
      *----------------------------------------------------------------
       ESCREVER-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "INTERFACE CONTABIL - MOVIMENTO DE "
               WRK-PARM-DATA DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       END PROGRAM INTERFACE-CONTABIL.
