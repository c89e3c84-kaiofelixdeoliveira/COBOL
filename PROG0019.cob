      ******************************************************************
      * Author:
      * Date:
      * Purpose: Auditoria de atividade dos operadores. Cruza, para o
      *          periodo do cartao, os carimbos de operador do
      *          movimento (TRAN-OPERADOR em TRANSACOES), dos
      *          rejeitados (REJ-OPERADOR em REJEITADOS) e do jornal do
      *          cadastro (JRN-OPERADOR em CLIJORN). Imprime por
      *          operador do cadastro OPERADORES as postagens, os
      *          estornos, as tentativas rejeitadas, as mudancas de
      *          situacao (SITUA), as alteracoes de cadastro (CADAS e
      *          CADAR) e o valor movimentado; carimbos que nao estao
      *          no cadastro (programas do lote noturno) saem como NAO
      *          CADASTRADO. Lista as ocorrencias suspeitas: operador
      *          estornando lancamento proprio, postagem em cliente
      *          cujo cadastro o mesmo operador alterou no dia, estorno
      *          acima do limiar do cartao, atividade de operador
      *          inativo e atividade fora das janelas de sessao do
      *          diario de ponto (SHIFTLOG). Qualquer ocorrencia
      *          termina com retorno 4 (RELOPER.TXT para a auditoria).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITORIA-OPERADORES.

      *====AMBIENTE=============
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----CADASTRO DE OPERADORES (LOGON E NIVEL DE AUTORIZACAO)------
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPE-ID
               FILE STATUS IS WRK-OPERADORES-STATUS.

           SELECT TRANSACOES-FILE ASSIGN TO "TRANSACOES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-TRANSACOES-STATUS.

           SELECT REJEITADOS-FILE ASSIGN TO "REJEITADOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REJEITADOS-STATUS.

      *----JORNAL DE ALTERACOES DO CADASTRO (IMAGEM ANTES/DEPOIS)-----
           SELECT JORNAL-FILE ASSIGN TO "CLIJORN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JORNAL-STATUS.

      *----DIARIO DE PONTO (UMA SESSAO POR EXECUCAO DO PROG000X)------
           SELECT SHIFT-LOG-FILE ASSIGN TO "SHIFTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SHIFTLOG-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELOPER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

      *====VARIAVEIS===========
       DATA DIVISION.
       FILE SECTION.
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

       FD  TRANSACOES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "TRANSACAO.cpy".

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

       FD  JORNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "JORNAL.cpy".

       FD  SHIFT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHIFT-LOG-REC.
           02  SHL-DATA-JULIANA        PIC 9(5).
           02  SHL-HORA-INICIO         PIC 9(6).
           02  SHL-HORA-FIM            PIC 9(6).
           02  SHL-HORAS-TRABALHADAS   PIC 9(3).
           02  SHL-MINUTOS-TRABALHADOS PIC 99.

       FD  RELATORIO-FILE
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELATORIO PIC X(130).

       WORKING-STORAGE SECTION.
           77 WRK-OPERADORES-STATUS PIC XX VALUE "00".
               88 OPERADORES-OK             VALUE "00".
               88 OPERADORES-FIM            VALUE "10".
               88 OPERADORES-NAO-ENCONTRADO VALUE "23" "35".
           77 WRK-TRANSACOES-STATUS PIC XX VALUE "00".
               88 TRANSACOES-OK             VALUE "00".
               88 TRANSACOES-FIM            VALUE "10".
               88 TRANSACOES-NAO-ENCONTRADO VALUE "35".
           77 WRK-REJEITADOS-STATUS PIC XX VALUE "00".
               88 REJEITADOS-OK             VALUE "00".
               88 REJEITADOS-FIM            VALUE "10".
               88 REJEITADOS-NAO-ENCONTRADO VALUE "35".
           77 WRK-JORNAL-STATUS PIC XX VALUE "00".
               88 JORNAL-OK                 VALUE "00".
               88 JORNAL-FIM                VALUE "10".
               88 JORNAL-NAO-ENCONTRADO     VALUE "35".
           77 WRK-SHIFTLOG-STATUS PIC XX VALUE "00".
               88 SHIFTLOG-OK               VALUE "00".
               88 SHIFTLOG-FIM              VALUE "10".
               88 SHIFTLOG-NAO-ENCONTRADO   VALUE "35".
           77 WRK-RELATORIO-STATUS PIC XX VALUE "00".
               88 RELATORIO-OK              VALUE "00".

      *----CARTAO DE PARAMETROS (SYSIN)----------------------------
      *   Colunas 1-8 = data inicial CCYYMMDD, 10-17 = data final
      *   CCYYMMDD, 19-36 = limiar do estorno, 9(16)V99 sem virgula
      *   (em branco = 1.000,00). Estorno de valor acima do limiar
      *   sai como ocorrencia.
           01 WRK-PARM-CARD.
               02 WRK-PARM-DATA-INICIAL PIC X(8).
               02 FILLER                PIC X.
               02 WRK-PARM-DATA-FINAL   PIC X(8).
               02 FILLER                PIC X.
               02 WRK-PARM-LIMIAR       PIC X(18).
               02 WRK-PARM-LIMIAR-NUM REDEFINES WRK-PARM-LIMIAR
                                        PIC 9(16)V99.
               02 FILLER                PIC X(44).

           01 WRK-DATA-INICIAL PIC 9(8) VALUE ZEROS.
           01 WRK-DATA-INI-DETALHE REDEFINES WRK-DATA-INICIAL.
               02 WRK-DI-ANO    PIC 9(4).
               02 WRK-DI-MES    PIC 99.
               02 WRK-DI-DIA    PIC 99.
           01 WRK-DATA-FINAL PIC 9(8) VALUE ZEROS.
           01 WRK-DATA-FIM-DETALHE REDEFINES WRK-DATA-FINAL.
               02 WRK-DF-ANO    PIC 9(4).
               02 WRK-DF-MES    PIC 99.
               02 WRK-DF-DIA    PIC 99.

           77 WRK-LIMIAR-ESTORNO PIC 9(16)V99 VALUE 1000,00.

           77 WRK-CARTAO-SW PIC X VALUE "S".
               88 CARTAO-VALIDO   VALUE "S".
               88 CARTAO-INVALIDO VALUE "N".

      *----DATA E HORA DA ATIVIDADE LIDA---------------------------
      *   TRAN-DATA e REJ-DATA chegam DDMMAAAA; o jornal ja traz
      *   CCYYMMDD. A data da atividade vira tambem juliana YYDDD
      *   para casar com SHL-DATA-JULIANA do diario de ponto.
           01 WRK-DATA-REGISTRO.
               02 WRK-DR-ANO    PIC X(4).
               02 WRK-DR-MES    PIC XX.
               02 WRK-DR-DIA    PIC XX.

           01 WRK-DATA-ATIVIDADE PIC 9(8) VALUE ZEROS.
           01 WRK-DATA-ATIV-DETALHE REDEFINES WRK-DATA-ATIVIDADE.
               02 WRK-DEX-ANO   PIC 9(4).
               02 WRK-DEX-MES   PIC 99.
               02 WRK-DEX-DIA   PIC 99.

           77 WRK-HORA-ATIVIDADE PIC 9(6) VALUE ZERO.

           77 WRK-PERIODO-SW PIC X VALUE "N".
               88 DENTRO-DO-PERIODO VALUE "S".
               88 FORA-DO-PERIODO   VALUE "N".

      *----CALCULO DA DATA JULIANA (YYDDD)-------------------------
           77 WRK-DATE-JULIANA    PIC 9(5) VALUE ZERO.
           77 WRK-JULIANA-INICIAL PIC 9(5) VALUE ZERO.
           77 WRK-JULIANA-FINAL   PIC 9(5) VALUE ZERO.
           77 WRK-JUL-DIA-ACUM    PIC 999.
           77 WRK-JUL-DIA-DO-ANO  PIC 999.
           77 WRK-JUL-ANO-2DIG    PIC 99.
           77 WRK-JUL-RESTO-4     PIC 9.
           77 WRK-JUL-RESTO-100   PIC 99.
           77 WRK-JUL-RESTO-400   PIC 999.
           77 WRK-JUL-QUOCIENTE   PIC 9(4).

           77 WRK-ANO-BISSEXTO-SW PIC X VALUE "N".
               88 ANO-BISSEXTO     VALUE "S".
               88 ANO-NAO-BISSEXTO VALUE "N".

      *----OPERADORES DO CADASTRO E CARIMBOS ENCONTRADOS-----------
      *   Carregada do OPERADORES; carimbo de operador ausente do
      *   cadastro (PROG0008, PROG0015 e demais passos do lote) entra
      *   no fim da tabela como NAO CADASTRADO e fica fora das
      *   conferencias de inativo e de diario de ponto.
           77 WRK-OPE-QTDE  PIC 999 VALUE ZERO.
           77 WRK-OPE-IND   PIC 999 VALUE ZERO.
           77 WRK-OPE-POS   PIC 999 VALUE ZERO.
           77 WRK-OPE-PROCURADO PIC X(8) VALUE SPACES.
           01 WRK-OPERADOR-TABELA.
               02 WRK-OPERADOR-ITEM OCCURS 200 TIMES.
                   03 WRK-OP-ID          PIC X(8).
                   03 WRK-OP-NOME        PIC X(20).
                   03 WRK-OP-NIVEL       PIC 9.
                   03 WRK-OP-SITUACAO    PIC X.
                       88 WRK-OP-INATIVO     VALUE "I".
                   03 WRK-OP-CADASTRO    PIC X.
                       88 WRK-OP-CADASTRADO     VALUE "S".
                       88 WRK-OP-NAO-CADASTRADO VALUE "N".
                   03 WRK-OP-POSTAGENS   PIC 9(7).
                   03 WRK-OP-ESTORNOS    PIC 9(7).
                   03 WRK-OP-REJEITADOS  PIC 9(7).
                   03 WRK-OP-SITUACOES   PIC 9(7).
                   03 WRK-OP-ALTERACOES  PIC 9(7).
                   03 WRK-OP-ATIVIDADES  PIC 9(7).
                   03 WRK-OP-VALOR       PIC S9(16)V99.
                   03 WRK-OP-SINAIS      PIC 9(7).

      *----CLIENTES ALTERADOS NO PERIODO (CADAS, CADAR E SITUA)----
      *   Operador, CPF e data de cada alteracao manual do cadastro,
      *   para conferir a postagem do mesmo operador no cliente no
      *   mesmo dia.
           77 WRK-ALT-QTDE  PIC 9(4) VALUE ZERO.
           77 WRK-ALT-IND   PIC 9(4) VALUE ZERO.
           01 WRK-ALTERACAO-TABELA.
               02 WRK-ALTERACAO-ITEM OCCURS 2000 TIMES.
                   03 WRK-AL-OPERADOR    PIC X(8).
                   03 WRK-AL-CPF         PIC X(11).
                   03 WRK-AL-DATA        PIC 9(8).

      *----ESTORNOS DO PERIODO------------------------------------
      *   Guardados na primeira leitura do TRANSACOES; a segunda
      *   leitura procura o lancamento estornado de cada um para
      *   comparar o operador.
           77 WRK-EST-QTDE  PIC 9(4) VALUE ZERO.
           77 WRK-EST-IND   PIC 9(4) VALUE ZERO.
           01 WRK-ESTORNO-TABELA.
               02 WRK-ESTORNO-ITEM OCCURS 1000 TIMES.
                   03 WRK-ES-ESTORNADO   PIC 9(9).
                   03 WRK-ES-NUMERO      PIC 9(9).
                   03 WRK-ES-OPERADOR    PIC X(8).
                   03 WRK-ES-CPF         PIC X(11).
                   03 WRK-ES-DATA        PIC 9(8).
                   03 WRK-ES-VALOR       PIC S9(16)V99.
                   03 WRK-ES-CONFERIDO   PIC X.
                       88 WRK-ES-ORIGINAL-ACHADO VALUE "S".
                       88 WRK-ES-ORIGINAL-AUSENTE VALUE "N".

      *----JANELAS DE SESSAO DO DIARIO DE PONTO NO PERIODO---------
      *   Inicio e fim HHMMSS por data juliana. Sessao que vira a
      *   meia-noite (fim menor que o inicio) cobre do inicio ao fim
      *   do dia e do comeco do dia ate o fim.
           77 WRK-TUR-QTDE  PIC 9(4) VALUE ZERO.
           77 WRK-TUR-IND   PIC 9(4) VALUE ZERO.
           01 WRK-TURNO-TABELA.
               02 WRK-TURNO-ITEM OCCURS 3000 TIMES.
                   03 WRK-TU-JULIANA     PIC 9(5).
                   03 WRK-TU-INICIO      PIC 9(6).
                   03 WRK-TU-FIM         PIC 9(6).

           77 WRK-TURNO-SW PIC X VALUE "N".
               88 DENTRO-DO-TURNO VALUE "S".
               88 FORA-DO-TURNO   VALUE "N".
           77 WRK-DIA-TURNO-SW PIC X VALUE "N".
               88 DIA-COM-TURNO   VALUE "S".
               88 DIA-SEM-TURNO   VALUE "N".
           77 WRK-DIARIO-SW PIC X VALUE "S".
               88 DIARIO-DISPONIVEL VALUE "S".
               88 DIARIO-AUSENTE    VALUE "N".

           77 WRK-ACHOU-SW PIC X VALUE "N".
               88 ITEM-ACHADO  VALUE "S".
               88 ITEM-AUSENTE VALUE "N".

      *   Estouro de qualquer tabela invalida a auditoria: o
      *   relatorio sairia com ocorrencias faltando.
           77 WRK-TABELA-SW PIC X VALUE "N".
               88 TABELA-COM-ERRO VALUE "S".
               88 TABELA-LIMPA    VALUE "N".
           77 WRK-TABELA-ESTOURADA PIC X(30) VALUE SPACES.

      *----OCORRENCIA A IMPRIMIR----------------------------------
           01 WRK-OCORRENCIA.
               02 WRK-OC-OPERADOR PIC X(8).
               02 WRK-OC-DATA     PIC 9(8).
               02 WRK-OC-HORA     PIC X(6).
               02 WRK-OC-ORIGEM   PIC X(10).
               02 WRK-OC-CPF      PIC X(11).
               02 WRK-OC-NUMERO   PIC 9(9).
               02 WRK-OC-VALOR    PIC S9(16)V99.
               02 WRK-OC-SINAL    PIC X(46).

      *----CONTADORES DO RESUMO DO JOB-----------------------------
           77 WRK-TOTAL-LANCAMENTOS  PIC 9(9) VALUE ZERO.
           77 WRK-TOTAL-REJEITADOS   PIC 9(9) VALUE ZERO.
           77 WRK-TOTAL-JORNAL       PIC 9(9) VALUE ZERO.
           77 WRK-TOTAL-SESSOES      PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-OCORRENCIAS  PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-SEM-ORIGINAL PIC 9(7) VALUE ZERO.
           77 WRK-TOTAL-VALOR        PIC S9(16)V99 VALUE ZERO.

      *----LINHAS EDITADAS DO RELATORIO----------------------------
           01 WRK-LINHA-TIT-OCORRENCIA.
               02 FILLER PIC X(10) VALUE "OPERADOR".
               02 FILLER PIC X(10) VALUE "DATA".
               02 FILLER PIC X(8)  VALUE "HORA".
               02 FILLER PIC X(12) VALUE "ORIGEM".
               02 FILLER PIC X(13) VALUE "CPF".
               02 FILLER PIC X(11) VALUE "   NUMERO".
               02 FILLER PIC X(18) VALUE "            VALOR".
               02 FILLER PIC X(2)  VALUE SPACES.
               02 FILLER PIC X(46) VALUE "OCORRENCIA".

           01 WRK-LINHA-OCORRENCIA.
               02 WRK-LO-OPERADOR    PIC X(8).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LO-DATA        PIC X(8).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LO-HORA        PIC X(6).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LO-ORIGEM      PIC X(10).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LO-CPF         PIC X(11).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LO-NUMERO      PIC Z(8)9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LO-VALOR       PIC -(13)9,99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LO-SINAL       PIC X(46).

           01 WRK-LINHA-TIT-OPERADOR.
               02 FILLER PIC X(10) VALUE "OPERADOR".
               02 FILLER PIC X(22) VALUE "NOME".
               02 FILLER PIC X(4)  VALUE "NIV".
               02 FILLER PIC X(16) VALUE "SITUACAO".
               02 FILLER PIC X(9)  VALUE "  POSTAG.".
               02 FILLER PIC X(9)  VALUE "  ESTORN.".
               02 FILLER PIC X(9)  VALUE "  REJEIT.".
               02 FILLER PIC X(9)  VALUE "    SITUA".
               02 FILLER PIC X(9)  VALUE "  CADAST.".
               02 FILLER PIC X(21) VALUE "     VALOR MOVIMENT.".
               02 FILLER PIC X(8)  VALUE "  SINAIS".

           01 WRK-LINHA-OPERADOR.
               02 WRK-LP-ID          PIC X(8).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LP-NOME        PIC X(20).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LP-NIVEL       PIC X.
               02 FILLER             PIC X(3) VALUE SPACES.
               02 WRK-LP-SITUACAO    PIC X(14).
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LP-POSTAGENS   PIC Z(6)9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LP-ESTORNOS    PIC Z(6)9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LP-REJEITADOS  PIC Z(6)9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LP-SITUACOES   PIC Z(6)9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LP-ALTERACOES  PIC Z(6)9.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LP-VALOR       PIC -(15)9,99.
               02 FILLER             PIC X(2) VALUE SPACES.
               02 WRK-LP-SINAIS      PIC Z(5)9.

           01 WRK-LINHA-CONTADOR.
               02 WRK-LT-ROTULO      PIC X(30).
               02 WRK-LT-VALOR       PIC Z(8)9.

           01 WRK-LINHA-VALOR.
               02 WRK-LV-ROTULO      PIC X(30).
               02 WRK-LV-VALOR       PIC -(15)9,99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM OBTER-PARAMETROS.
           IF CARTAO-INVALIDO
               DISPLAY "CARTAO DE PARAMETROS INVALIDO: '"
                   WRK-PARM-CARD "'"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRIR-ARQUIVOS
               EVALUATE TRUE
               WHEN OPERADORES-NAO-ENCONTRADO
                   DISPLAY "CADASTRO DE OPERADORES NAO ENCONTRADO"
                   MOVE 8 TO RETURN-CODE
               WHEN NOT RELATORIO-OK
                   DISPLAY "ERRO AO ABRIR ARQUIVO DE RELATORIO: "
                       WRK-RELATORIO-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM CARREGAR-OPERADORES
                   PERFORM CARREGAR-TURNOS
                   PERFORM ESCREVER-CABECALHO
                   IF TABELA-LIMPA
                       PERFORM APURAR-JORNAL
                   END-IF
                   IF TABELA-LIMPA
                       PERFORM APURAR-LANCAMENTOS
                   END-IF
                   IF TABELA-LIMPA
                       PERFORM CONFERIR-ESTORNOS-PROPRIOS
                   END-IF
                   IF TABELA-LIMPA
                       PERFORM APURAR-REJEITADOS
                   END-IF
                   IF TABELA-LIMPA
                       PERFORM CONFERIR-OPERADORES-INATIVOS
                       PERFORM ESCREVER-RESUMO-OPERADORES
                       PERFORM ESCREVER-TOTAIS
                       IF WRK-TOTAL-OCORRENCIAS > ZERO
                           MOVE 4 TO RETURN-CODE
                       END-IF
                       DISPLAY "AUDITORIA DE OPERADORES "
                           WRK-DATA-INICIAL " A " WRK-DATA-FINAL
                           ": " WRK-OPE-QTDE " OPERADORES, "
                           WRK-TOTAL-OCORRENCIAS " OCORRENCIAS"
                   ELSE
                       PERFORM ESCREVER-TABELA-ESTOURADA
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-EVALUATE
               PERFORM ENCERRAR-ARQUIVOS
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      * OBTER-PARAMETROS
      *   As duas datas sao obrigatorias, com mes valido e a inicial
      *   nao maior que a final; o limiar em branco fica no padrao.
      *----------------------------------------------------------------
       OBTER-PARAMETROS.
           MOVE SPACES TO WRK-PARM-CARD
           ACCEPT WRK-PARM-CARD
           SET CARTAO-VALIDO TO TRUE
           IF WRK-PARM-DATA-INICIAL IS NOT NUMERIC
              OR WRK-PARM-DATA-FINAL IS NOT NUMERIC
               SET CARTAO-INVALIDO TO TRUE
           ELSE
               MOVE WRK-PARM-DATA-INICIAL TO WRK-DATA-INICIAL
               MOVE WRK-PARM-DATA-FINAL   TO WRK-DATA-FINAL
               IF WRK-DI-MES < 01 OR WRK-DI-MES > 12
                  OR WRK-DF-MES < 01 OR WRK-DF-MES > 12
                  OR WRK-DATA-INICIAL > WRK-DATA-FINAL
                   SET CARTAO-INVALIDO TO TRUE
               END-IF
           END-IF
           IF WRK-PARM-LIMIAR IS NUMERIC
               MOVE WRK-PARM-LIMIAR-NUM TO WRK-LIMIAR-ESTORNO
           ELSE
               IF WRK-PARM-LIMIAR NOT = SPACES
                   SET CARTAO-INVALIDO TO TRUE
               END-IF
           END-IF
           IF CARTAO-VALIDO
               MOVE WRK-DATA-INICIAL TO WRK-DATA-ATIVIDADE
               PERFORM CALCULAR-DATA-JULIANA
               MOVE WRK-DATE-JULIANA TO WRK-JULIANA-INICIAL
               MOVE WRK-DATA-FINAL TO WRK-DATA-ATIVIDADE
               PERFORM CALCULAR-DATA-JULIANA
               MOVE WRK-DATE-JULIANA TO WRK-JULIANA-FINAL
           END-IF.

      *----------------------------------------------------------------
      * ABRIR-ARQUIVOS
      *   Movimento, rejeitados e jornal ausentes contam como vazios
      *   (periodo sem atividade); sem diario de ponto a conferencia
      *   de turno nao e feita e o relatorio avisa.
      *----------------------------------------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT OPERADORES-FILE.
           OPEN OUTPUT RELATORIO-FILE.

       ENCERRAR-ARQUIVOS.
           IF NOT OPERADORES-NAO-ENCONTRADO
               CLOSE OPERADORES-FILE
           END-IF.
           IF RELATORIO-OK
               CLOSE RELATORIO-FILE
           END-IF.

      *----------------------------------------------------------------
      * CARREGAR-OPERADORES
      *   Um item por operador do cadastro, na ordem de OPE-ID, com
      *   os contadores zerados.
      *----------------------------------------------------------------
       CARREGAR-OPERADORES.
           INITIALIZE WRK-OPERADOR-TABELA
           MOVE ZERO TO WRK-OPE-QTDE
           PERFORM LER-PROXIMO-OPERADOR
           PERFORM GUARDAR-OPERADOR
               UNTIL OPERADORES-FIM OR TABELA-COM-ERRO.

       LER-PROXIMO-OPERADOR.
           READ OPERADORES-FILE NEXT RECORD
               AT END
                   SET OPERADORES-FIM TO TRUE
           END-READ.

       GUARDAR-OPERADOR.
           IF WRK-OPE-QTDE < 200
               ADD 1 TO WRK-OPE-QTDE
               MOVE OPE-ID       TO WRK-OP-ID(WRK-OPE-QTDE)
               MOVE OPE-NOME     TO WRK-OP-NOME(WRK-OPE-QTDE)
               MOVE OPE-NIVEL    TO WRK-OP-NIVEL(WRK-OPE-QTDE)
               MOVE OPE-SITUACAO TO WRK-OP-SITUACAO(WRK-OPE-QTDE)
               SET WRK-OP-CADASTRADO(WRK-OPE-QTDE) TO TRUE
               PERFORM LER-PROXIMO-OPERADOR
           ELSE
               MOVE "OPERADORES (200)" TO WRK-TABELA-ESTOURADA
               SET TABELA-COM-ERRO TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * LOCALIZAR-OPERADOR
      *   Posicao de WRK-OPE-PROCURADO na tabela em WRK-OPE-POS.
      *   Carimbo que nao e do cadastro entra no fim da tabela; com
      *   a tabela cheia WRK-OPE-POS volta zero e a auditoria para.
      *----------------------------------------------------------------
       LOCALIZAR-OPERADOR.
           MOVE ZERO TO WRK-OPE-POS
           PERFORM COMPARAR-OPERADOR
               VARYING WRK-OPE-IND FROM 1 BY 1
               UNTIL WRK-OPE-IND > WRK-OPE-QTDE
                  OR WRK-OPE-POS > ZERO
           IF WRK-OPE-POS = ZERO
               IF WRK-OPE-QTDE < 200
                   ADD 1 TO WRK-OPE-QTDE
                   MOVE WRK-OPE-QTDE TO WRK-OPE-POS
                   MOVE WRK-OPE-PROCURADO TO WRK-OP-ID(WRK-OPE-POS)
                   MOVE "NAO CADASTRADO"  TO WRK-OP-NOME(WRK-OPE-POS)
                   MOVE ZERO   TO WRK-OP-NIVEL(WRK-OPE-POS)
                   MOVE SPACE  TO WRK-OP-SITUACAO(WRK-OPE-POS)
                   SET WRK-OP-NAO-CADASTRADO(WRK-OPE-POS) TO TRUE
               ELSE
                   MOVE "OPERADORES (200)" TO WRK-TABELA-ESTOURADA
                   SET TABELA-COM-ERRO TO TRUE
               END-IF
           END-IF.

       COMPARAR-OPERADOR.
           IF WRK-OP-ID(WRK-OPE-IND) = WRK-OPE-PROCURADO
               MOVE WRK-OPE-IND TO WRK-OPE-POS
           END-IF.

      *----------------------------------------------------------------
      * CARREGAR-TURNOS
      *   Sessoes do diario de ponto com data juliana dentro do
      *   periodo do cartao.
      *----------------------------------------------------------------
       CARREGAR-TURNOS.
           OPEN INPUT SHIFT-LOG-FILE
           IF SHIFTLOG-NAO-ENCONTRADO
               SET DIARIO-AUSENTE TO TRUE
               DISPLAY "DIARIO DE PONTO NAO ENCONTRADO - SEM "
                   "CONFERENCIA DE TURNO"
           ELSE
               SET DIARIO-DISPONIVEL TO TRUE
               PERFORM LER-PROXIMO-TURNO
               PERFORM GUARDAR-TURNO
                   UNTIL SHIFTLOG-FIM OR TABELA-COM-ERRO
               CLOSE SHIFT-LOG-FILE
           END-IF.

       LER-PROXIMO-TURNO.
           READ SHIFT-LOG-FILE
               AT END
                   SET SHIFTLOG-FIM TO TRUE
           END-READ.

       GUARDAR-TURNO.
           IF SHL-DATA-JULIANA NOT < WRK-JULIANA-INICIAL
              AND SHL-DATA-JULIANA NOT > WRK-JULIANA-FINAL
               IF WRK-TUR-QTDE < 3000
                   ADD 1 TO WRK-TUR-QTDE
                   MOVE SHL-DATA-JULIANA
                       TO WRK-TU-JULIANA(WRK-TUR-QTDE)
                   MOVE SHL-HORA-INICIO TO WRK-TU-INICIO(WRK-TUR-QTDE)
                   MOVE SHL-HORA-FIM    TO WRK-TU-FIM(WRK-TUR-QTDE)
                   ADD 1 TO WRK-TOTAL-SESSOES
               ELSE
                   MOVE "SESSOES DE PONTO (3000)"
                       TO WRK-TABELA-ESTOURADA
                   SET TABELA-COM-ERRO TO TRUE
               END-IF
           END-IF
           PERFORM LER-PROXIMO-TURNO.

      *----------------------------------------------------------------
      * APURAR-JORNAL
      *   Cada entrada do jornal no periodo e uma acao do operador
      *   com hora marcada: conta como atividade e e conferida contra
      *   as sessoes do dia. SITUA conta mudanca de situacao; CADAS e
      *   CADAR contam alteracao de cadastro; as tres guardam o
      *   cliente alterado para a conferencia das postagens. As
      *   demais entradas (efeito das postagens) ja contam pelo
      *   TRANSACOES.
      *----------------------------------------------------------------
       APURAR-JORNAL.
           OPEN INPUT JORNAL-FILE
           IF JORNAL-NAO-ENCONTRADO
               DISPLAY "JORNAL DO CADASTRO NAO ENCONTRADO"
           ELSE
               PERFORM LER-PROXIMO-JORNAL
               PERFORM TRATAR-ENTRADA-JORNAL
                   UNTIL JORNAL-FIM OR TABELA-COM-ERRO
               CLOSE JORNAL-FILE
           END-IF.

       LER-PROXIMO-JORNAL.
           READ JORNAL-FILE
               AT END
                   SET JORNAL-FIM TO TRUE
           END-READ.

       TRATAR-ENTRADA-JORNAL.
           IF JRN-DATA NOT < WRK-DATA-INICIAL
              AND JRN-DATA NOT > WRK-DATA-FINAL
               ADD 1 TO WRK-TOTAL-JORNAL
               MOVE JRN-OPERADOR TO WRK-OPE-PROCURADO
               PERFORM LOCALIZAR-OPERADOR
               IF WRK-OPE-POS > ZERO
                   ADD 1 TO WRK-OP-ATIVIDADES(WRK-OPE-POS)
                   EVALUATE JRN-MODO
                       WHEN "SITUA"
                           ADD 1 TO WRK-OP-SITUACOES(WRK-OPE-POS)
                           PERFORM GUARDAR-ALTERACAO
                       WHEN "CADAS"
                       WHEN "CADAR"
                           ADD 1 TO WRK-OP-ALTERACOES(WRK-OPE-POS)
                           PERFORM GUARDAR-ALTERACAO
                   END-EVALUATE
                   PERFORM CONFERIR-HORA-JORNAL
               END-IF
           END-IF
           PERFORM LER-PROXIMO-JORNAL.

       GUARDAR-ALTERACAO.
           IF WRK-ALT-QTDE < 2000
               ADD 1 TO WRK-ALT-QTDE
               MOVE JRN-OPERADOR TO WRK-AL-OPERADOR(WRK-ALT-QTDE)
               MOVE JRN-CPF      TO WRK-AL-CPF(WRK-ALT-QTDE)
               MOVE JRN-DATA     TO WRK-AL-DATA(WRK-ALT-QTDE)
           ELSE
               MOVE "ALTERACOES DE CADASTRO (2000)"
                   TO WRK-TABELA-ESTOURADA
               SET TABELA-COM-ERRO TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * CONFERIR-HORA-JORNAL
      *   Operador do cadastro com entrada no jornal fora de toda
      *   sessao do diario de ponto na data da entrada.
      *----------------------------------------------------------------
       CONFERIR-HORA-JORNAL.
           IF DIARIO-DISPONIVEL AND WRK-OP-CADASTRADO(WRK-OPE-POS)
               MOVE JRN-DATA TO WRK-DATA-ATIVIDADE
               PERFORM CALCULAR-DATA-JULIANA
               MOVE JRN-HORA(1:6) TO WRK-HORA-ATIVIDADE
               SET FORA-DO-TURNO TO TRUE
               PERFORM CONFERIR-JANELA-TURNO
                   VARYING WRK-TUR-IND FROM 1 BY 1
                   UNTIL WRK-TUR-IND > WRK-TUR-QTDE
                      OR DENTRO-DO-TURNO
               IF FORA-DO-TURNO
                   INITIALIZE WRK-OCORRENCIA
                   MOVE JRN-OPERADOR  TO WRK-OC-OPERADOR
                   MOVE JRN-DATA      TO WRK-OC-DATA
                   MOVE JRN-HORA(1:6) TO WRK-OC-HORA
                   MOVE "JORNAL"      TO WRK-OC-ORIGEM
                   MOVE JRN-CPF       TO WRK-OC-CPF
                   STRING "FORA DAS SESSOES DO PONTO - MODO "
                       JRN-MODO DELIMITED BY SIZE
                       INTO WRK-OC-SINAL
                   PERFORM ESCREVER-OCORRENCIA
               END-IF
           END-IF.

       CONFERIR-JANELA-TURNO.
           IF WRK-TU-JULIANA(WRK-TUR-IND) = WRK-DATE-JULIANA
               IF WRK-TU-INICIO(WRK-TUR-IND)
                       NOT > WRK-TU-FIM(WRK-TUR-IND)
                   IF WRK-HORA-ATIVIDADE
                           NOT < WRK-TU-INICIO(WRK-TUR-IND)
                      AND WRK-HORA-ATIVIDADE
                           NOT > WRK-TU-FIM(WRK-TUR-IND)
                       SET DENTRO-DO-TURNO TO TRUE
                   END-IF
               ELSE
                   IF WRK-HORA-ATIVIDADE
                           NOT < WRK-TU-INICIO(WRK-TUR-IND)
                      OR WRK-HORA-ATIVIDADE
                           NOT > WRK-TU-FIM(WRK-TUR-IND)
                       SET DENTRO-DO-TURNO TO TRUE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CONFERIR-DIA-SEM-TURNO
      *   Lancamento e rejeitado nao tem hora: so da para dizer que
      *   o operador do cadastro trabalhou num dia sem sessao nenhuma
      *   no diario de ponto. Espera a data em WRK-DATA-ATIVIDADE e
      *   a ocorrencia ja montada, faltando o sinal.
      *----------------------------------------------------------------
       CONFERIR-DIA-SEM-TURNO.
           IF DIARIO-DISPONIVEL AND WRK-OP-CADASTRADO(WRK-OPE-POS)
               PERFORM CALCULAR-DATA-JULIANA
               SET DIA-SEM-TURNO TO TRUE
               PERFORM CONFERIR-DIA-TURNO
                   VARYING WRK-TUR-IND FROM 1 BY 1
                   UNTIL WRK-TUR-IND > WRK-TUR-QTDE
                      OR DIA-COM-TURNO
               IF DIA-SEM-TURNO
                   MOVE "DIA SEM SESSAO NO DIARIO DE PONTO"
                       TO WRK-OC-SINAL
                   PERFORM ESCREVER-OCORRENCIA
               END-IF
           END-IF.

       CONFERIR-DIA-TURNO.
           IF WRK-TU-JULIANA(WRK-TUR-IND) = WRK-DATE-JULIANA
               SET DIA-COM-TURNO TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * APURAR-LANCAMENTOS
      *   Primeira leitura do TRANSACOES. Os registros de resumo do
      *   fechamento mensal (numero zero) nao sao atividade de
      *   operador. Estorno conta como estorno, e conferido contra o
      *   limiar e guardado para a conferencia do lancamento
      *   estornado; os demais contam como postagem e sao conferidos
      *   contra os clientes alterados pelo mesmo operador no dia.
      *----------------------------------------------------------------
       APURAR-LANCAMENTOS.
           OPEN INPUT TRANSACOES-FILE
           IF TRANSACOES-NAO-ENCONTRADO
               DISPLAY "ARQUIVO DE TRANSACOES NAO ENCONTRADO"
           ELSE
               PERFORM LER-PROXIMA-TRANSACAO
               PERFORM TRATAR-LANCAMENTO
                   UNTIL TRANSACOES-FIM OR TABELA-COM-ERRO
               CLOSE TRANSACOES-FILE
           END-IF.

       LER-PROXIMA-TRANSACAO.
           READ TRANSACOES-FILE
               AT END
                   SET TRANSACOES-FIM TO TRUE
           END-READ.

       TRATAR-LANCAMENTO.
           IF TRAN-NUMERO > ZERO AND NOT TRAN-ORIGEM-RESUMO
               MOVE TRAN-ANO TO WRK-DR-ANO
               MOVE TRAN-MES TO WRK-DR-MES
               MOVE TRAN-DIA TO WRK-DR-DIA
               PERFORM CONFERIR-PERIODO
               IF DENTRO-DO-PERIODO
                   PERFORM CONTAR-LANCAMENTO
               END-IF
           END-IF
           PERFORM LER-PROXIMA-TRANSACAO.

       CONTAR-LANCAMENTO.
           ADD 1 TO WRK-TOTAL-LANCAMENTOS
           MOVE TRAN-OPERADOR TO WRK-OPE-PROCURADO
           PERFORM LOCALIZAR-OPERADOR
           IF WRK-OPE-POS > ZERO
               ADD 1 TO WRK-OP-ATIVIDADES(WRK-OPE-POS)
               ADD TRAN-VALOR TO WRK-OP-VALOR(WRK-OPE-POS)
               ADD TRAN-VALOR TO WRK-TOTAL-VALOR
               INITIALIZE WRK-OCORRENCIA
               MOVE TRAN-OPERADOR      TO WRK-OC-OPERADOR
               MOVE WRK-DATA-ATIVIDADE TO WRK-OC-DATA
               MOVE "TRANSACAO"        TO WRK-OC-ORIGEM
               MOVE TRAN-CPF           TO WRK-OC-CPF
               MOVE TRAN-NUMERO        TO WRK-OC-NUMERO
               MOVE TRAN-VALOR         TO WRK-OC-VALOR
               IF TRAN-NUM-ESTORNADO > ZERO
                   ADD 1 TO WRK-OP-ESTORNOS(WRK-OPE-POS)
                   PERFORM GUARDAR-ESTORNO
                   IF TRAN-VALOR > WRK-LIMIAR-ESTORNO
                       MOVE "ESTORNO ACIMA DO LIMIAR" TO WRK-OC-SINAL
                       PERFORM ESCREVER-OCORRENCIA
                   END-IF
               ELSE
                   ADD 1 TO WRK-OP-POSTAGENS(WRK-OPE-POS)
                   PERFORM CONFERIR-CLIENTE-ALTERADO
               END-IF
               PERFORM CONFERIR-DIA-SEM-TURNO
           END-IF.

       GUARDAR-ESTORNO.
           IF WRK-EST-QTDE < 1000
               ADD 1 TO WRK-EST-QTDE
               MOVE TRAN-NUM-ESTORNADO
                   TO WRK-ES-ESTORNADO(WRK-EST-QTDE)
               MOVE TRAN-NUMERO   TO WRK-ES-NUMERO(WRK-EST-QTDE)
               MOVE TRAN-OPERADOR TO WRK-ES-OPERADOR(WRK-EST-QTDE)
               MOVE TRAN-CPF      TO WRK-ES-CPF(WRK-EST-QTDE)
               MOVE WRK-DATA-ATIVIDADE TO WRK-ES-DATA(WRK-EST-QTDE)
               MOVE TRAN-VALOR    TO WRK-ES-VALOR(WRK-EST-QTDE)
               SET WRK-ES-ORIGINAL-AUSENTE(WRK-EST-QTDE) TO TRUE
           ELSE
               MOVE "ESTORNOS (1000)" TO WRK-TABELA-ESTOURADA
               SET TABELA-COM-ERRO TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * CONFERIR-CLIENTE-ALTERADO
      *   Postagem do operador em cliente cujo cadastro ele mesmo
      *   alterou (CADAS, CADAR ou SITUA) na data da postagem, antes
      *   ou depois dela.
      *----------------------------------------------------------------
       CONFERIR-CLIENTE-ALTERADO.
           SET ITEM-AUSENTE TO TRUE
           PERFORM COMPARAR-ALTERACAO
               VARYING WRK-ALT-IND FROM 1 BY 1
               UNTIL WRK-ALT-IND > WRK-ALT-QTDE OR ITEM-ACHADO
           IF ITEM-ACHADO
               MOVE "POSTAGEM EM CLIENTE ALTERADO POR ELE NO DIA"
                   TO WRK-OC-SINAL
               PERFORM ESCREVER-OCORRENCIA
           END-IF.

       COMPARAR-ALTERACAO.
           IF WRK-AL-OPERADOR(WRK-ALT-IND) = TRAN-OPERADOR
              AND WRK-AL-CPF(WRK-ALT-IND) = TRAN-CPF
              AND WRK-AL-DATA(WRK-ALT-IND) = WRK-DATA-ATIVIDADE
               SET ITEM-ACHADO TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * CONFERIR-ESTORNOS-PROPRIOS
      *   Segunda leitura do TRANSACOES: o lancamento estornado de
      *   cada estorno do periodo (de qualquer data, desde que ainda
      *   no arquivo) tem o operador comparado com o do estorno. O
      *   original ja resumido pelo fechamento mensal nao pode ser
      *   conferido e so e contado no rodape.
      *----------------------------------------------------------------
       CONFERIR-ESTORNOS-PROPRIOS.
           IF WRK-EST-QTDE > ZERO
               OPEN INPUT TRANSACOES-FILE
               PERFORM LER-PROXIMA-TRANSACAO
               PERFORM PROCURAR-ORIGINAL UNTIL TRANSACOES-FIM
               CLOSE TRANSACOES-FILE
               PERFORM CONTAR-SEM-ORIGINAL
                   VARYING WRK-EST-IND FROM 1 BY 1
                   UNTIL WRK-EST-IND > WRK-EST-QTDE
           END-IF.

       PROCURAR-ORIGINAL.
           IF TRAN-NUMERO > ZERO
               PERFORM COMPARAR-ORIGINAL
                   VARYING WRK-EST-IND FROM 1 BY 1
                   UNTIL WRK-EST-IND > WRK-EST-QTDE
           END-IF
           PERFORM LER-PROXIMA-TRANSACAO.

       COMPARAR-ORIGINAL.
           IF WRK-ES-ESTORNADO(WRK-EST-IND) = TRAN-NUMERO
               SET WRK-ES-ORIGINAL-ACHADO(WRK-EST-IND) TO TRUE
               IF WRK-ES-OPERADOR(WRK-EST-IND) = TRAN-OPERADOR
                   INITIALIZE WRK-OCORRENCIA
                   MOVE WRK-ES-OPERADOR(WRK-EST-IND)
                       TO WRK-OC-OPERADOR
                   MOVE WRK-ES-DATA(WRK-EST-IND)   TO WRK-OC-DATA
                   MOVE "TRANSACAO"                TO WRK-OC-ORIGEM
                   MOVE WRK-ES-CPF(WRK-EST-IND)    TO WRK-OC-CPF
                   MOVE WRK-ES-NUMERO(WRK-EST-IND) TO WRK-OC-NUMERO
                   MOVE WRK-ES-VALOR(WRK-EST-IND)  TO WRK-OC-VALOR
                   STRING "ESTORNO DO PROPRIO LANCAMENTO "
                       TRAN-NUMERO DELIMITED BY SIZE
                       INTO WRK-OC-SINAL
                   MOVE WRK-ES-OPERADOR(WRK-EST-IND)
                       TO WRK-OPE-PROCURADO
                   PERFORM LOCALIZAR-OPERADOR
                   PERFORM ESCREVER-OCORRENCIA
               END-IF
           END-IF.

       CONTAR-SEM-ORIGINAL.
           IF WRK-ES-ORIGINAL-AUSENTE(WRK-EST-IND)
               ADD 1 TO WRK-TOTAL-SEM-ORIGINAL
           END-IF.

      *----------------------------------------------------------------
      * APURAR-REJEITADOS
      *   Tentativas recusadas no periodo, por operador.
      *----------------------------------------------------------------
       APURAR-REJEITADOS.
           OPEN INPUT REJEITADOS-FILE
           IF REJEITADOS-NAO-ENCONTRADO
               DISPLAY "ARQUIVO DE REJEITADOS NAO ENCONTRADO"
           ELSE
               PERFORM LER-PROXIMO-REJEITADO
               PERFORM TRATAR-REJEITADO
                   UNTIL REJEITADOS-FIM OR TABELA-COM-ERRO
               CLOSE REJEITADOS-FILE
           END-IF.

       LER-PROXIMO-REJEITADO.
           READ REJEITADOS-FILE
               AT END
                   SET REJEITADOS-FIM TO TRUE
           END-READ.

       TRATAR-REJEITADO.
           MOVE REJ-ANO TO WRK-DR-ANO
           MOVE REJ-MES TO WRK-DR-MES
           MOVE REJ-DIA TO WRK-DR-DIA
           PERFORM CONFERIR-PERIODO
           IF DENTRO-DO-PERIODO
               ADD 1 TO WRK-TOTAL-REJEITADOS
               MOVE REJ-OPERADOR TO WRK-OPE-PROCURADO
               PERFORM LOCALIZAR-OPERADOR
               IF WRK-OPE-POS > ZERO
                   ADD 1 TO WRK-OP-ATIVIDADES(WRK-OPE-POS)
                   ADD 1 TO WRK-OP-REJEITADOS(WRK-OPE-POS)
                   INITIALIZE WRK-OCORRENCIA
                   MOVE REJ-OPERADOR       TO WRK-OC-OPERADOR
                   MOVE WRK-DATA-ATIVIDADE TO WRK-OC-DATA
                   MOVE "REJEITADO"        TO WRK-OC-ORIGEM
                   MOVE REJ-CPF            TO WRK-OC-CPF
                   MOVE REJ-VALOR          TO WRK-OC-VALOR
                   PERFORM CONFERIR-DIA-SEM-TURNO
               END-IF
           END-IF
           PERFORM LER-PROXIMO-REJEITADO.

      *----------------------------------------------------------------
      * CONFERIR-PERIODO
      *   WRK-DATA-REGISTRO (CCYYMMDD montada do DDMMAAAA do
      *   registro) dentro do periodo do cartao; data nao numerica
      *   fica de fora.
      *----------------------------------------------------------------
       CONFERIR-PERIODO.
           SET FORA-DO-PERIODO TO TRUE
           IF WRK-DATA-REGISTRO IS NUMERIC
               MOVE WRK-DATA-REGISTRO TO WRK-DATA-ATIVIDADE
               IF WRK-DATA-ATIVIDADE NOT < WRK-DATA-INICIAL
                  AND WRK-DATA-ATIVIDADE NOT > WRK-DATA-FINAL
                   SET DENTRO-DO-PERIODO TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CONFERIR-OPERADORES-INATIVOS
      *   Operador com OPE-SITUACAO inativo e qualquer atividade no
      *   periodo: uma ocorrencia por operador com o total de
      *   registros.
      *----------------------------------------------------------------
       CONFERIR-OPERADORES-INATIVOS.
           PERFORM CONFERIR-INATIVO
               VARYING WRK-OPE-POS FROM 1 BY 1
               UNTIL WRK-OPE-POS > WRK-OPE-QTDE.

       CONFERIR-INATIVO.
           IF WRK-OP-CADASTRADO(WRK-OPE-POS)
              AND WRK-OP-INATIVO(WRK-OPE-POS)
              AND WRK-OP-ATIVIDADES(WRK-OPE-POS) > ZERO
               INITIALIZE WRK-OCORRENCIA
               MOVE WRK-OP-ID(WRK-OPE-POS) TO WRK-OC-OPERADOR
               MOVE "CADASTRO"             TO WRK-OC-ORIGEM
               STRING "OPERADOR INATIVO COM "
                   WRK-OP-ATIVIDADES(WRK-OPE-POS)
                   " REGISTROS" DELIMITED BY SIZE
                   INTO WRK-OC-SINAL
               PERFORM ESCREVER-OCORRENCIA
           END-IF.

      *----------------------------------------------------------------
      * ESCREVER-OCORRENCIA
      *   Uma linha por ocorrencia, na ordem em que foi achada;
      *   conta no total do operador em WRK-OPE-POS.
      *----------------------------------------------------------------
       ESCREVER-OCORRENCIA.
           IF WRK-TOTAL-OCORRENCIAS = ZERO
               MOVE WRK-LINHA-TIT-OCORRENCIA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE WRK-OC-OPERADOR TO WRK-LO-OPERADOR
           IF WRK-OC-DATA = ZERO
               MOVE SPACES      TO WRK-LO-DATA
           ELSE
               MOVE WRK-OC-DATA TO WRK-LO-DATA
           END-IF
           MOVE WRK-OC-HORA     TO WRK-LO-HORA
           MOVE WRK-OC-ORIGEM   TO WRK-LO-ORIGEM
           MOVE WRK-OC-CPF      TO WRK-LO-CPF
           MOVE WRK-OC-NUMERO   TO WRK-LO-NUMERO
           MOVE WRK-OC-VALOR    TO WRK-LO-VALOR
           MOVE WRK-OC-SINAL    TO WRK-LO-SINAL
           MOVE WRK-LINHA-OCORRENCIA TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           ADD 1 TO WRK-OP-SINAIS(WRK-OPE-POS)
           ADD 1 TO WRK-TOTAL-OCORRENCIAS.

      *----------------------------------------------------------------
      * ESCREVER-CABECALHO
      *----------------------------------------------------------------
       ESCREVER-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "AUDITORIA DE ATIVIDADE DOS OPERADORES - PERIODO "
               WRK-PARM-DATA-INICIAL " A " WRK-PARM-DATA-FINAL
               DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-LIMIAR-ESTORNO TO WRK-LV-VALOR
           MOVE "LIMIAR DO ESTORNO.....: " TO WRK-LV-ROTULO
           MOVE WRK-LINHA-VALOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF DIARIO-AUSENTE
               MOVE "DIARIO DE PONTO AUSENTE - TURNOS NAO CONFERIDOS"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "OCORRENCIAS SINALIZADAS" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------
      * ESCREVER-RESUMO-OPERADORES
      *   Um linha por operador da tabela: os do cadastro na ordem de
      *   OPE-ID, depois os carimbos nao cadastrados na ordem em que
      *   apareceram.
      *----------------------------------------------------------------
       ESCREVER-RESUMO-OPERADORES.
           IF WRK-TOTAL-OCORRENCIAS = ZERO
               MOVE "NENHUMA OCORRENCIA NO PERIODO" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "RESUMO POR OPERADOR" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-LINHA-TIT-OPERADOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM ESCREVER-LINHA-OPERADOR
               VARYING WRK-OPE-IND FROM 1 BY 1
               UNTIL WRK-OPE-IND > WRK-OPE-QTDE.

       ESCREVER-LINHA-OPERADOR.
           MOVE WRK-OP-ID(WRK-OPE-IND)   TO WRK-LP-ID
           MOVE WRK-OP-NOME(WRK-OPE-IND) TO WRK-LP-NOME
           IF WRK-OP-CADASTRADO(WRK-OPE-IND)
               MOVE WRK-OP-NIVEL(WRK-OPE-IND) TO WRK-LP-NIVEL
               IF WRK-OP-INATIVO(WRK-OPE-IND)
                   MOVE "INATIVO"        TO WRK-LP-SITUACAO
               ELSE
                   MOVE "ATIVO"          TO WRK-LP-SITUACAO
               END-IF
           ELSE
               MOVE SPACE                TO WRK-LP-NIVEL
               MOVE "LOTE/SEM LOGON"     TO WRK-LP-SITUACAO
           END-IF
           MOVE WRK-OP-POSTAGENS(WRK-OPE-IND)  TO WRK-LP-POSTAGENS
           MOVE WRK-OP-ESTORNOS(WRK-OPE-IND)   TO WRK-LP-ESTORNOS
           MOVE WRK-OP-REJEITADOS(WRK-OPE-IND) TO WRK-LP-REJEITADOS
           MOVE WRK-OP-SITUACOES(WRK-OPE-IND)  TO WRK-LP-SITUACOES
           MOVE WRK-OP-ALTERACOES(WRK-OPE-IND) TO WRK-LP-ALTERACOES
           MOVE WRK-OP-VALOR(WRK-OPE-IND)      TO WRK-LP-VALOR
           MOVE WRK-OP-SINAIS(WRK-OPE-IND)     TO WRK-LP-SINAIS
           MOVE WRK-LINHA-OPERADOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------
      * ESCREVER-TOTAIS
      *----------------------------------------------------------------
       ESCREVER-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "LANCAMENTOS NO PERIODO: " TO WRK-LT-ROTULO
           MOVE WRK-TOTAL-LANCAMENTOS      TO WRK-LT-VALOR
           MOVE WRK-LINHA-CONTADOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "VALOR MOVIMENTADO.....: " TO WRK-LV-ROTULO
           MOVE WRK-TOTAL-VALOR            TO WRK-LV-VALOR
           MOVE WRK-LINHA-VALOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "REJEITADOS NO PERIODO.: " TO WRK-LT-ROTULO
           MOVE WRK-TOTAL-REJEITADOS       TO WRK-LT-VALOR
           MOVE WRK-LINHA-CONTADOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "ENTRADAS DO JORNAL....: " TO WRK-LT-ROTULO
           MOVE WRK-TOTAL-JORNAL           TO WRK-LT-VALOR
           MOVE WRK-LINHA-CONTADOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "SESSOES DO PONTO......: " TO WRK-LT-ROTULO
           MOVE WRK-TOTAL-SESSOES          TO WRK-LT-VALOR
           MOVE WRK-LINHA-CONTADOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "ESTORNOS SEM ORIGINAL.: " TO WRK-LT-ROTULO
           MOVE WRK-TOTAL-SEM-ORIGINAL     TO WRK-LT-VALOR
           MOVE WRK-LINHA-CONTADOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "OCORRENCIAS...........: " TO WRK-LT-ROTULO
           MOVE WRK-TOTAL-OCORRENCIAS      TO WRK-LT-VALOR
           MOVE WRK-LINHA-CONTADOR TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------
      * ESCREVER-TABELA-ESTOURADA
      *   Periodo com mais registros do que as tabelas comportam: a
      *   auditoria nao e emitida pela metade.
      *----------------------------------------------------------------
       ESCREVER-TABELA-ESTOURADA.
           DISPLAY "TABELA DE " WRK-TABELA-ESTOURADA
               " EXCEDIDA - REDUZA O PERIODO DO CARTAO"
           MOVE SPACES TO LINHA-RELATORIO
           STRING "*** AUDITORIA INTERROMPIDA: TABELA DE "
               WRK-TABELA-ESTOURADA
               " EXCEDIDA - REDUZA O PERIODO" DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------
      * CALCULAR-DATA-JULIANA
      *   WRK-DATA-ATIVIDADE (CCYYMMDD) para YYDDD em
      *   WRK-DATE-JULIANA, como o diario de ponto grava.
      *----------------------------------------------------------------
       CALCULAR-DATA-JULIANA.
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

       END PROGRAM AUDITORIA-OPERADORES.
