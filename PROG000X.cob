               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELMOVTO-STATUS.

      *----ARQUIVO DE CADASTRO DE CLIENTES DAS AGENCIAS (MODO CADAR)--
           SELECT CADASTROS-FILE ASSIGN TO "CADASTROS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-CADASTROS-STATUS.

      *----RELATORIO DE CRITICA DO ARQUIVO DE CADASTRO----------------
           SELECT RELCADAR-FILE ASSIGN TO "RELCADAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELCADAR-STATUS.

      *----MOVIMENTOS REJEITADOS POR LIMITE/SITUACAO (LISTA DO RISCO)-
           SELECT REJEITADOS-FILE ASSIGN TO "REJEITADOS"
               ORGANIZATION IS SEQUENTIAL
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WRK-ORDENS-STATUS.

      *----TABELA DE TARIFAS MENSAIS (CODIGO + INICIO DE VIGENCIA)----
           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WRK-TARIFAS-STATUS.

      *----FILA DE PENDENCIAS DOS MOVIMENTOS REJEITADOS (MODO PENDE)--
           SELECT PENDENTES-FILE ASSIGN TO "PENDENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-ID
               ALTERNATE RECORD KEY IS PEN-CPF WITH DUPLICATES
               FILE STATUS IS WRK-PENDENTES-STATUS.

      *====VARIAVEIS===========
       DATA DIVISION.
      *----ARQUIVOS E REGISTROS--------
           LABEL RECORDS ARE STANDARD.
       01  LINHA-RELMOVTO          PIC X(90).

      *   O arquivo de cadastro das agencias segue a estrutura do
      *   lote de movimentacoes (header, detalhes e trailer com a
      *   quantidade de detalhes). Cada detalhe e uma inclusao (I) de
      *   cliente novo ou uma alteracao (A) de cliente cadastrado; na
      *   alteracao, campo em branco = manter o que esta no cadastro.
      *   Data de nascimento no formato DDMMAAAA da tela de cadastro.
      *   Saldo inicial e limite de credito valem so para a inclusao.
       FD  CADASTROS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CADASTRO-ARQ-REC.
           02  CAR-TIPO-REG        PIC X.
               88  CAR-REG-HEADER     VALUE "H".
               88  CAR-REG-DETALHE    VALUE "D".
               88  CAR-REG-TRAILER    VALUE "T".
           02  CAR-DADOS           PIC X(174).
           02  CAR-DETALHE REDEFINES CAR-DADOS.
               03  CAR-OPERACAO    PIC X.
                   88  CAR-INCLUSAO   VALUE "I".
                   88  CAR-ALTERACAO  VALUE "A".
               03  CAR-CPF         PIC X(11).
               03  CAR-NOME        PIC X(20).
               03  CAR-RG          PIC X(11).
               03  CAR-ENDERECO.
                   04  CAR-LOGRADOURO  PIC X(30).
                   04  CAR-NUMERO-END  PIC X(06).
                   04  CAR-BAIRRO      PIC X(20).
                   04  CAR-CIDADE      PIC X(20).
                   04  CAR-UF          PIC XX.
                   04  CAR-CEP         PIC X(08).
               03  CAR-DATANASC    PIC X(08).
               03  CAR-GENERO      PIC X.
               03  CAR-SALDO-INICIAL PIC X(18).
               03  CAR-SALDO-NUM REDEFINES CAR-SALDO-INICIAL
                                   PIC S9(16)V9(02).
               03  CAR-LIMITE      PIC X(18).
               03  CAR-LIMITE-NUM REDEFINES CAR-LIMITE
                                   PIC S9(16)V9(02).
           02  CAR-HEADER REDEFINES CAR-DADOS.
               03  CAR-HDR-AGENCIA PIC X(4).
               03  CAR-HDR-LOTE    PIC 9(6).
               03  CAR-HDR-DATA    PIC 9(8).
               03  FILLER          PIC X(156).
           02  CAR-TRAILER REDEFINES CAR-DADOS.
               03  CAR-TRL-QTDE    PIC 9(7).
               03  FILLER          PIC X(167).

       FD  RELCADAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  LINHA-RELCADAR          PIC X(100).

       FD  REJEITADOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJEITADO-REC.
           02  CHK-GENERO-INVALIDOS    PIC 9(7).

      *   Nivel de autorizacao: 1 consulta (CONSU/BUSCA), 2 operacao
      *   (cadastro, movimentacao, estorno, ordens, lotes, PENDE), 3
      *   supervisor (SITUA e manutencao de operadores).
       FD  OPERADORES-FILE
           LABEL RECORDS ARE STANDARD.
               88  ORDEM-ATIVA        VALUE "S".
               88  ORDEM-INATIVA      VALUE "N".

       FD  TARIFAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "TARIFA.cpy".

       FD  PENDENTES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PENDENTE.cpy".

      *----DECLARATIVES------------
       WORKING-STORAGE SECTION.
      *----<NIVEIS>-<IDENTIFICADOR>-<TIPO>-<TAMANHO EM BYTES>
           77 WRK-RELMOVTO-STATUS PIC XX VALUE "00".
               88 RELMOVTO-OK             VALUE "00".

      *----STATUS DO ARQUIVO DE CADASTRO DAS AGENCIAS-------
           77 WRK-CADASTROS-STATUS PIC XX VALUE "00".
               88 CADASTROS-OK             VALUE "00".
               88 CADASTROS-FIM            VALUE "10".
               88 CADASTROS-NAO-ENCONTRADO VALUE "35".

      *----STATUS DO RELATORIO DE CRITICA DO CADASTRO-------
           77 WRK-RELCADAR-STATUS PIC XX VALUE "00".
               88 RELCADAR-OK             VALUE "00".

      *----STATUS DO ARQUIVO DE MOVIMENTOS REJEITADOS-------
           77 WRK-REJEITADOS-STATUS PIC XX VALUE "00".
               88 REJEITADOS-OK             VALUE "00".
               88 ORDENS-FIM            VALUE "10".
               88 ORDENS-NAO-ENCONTRADO VALUE "23" "35".

      *----STATUS DA TABELA DE TARIFAS-------
           77 WRK-TARIFAS-STATUS PIC XX VALUE "00".
               88 TARIFAS-OK             VALUE "00".
               88 TARIFAS-NAO-ENCONTRADO VALUE "23" "35".

      *----STATUS DA FILA DE PENDENCIAS-------
           77 WRK-PENDENTES-STATUS PIC XX VALUE "00".
               88 PENDENTES-OK             VALUE "00".
               88 PENDENTES-FIM            VALUE "10".
               88 PENDENTES-NAO-ENCONTRADO VALUE "23" "35".

      *----CHECKPOINT/RESTART DA REVISAO NOTURNA--------------------
      *   A cada WRK-CHKPOINT-INTERVALO clientes revistos o job
      *   regrava o checkpoint (ultimo CPF revisto e contadores); a
               02 WRK-EST-ORIG-TIPO    PIC X.
               02 WRK-EST-ORIG-VALOR   PIC S9(16)V9(02).
               02 WRK-EST-ORIG-REF     PIC 9(9).
               02 WRK-EST-ORIG-CONTRA-CPF PIC X(11).
               02 WRK-EST-ORIG-CONTRA-NUM PIC 9(9).

      *   Lancamento de transferencia: a perna da contraparte nao
      *   pode ter sido estornada por fora (o estorno de uma perna
      *   estorna as duas).
           77 WRK-EST-CONTRA-JA-SW PIC X VALUE "N".
               88 CONTRAPARTE-JA-ESTORNADA  VALUE "S".
               88 CONTRAPARTE-NAO-ESTORNADA VALUE "N".

      *----TRANSFERENCIA ENTRE CLIENTES (MODO TRANF)----------------
      *   As duas pernas (debito na origem, credito no destino) sao
      *   criticadas antes de qualquer postagem; so com as duas
      *   aprovadas o par posta, cada perna levando o CPF e o numero
      *   da outra (WRK-CONTRAPARTE-CPF/NUM, preenchidos so durante
      *   a postagem do par, como WRK-ESTORNO-REF). Uma perna
      *   recusada recusa o par inteiro: as duas vao para o arquivo
      *   de rejeitados. O estorno de qualquer perna passa pelo mesmo
      *   caminho com o sentido invertido e estorna as duas.
           77 WRK-CONTRAPARTE-CPF PIC X(11) VALUE SPACES.
           77 WRK-CONTRAPARTE-NUM PIC 9(9) VALUE ZERO.

           77 WRK-TRF-CPF-ORIGEM     PIC X(11) VALUE SPACES.
           77 WRK-TRF-CPF-DESTINO    PIC X(11) VALUE SPACES.
           77 WRK-TRF-VALOR          PIC S9(16)V9(02) VALUE ZERO.
           77 WRK-TRF-REF-DEBITO     PIC 9(9) VALUE ZERO.
           77 WRK-TRF-REF-CREDITO    PIC 9(9) VALUE ZERO.
           77 WRK-TRF-NUM-DEBITO     PIC 9(9) VALUE ZERO.
           77 WRK-TRF-NUM-CREDITO    PIC 9(9) VALUE ZERO.
           77 WRK-TRF-MOTIVO-DEBITO  PIC X(30) VALUE SPACES.
           77 WRK-TRF-MOTIVO-CREDITO PIC X(30) VALUE SPACES.
           77 WRK-TRF-SALDO-DEBITO   PIC S9(16)V9(02) VALUE ZERO.
           77 WRK-TRF-SALDO-CREDITO  PIC S9(16)V9(02) VALUE ZERO.
      *   Cadastro de cada perna como lido e criticado no par: a
      *   efetivacao posta sobre estas imagens, sem reler o arquivo
      *   entre uma perna e outra.
           77 WRK-TRF-CLIENTE-DEBITO  PIC X(230) VALUE SPACES.
           77 WRK-TRF-CLIENTE-CREDITO PIC X(230) VALUE SPACES.

           77 WRK-TRF-SW PIC X VALUE "E".
               88 TRANSFERENCIA-EFETIVADA VALUE "E".
               88 TRANSFERENCIA-REJEITADA VALUE "R".

           77 WRK-TRF-CADASTRO-SW PIC X VALUE "S".
               88 TRF-CADASTRO-OK      VALUE "S".
               88 TRF-CADASTRO-AUSENTE VALUE "N".

      *----FILA DE PENDENCIAS DOS REJEITADOS (MODO PENDE)------------
      *   Todo movimento gravado no arquivo de rejeitados entra na
      *   fila com o proximo numero de pendencia (apurado na abertura,
      *   como o numero de lancamento) e a origem tirada do modo de
      *   execucao. As pernas de uma transferencia recusada entram
      *   em sequencia (debito e o credito seguinte), cada uma com o
      *   numero da outra; WRK-PEN-PAR-SW marca a gravacao do par.
      *   Na repostagem o movimento passa de novo pela critica
      *   normal com WRK-REPOSTAGEM-SW ligado: recusado outra vez, a
      *   pendencia continua aberta e nao gera rejeitado nem
      *   pendencia nova.
           77 WRK-PEN-PROXIMO-ID PIC 9(9) VALUE 1.

           77 WRK-PEN-PAR-SW PIC X VALUE "N".
               88 PEN-GRAVANDO-PAR   VALUE "S".
               88 PEN-GRAVANDO-AVULSA VALUE "N".

           77 WRK-REPOSTAGEM-SW PIC X VALUE "N".
               88 REPOSTAGEM-EM-CURSO  VALUE "S".
               88 REPOSTAGEM-ENCERRADA VALUE "N".

           77 WRK-PEN-LIBERADA-SW PIC X VALUE "S".
               88 REPOSTAGEM-LIBERADA  VALUE "S".
               88 REPOSTAGEM-RECUSADA  VALUE "N".

           77 WRK-PEN-LISTA-SW PIC X VALUE "N".
               88 PEN-LISTA-FIM      VALUE "S".
               88 PEN-LISTA-CONTINUA VALUE "N".

           77 WRK-PEN-CPF          PIC X(11) VALUE SPACES.
           77 WRK-PEN-ORIGEM-REPOSTA PIC X VALUE SPACE.
           77 WRK-PEN-NUM-NOVO     PIC 9(9) VALUE ZERO.
           77 WRK-PEN-ID-DEBITO    PIC 9(9) VALUE ZERO.
           77 WRK-PEN-ID-CREDITO   PIC 9(9) VALUE ZERO.
           77 WRK-PEN-ID-PAR       PIC 9(9) VALUE ZERO.
           77 WRK-PEN-REPOSTADAS   PIC 9(5) VALUE ZERO.
           77 WRK-PEN-CANCELADAS   PIC 9(5) VALUE ZERO.

      *   Numeros das pendencias abertas do cliente, carregados antes
      *   da lista: o tratamento de uma pendencia (e do par dela) le
      *   a fila pela chave principal sem perder a posicao da lista.
           77 WRK-PEN-QTDE PIC 99 VALUE ZERO.
           77 WRK-PEN-IND  PIC 99 VALUE ZERO.
           77 WRK-PEN-EXCEDENTES PIC 9(5) VALUE ZERO.
           01 WRK-PEN-LISTA.
               02 WRK-PEN-LISTA-ID PIC 9(9) OCCURS 50 TIMES.

           77 WRK-PEN-OPCAO PIC X VALUE "S".
               88 PEN-OPCAO-PROXIMO  VALUE "S".
               88 PEN-OPCAO-REPOSTAR VALUE "R".
               88 PEN-OPCAO-CANCELAR VALUE "C".
               88 PEN-OPCAO-ENCERRAR VALUE "F".

      *----PENDENCIA CORRENTE MOSTRADA NA TELA DE PENDENCIAS-------
           01 WRK-PEN-ITEM.
               02 WRK-PI-ID        PIC 9(9).
               02 WRK-PI-DATA      PIC 9(8).
               02 WRK-PI-ORIGEM    PIC X(30).
               02 WRK-PI-TIPO      PIC X.
               02 WRK-PI-VALOR     PIC S9(16)V99.
               02 WRK-PI-MOTIVO    PIC X(30).
               02 WRK-PI-OPERADOR  PIC X(8).
               02 WRK-PI-PAR       PIC 9(9).
               02 WRK-PI-MOTIVO-CANCEL PIC X(30).

      *----CONTADORES E LINHA DE CRITICA DO LOTE DE MOVIMENTACOES----
           77 WRK-MOV-ACEITOS    PIC 9(7) VALUE ZERO.
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LC-MOTIVO    PIC X(30).

      *----CADASTRO EM LOTE ENVIADO PELAS AGENCIAS (MODO CADAR)------
      *   A estrutura do arquivo (header, trailer e quantidade) e
      *   conferida com os mesmos campos WRK-LM- do lote de
      *   movimentacoes. Cada detalhe passa pela critica do cadastro
      *   (CPF, genero, endereco) e cada campo recusado sai numa
      *   linha propria do relatorio, com o numero da linha do
      *   arquivo; registro com qualquer campo recusado nao grava
      *   nada. Alteracao que nao muda nada no cadastro (reenvio do
      *   mesmo arquivo) nao regrava nem vai para o jornal.
           77 WRK-CAD-LINHA       PIC 9(7) VALUE ZERO.
           77 WRK-CAD-ERROS       PIC 99 VALUE ZERO.
           77 WRK-CAD-INCLUIDOS   PIC 9(7) VALUE ZERO.
           77 WRK-CAD-ALTERADOS   PIC 9(7) VALUE ZERO.
           77 WRK-CAD-INALTERADOS PIC 9(7) VALUE ZERO.
           77 WRK-CAD-REJEITADOS  PIC 9(7) VALUE ZERO.
           77 WRK-CAD-CAMPO       PIC X(12) VALUE SPACES.
           77 WRK-CAD-MOTIVO      PIC X(40) VALUE SPACES.
           77 WRK-CAD-SITUACAO    PIC X(10) VALUE SPACES.

           77 WRK-CAD-CLIENTE-SW PIC X VALUE "N".
               88 CAD-CLIENTE-EXISTE  VALUE "S".
               88 CAD-CLIENTE-AUSENTE VALUE "N".

           77 WRK-CAD-ENDERECO-SW PIC X VALUE "N".
               88 CAD-ENDERECO-INFORMADO VALUE "S".
               88 CAD-ENDERECO-MANTIDO   VALUE "N".

           01 WRK-LINHA-CADAR.
               02 WRK-LD-LINHA     PIC Z(6)9.
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LD-OPERACAO  PIC X.
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LD-CPF       PIC X(11).
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LD-SITUACAO  PIC X(10).
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LD-CAMPO     PIC X(12).
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LD-MOTIVO    PIC X(40).

      *----DADOS DO ERRO ARITMETICO CORRENTE (SIZE ERROR / DIV POR 0)
           77 WRK-ERR-CAMPO    PIC X(30) VALUE SPACES.
           77 WRK-ERR-MENSAGEM PIC X(48) VALUE SPACES.
      *   lancamento postado por engano, ORDEM para a manutencao de
      *   ordens permanentes, ORDEX para a execucao noturna das
      *   ordens que vencem na data, OPERA para a manutencao do
      *   cadastro de operadores, TRANF para a transferencia entre
      *   dois clientes, TARIF para a manutencao da tabela de
      *   tarifas mensais, PENDE para a revisao da fila de
      *   movimentos rejeitados (repostar ou cancelar), CADAR para
      *   incluir e alterar em lote os clientes do arquivo CADASTROS
      *   enviado pelas agencias, ou espacos para o cadastro
      *   interativo de cliente novo), colunas 7-14 =
      *   data de execucao CCYYMMDD, usada no lugar da data do
      *   sistema quando informada, coluna 16 = R para a revisao
      *   noturna retomar do checkpoint em vez de revalidar o
               88 MODO-ORDEM-MANUT    VALUE "O".
               88 MODO-ORDEM-EXEC     VALUE "X".
               88 MODO-OPERADOR       VALUE "P".
               88 MODO-TRANSFERENCIA  VALUE "T".
               88 MODO-TARIFA-MANUT   VALUE "F".
               88 MODO-PENDENCIA      VALUE "N".
               88 MODO-CADASTRO-ARQUIVO VALUE "D".

      *----ORDENS PERMANENTES (MODOS ORDEM E ORDEX)-----------------
      *   A manutencao (ORDEM) edita uma ordem pelo numero (zero na
           77 WRK-ORD-EXECUTADAS PIC 9(7) VALUE ZERO.
           77 WRK-ORD-RECUSADAS  PIC 9(7) VALUE ZERO.

      *----CONTROLE DE EXECUCAO DA CADEIA NOTURNA (RUNCTL)---------
      *   So os modos BATCH e ORDEX sao passos da cadeia; nos demais
      *   CEX-PASSO fica em branco e o controle nao e chamado.
           COPY "CTLEXEC.cpy".

      *----MANUTENCAO DA TABELA DE TARIFAS (MODO TARIF)-------------
      *   A tarifa e editada pelo codigo e pela data de inicio de
      *   vigencia (em branco na tela = data de execucao): mudanca de
      *   preco ou de regra entra como versao nova do codigo, e a
      *   versao antiga continua valendo ate a nova entrar em vigor.
           77 WRK-TAR-CODIGO     PIC X(04) VALUE SPACES.
           77 WRK-TAR-VIGENCIA   PIC 9(08) VALUE ZERO.
           77 WRK-TAR-DESCRICAO  PIC X(30) VALUE SPACES.
           77 WRK-TAR-VALOR      PIC S9(16)V9(02) VALUE ZERO.
           77 WRK-TAR-SITUACAO   PIC X VALUE "T".
               88 TAR-SITUACAO-VALIDA VALUE "T" "A".
           77 WRK-TAR-SALDO-MIN  PIC S9(16)V9(02) VALUE ZERO.
           77 WRK-TAR-SALDO-MAX  PIC S9(16)V9(02) VALUE ZERO.
           77 WRK-TAR-MOVTOS-MIN PIC 9(05) VALUE ZERO.
           77 WRK-TAR-MOVTOS-MAX PIC 9(05) VALUE ZERO.
           77 WRK-TAR-ATIVA      PIC X VALUE "S".

           01 WRK-TAR-VIGENCIA-DETALHE.
               02 WRK-TVG-ANO PIC 9(4).
               02 WRK-TVG-MES PIC 99.
               02 WRK-TVG-DIA PIC 99.

           77 WRK-TAR-ACHADA-SW PIC X VALUE "N".
               88 TARIFA-ACHADA VALUE "S".
               88 TARIFA-NOVA   VALUE "N".

      *----MANUTENCAO DA SITUACAO DA CONTA (MODO SITUA)-------------
           77 WRK-SIT-CPF    PIC X(11) VALUE SPACES.
           77 WRK-SIT-NOME   PIC X(20) VALUE SPACES.
               88 ENDERECO-VALIDO   VALUE "V".
               88 ENDERECO-INVALIDO VALUE "I".

           77 WRK-CEP-STATUS PIC X VALUE "V".
               88 CEP-VALIDO   VALUE "V".
               88 CEP-INVALIDO VALUE "I".

      *-----01 VARIAVEL DE REGISTRO (LANCAMENTO DE DEBITO/CREDITO)------
           01 MOVIMENTO.
               02 MOV-CPF PIC X(11).
           02 LINE 07 COLUMN 01
               VALUE "ENTER PARA CONFIRMAR, SETA P/ NAVEGAR".

      *----------------------------------------------------------------
      * TELA-TRANSFERENCIA
      *   Tela de digitacao da transferencia entre clientes: CPF de
      *   quem paga (debito), CPF de quem recebe (credito) e valor.
      *----------------------------------------------------------------
       01 TELA-TRANSFERENCIA.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 VALUE "TRANSFERENCIA ENTRE CLIENTES".
           02 LINE 03 COLUMN 01 VALUE "CPF DE ORIGEM (DEBITO).: ".
           02 LINE 03 COLUMN 27 PIC X(11) USING WRK-TRF-CPF-ORIGEM.
           02 LINE 04 COLUMN 01 VALUE "CPF DE DESTINO(CREDITO): ".
           02 LINE 04 COLUMN 27 PIC X(11) USING WRK-TRF-CPF-DESTINO.
           02 LINE 05 COLUMN 01 VALUE "VALOR..................: ".
           02 LINE 05 COLUMN 27 PIC S9(16)V99 USING WRK-TRF-VALOR.
           02 LINE 07 COLUMN 01
               VALUE "ENTER PARA CONFIRMAR, SETA P/ NAVEGAR".

      *----------------------------------------------------------------
      * TELA-SIGNON
      *   Logon do operador nas execucoes interativas, antes do
           02 LINE 10 COLUMN 01
               VALUE "ENTER PARA CONFIRMAR, SETA P/ NAVEGAR".

      *----------------------------------------------------------------
      * TELA-TARIFA-CHAVE
      *   Pede o codigo da tarifa e o inicio de vigencia da versao a
      *   editar. Vigencia zero assume a data de execucao.
      *----------------------------------------------------------------
       01 TELA-TARIFA-CHAVE.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 VALUE "MANUTENCAO DA TABELA DE TARIFAS".
           02 LINE 03 COLUMN 01 VALUE "CODIGO DA TARIFA.......: ".
           02 LINE 03 COLUMN 27 PIC X(4) USING WRK-TAR-CODIGO.
           02 LINE 04 COLUMN 01 VALUE "VIGENCIA (AAAAMMDD)....: ".
           02 LINE 04 COLUMN 27 PIC 9(8) USING WRK-TAR-VIGENCIA.
           02 LINE 06 COLUMN 01 VALUE "ENTER PARA CONTINUAR".

      *----------------------------------------------------------------
      * TELA-TARIFA-DADOS
      *   Dados da versao da tarifa: descricao, valor cobrado e as
      *   regras de aplicacao -- situacao da conta (T=todas, A=so
      *   ativas), faixa de saldo (minimo e maximo zerados = sem
      *   faixa), movimentos no mes (maximo zero = sem teto) -- e
      *   o flag de ativa. Desativar (N) suspende a
      *   cobranca do codigo sem apagar o historico de versoes.
      *----------------------------------------------------------------
       01 TELA-TARIFA-DADOS.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 VALUE "MANUTENCAO DA TABELA DE TARIFAS".
           02 LINE 03 COLUMN 01 VALUE "CODIGO / VIGENCIA......: ".
           02 LINE 03 COLUMN 27 PIC X(4) FROM WRK-TAR-CODIGO.
           02 LINE 03 COLUMN 32 PIC 9(8) FROM WRK-TAR-VIGENCIA.
           02 LINE 04 COLUMN 01 VALUE "DESCRICAO..............: ".
           02 LINE 04 COLUMN 27 PIC X(30) USING WRK-TAR-DESCRICAO.
           02 LINE 05 COLUMN 01 VALUE "VALOR..................: ".
           02 LINE 05 COLUMN 27 PIC S9(16)V99 USING WRK-TAR-VALOR.
           02 LINE 06 COLUMN 01 VALUE "SITUACAO (T/A).........: ".
           02 LINE 06 COLUMN 27 PIC X USING WRK-TAR-SITUACAO.
           02 LINE 07 COLUMN 01 VALUE "SALDO MINIMO...........: ".
           02 LINE 07 COLUMN 27 PIC S9(16)V99 USING WRK-TAR-SALDO-MIN.
           02 LINE 08 COLUMN 01 VALUE "SALDO MAXIMO...........: ".
           02 LINE 08 COLUMN 27 PIC S9(16)V99 USING WRK-TAR-SALDO-MAX.
           02 LINE 09 COLUMN 01 VALUE "MOVIMENTOS NO MES - MIN: ".
           02 LINE 09 COLUMN 27 PIC 9(5) USING WRK-TAR-MOVTOS-MIN.
           02 LINE 10 COLUMN 01 VALUE "MOVIMENTOS NO MES - MAX: ".
           02 LINE 10 COLUMN 27 PIC 9(5) USING WRK-TAR-MOVTOS-MAX.
           02 LINE 11 COLUMN 01 VALUE "ATIVA (S/N)............: ".
           02 LINE 11 COLUMN 27 PIC X USING WRK-TAR-ATIVA.
           02 LINE 13 COLUMN 01
               VALUE "ENTER PARA CONFIRMAR, SETA P/ NAVEGAR".

      *----------------------------------------------------------------
      * TELA-BUSCA-NOME
      *   Tela de digitacao usada pelo atendimento para localizar um
           02 LINE 06 COLUMN 01
               VALUE "ENTER PARA CONFIRMAR, SETA P/ NAVEGAR".

      *----------------------------------------------------------------
      * TELA-PENDENCIA-CPF
      *   Pede o CPF do cliente cujas pendencias serao revistas.
      *----------------------------------------------------------------
       01 TELA-PENDENCIA-CPF.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01
               VALUE "PENDENCIAS DE MOVIMENTOS REJEITADOS".
           02 LINE 03 COLUMN 01 VALUE "CPF DO CLIENTE.........: ".
           02 LINE 03 COLUMN 27 PIC X(11) USING WRK-PEN-CPF.
           02 LINE 05 COLUMN 01 VALUE "ENTER PARA LOCALIZAR".

      *----------------------------------------------------------------
      * TELA-PENDENCIA-ITEM
      *   Mostra uma pendencia aberta com a origem do movimento e o
      *   motivo da recusa, e recebe a decisao do operador: proxima,
      *   repostar pela critica normal ou cancelar com o motivo.
      *----------------------------------------------------------------
       01 TELA-PENDENCIA-ITEM.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01
               VALUE "PENDENCIA DE MOVIMENTO REJEITADO".
           02 LINE 03 COLUMN 01 VALUE "NUMERO DA PENDENCIA....: ".
           02 LINE 03 COLUMN 27 PIC 9(9) FROM WRK-PI-ID.
           02 LINE 04 COLUMN 01 VALUE "DATA DA REJEICAO.......: ".
           02 LINE 04 COLUMN 27 PIC 9(8) FROM WRK-PI-DATA.
           02 LINE 05 COLUMN 01 VALUE "ORIGEM.................: ".
           02 LINE 05 COLUMN 27 PIC X(30) FROM WRK-PI-ORIGEM.
           02 LINE 06 COLUMN 01 VALUE "TIPO (D/C).............: ".
           02 LINE 06 COLUMN 27 PIC X FROM WRK-PI-TIPO.
           02 LINE 07 COLUMN 01 VALUE "VALOR..................: ".
           02 LINE 07 COLUMN 27 PIC -(16)9,99 FROM WRK-PI-VALOR.
           02 LINE 08 COLUMN 01 VALUE "MOTIVO DA RECUSA.......: ".
           02 LINE 08 COLUMN 27 PIC X(30) FROM WRK-PI-MOTIVO.
           02 LINE 09 COLUMN 01 VALUE "OPERADOR...............: ".
           02 LINE 09 COLUMN 27 PIC X(8) FROM WRK-PI-OPERADOR.
           02 LINE 10 COLUMN 01 VALUE "PENDENCIA DO PAR.......: ".
           02 LINE 10 COLUMN 27 PIC 9(9) FROM WRK-PI-PAR.
           02 LINE 12 COLUMN 01
               VALUE "OPCAO (S=PROXIMA, R=REPOSTAR, C=CANCELAR, F=FIM)".
           02 LINE 12 COLUMN 51 VALUE ": ".
           02 LINE 12 COLUMN 53 PIC X USING WRK-PEN-OPCAO.
           02 LINE 13 COLUMN 01 VALUE "MOTIVO DO CANCELAMENTO.: ".
           02 LINE 13 COLUMN 27 PIC X(30) USING WRK-PI-MOTIVO-CANCEL.

      *----------------------------------------------------------------
      * TELA-SITUACAO-CPF
      *   Pede o CPF da conta cuja situacao sera alterada.


       MAIN-PROCEDURE.
           INITIALIZE CTLEXEC-AREA.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM INICIALIZAR-TRABALHO.
           PERFORM OBTER-PARAMETROS-EXECUCAO.
               PERFORM AUTORIZAR-MODO
           END-IF.
           IF OPERADOR-IDENTIFICADO AND MODO-AUTORIZADO
               PERFORM REGISTRAR-INICIO-PASSO
               IF CEX-PROSSEGUIR
                   PERFORM DESPACHAR-MODO
                   PERFORM REGISTRAR-FIM-PASSO
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF CEX-PASSO = SPACES OR CEX-PROSSEGUIR
               PERFORM FINALIZAR-TRABALHO
           END-IF.
           PERFORM ENCERRAR-ARQUIVOS.
           STOP RUN.

                   PERFORM PROCESSAR-ORDENS-DIA
               WHEN MODO-OPERADOR
                   PERFORM PROCESSAR-OPERADOR-MANUT
               WHEN MODO-TRANSFERENCIA
                   PERFORM PROCESSAR-TRANSFERENCIA
               WHEN MODO-TARIFA-MANUT
                   PERFORM PROCESSAR-TARIFA-MANUT
               WHEN MODO-PENDENCIA
                   PERFORM PROCESSAR-PENDENCIAS
               WHEN MODO-CADASTRO-ARQUIVO
                   PERFORM PROCESSAR-LOTE-CADASTROS
               WHEN OTHER
                   PERFORM OBTER-DADOS-CLIENTE
                   PERFORM VALIDAR-CPF
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * REGISTRAR-INICIO-PASSO
      *   BATCH (revisao noturna) e ORDEX (ordens permanentes do dia)
      *   sao passos da cadeia noturna: registram a execucao no
      *   controle (RUNCTL) e so processam se o controle liberar. Ja
      *   concluido na data termina com retorno 4 sem reprocessar;
      *   predecessor nao concluido (ORDEX depende do BATCH) termina
      *   com retorno 8. Os arquivos ja estao abertos (o logon le o
      *   cadastro de operadores), mas passo que nao prossegue nao
      *   grava nada: nem lancamento, nem diario, nem o registro de
      *   turno no SHIFTLOG, que a auditoria de operadores contaria
      *   como turno trabalhado. Os demais modos seguem direto.
      *----------------------------------------------------------------
       REGISTRAR-INICIO-PASSO.
           INITIALIZE CTLEXEC-AREA
           SET CEX-PROSSEGUIR TO TRUE
           EVALUATE TRUE
               WHEN MODO-LOTE
                   MOVE "BATCH" TO CEX-PASSO
               WHEN MODO-ORDEM-EXEC
                   MOVE "ORDEX" TO CEX-PASSO
           END-EVALUATE
           IF CEX-PASSO NOT = SPACES
               SET CEX-INICIO TO TRUE
               MOVE WRK-DATA-EXECUCAO TO CEX-DATA
               MOVE "PROG000X" TO CEX-PROGRAMA
               MOVE RETURN-CODE TO CEX-RETORNO
               CALL "CONTROLE-EXECUCAO" USING CTLEXEC-AREA
               MOVE CEX-RETORNO TO RETURN-CODE
               EVALUATE TRUE
                   WHEN CEX-JA-CONCLUIDO
                       MOVE 4 TO RETURN-CODE
                   WHEN CEX-BLOQUEADO
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * REGISTRAR-FIM-PASSO
      *   Contagens do passo. BATCH: clientes revistos, generos
      *   invalidos e CPFs invalidos. ORDEX: ordens tratadas,
      *   postadas e recusadas.
      *----------------------------------------------------------------
       REGISTRAR-FIM-PASSO.
           IF CEX-PASSO NOT = SPACES
               SET CEX-FIM TO TRUE
               MOVE RETURN-CODE TO CEX-RETORNO
               IF MODO-LOTE
                   MOVE WRK-LOTE-LIDOS         TO CEX-QTDE-LIDOS
                   MOVE WRK-LOTE-GENERO-INVALIDOS
                       TO CEX-QTDE-TRATADOS
                   MOVE WRK-LOTE-CPF-INVALIDOS TO CEX-QTDE-REJEITADOS
               ELSE
                   ADD WRK-ORD-EXECUTADAS WRK-ORD-RECUSADAS
                       GIVING CEX-QTDE-LIDOS
                   MOVE WRK-ORD-EXECUTADAS TO CEX-QTDE-TRATADOS
                   MOVE WRK-ORD-RECUSADAS  TO CEX-QTDE-REJEITADOS
               END-IF
               CALL "CONTROLE-EXECUCAO" USING CTLEXEC-AREA
               MOVE CEX-RETORNO TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * INICIALIZAR-TRABALHO
      *   Registra a hora de inicio do job, para calculo posterior da
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

      *----------------------------------------------------------------
      * ABRIR-CADASTRO-OPERADORES
      * AUTORIZAR-MODO
      *   Confere o nivel do operador logado contra o nivel exigido
      *   pelo modo pedido: 1 para as consultas, 2 para a operacao
      *   (cadastro, movimentacao, estorno, ordens, lotes e fila de
      *   pendencias), 3 para o
      *   supervisor (situacao de conta, cadastro de operadores e
      *   tabela de tarifas).
      *----------------------------------------------------------------
       AUTORIZAR-MODO.
           EVALUATE TRUE
                   MOVE 3 TO WRK-NIVEL-EXIGIDO
               WHEN MODO-OPERADOR
                   MOVE 3 TO WRK-NIVEL-EXIGIDO
               WHEN MODO-TARIFA-MANUT
                   MOVE 3 TO WRK-NIVEL-EXIGIDO
               WHEN OTHER
                   MOVE 2 TO WRK-NIVEL-EXIGIDO
           END-EVALUATE
           END-IF
           PERFORM LER-TRANSACAO-NUMERACAO.

      *----------------------------------------------------------------
      * APURAR-PROXIMA-PENDENCIA
      *   Percorre a fila de pendencias na ordem da chave e deixa em
      *   WRK-PEN-PROXIMO-ID o maior numero encontrado + 1 (fila
      *   vazia comeca em 1), como a numeracao dos lancamentos.
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
      * OBTER-PARAMETROS-EXECUCAO
      *   Le o cartao de parametros de execucao (SYSIN, alimentado
               WHEN "OPERA"
                   SET MODO-OPERADOR TO TRUE
                   ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
               WHEN "TRANF"
                   SET MODO-TRANSFERENCIA TO TRUE
                   ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
               WHEN "TARIF"
                   SET MODO-TARIFA-MANUT TO TRUE
                   ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
               WHEN "PENDE"
                   SET MODO-PENDENCIA TO TRUE
                   ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
               WHEN "CADAR"
                   SET MODO-CADASTRO-ARQUIVO TO TRUE
                   IF WRK-PARM-DATA IS NUMERIC
                       MOVE WRK-PARM-DATA TO WRK-DATA-EXECUCAO
                   ELSE
                       ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
                   END-IF
               WHEN OTHER
                   SET MODO-INTERATIVO TO TRUE
                   ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD
               DISPLAY "UF INVALIDA: '" UF
                   "' - USE UMA SIGLA DE ESTADO VALIDA"
           END-IF
           SET CEP-VALIDO TO TRUE
           IF CEP IS NOT NUMERIC OR CEP = ZERO
               SET ENDERECO-INVALIDO TO TRUE
               SET CEP-INVALIDO TO TRUE
               DISPLAY "CEP INVALIDO: INFORME OS 8 DIGITOS"
           END-IF.

           MOVE WRK-PROXIMO-NUMERO TO TRAN-NUMERO
           MOVE ZERO           TO TRAN-NUM-ESTORNADO
           MOVE WRK-OPERADOR-ID TO TRAN-OPERADOR
           MOVE SPACES         TO TRAN-CPF-CONTRAPARTE
           MOVE ZERO           TO TRAN-NUM-CONTRAPARTE
           SET TRAN-ORIGEM-CADASTRO TO TRUE
           ADD 1 TO WRK-PROXIMO-NUMERO
           WRITE TRANSACAO-REC.

      *   silencio.
      *----------------------------------------------------------------
       POSTAR-TRANSACAO.
           PERFORM CRITICAR-POSTAGEM
           IF POSTAGEM-REJEITADA
               PERFORM REGISTRAR-MOVIMENTO-REJEITADO
           ELSE
               PERFORM EFETIVAR-POSTAGEM
           END-IF.

      *----------------------------------------------------------------
      * CRITICAR-POSTAGEM
      *   Critica de situacao da conta e de limite do lancamento
      *   corrente de 01 MOVIMENTO contra o cliente lido, sem postar
      *   nada. Separada da postagem para a transferencia criticar as
      *   duas pernas antes de efetivar qualquer uma delas.
      *----------------------------------------------------------------
       CRITICAR-POSTAGEM.
           SET POSTAGEM-EFETIVADA TO TRUE
           PERFORM CALCULAR-SALDO-PREVISTO
           EVALUATE TRUE
                   SET POSTAGEM-REJEITADA TO TRUE
               WHEN MOV-DEBITO
                   PERFORM CRITICAR-LIMITE-CREDITO
           END-EVALUATE.

      *----------------------------------------------------------------
      * CALCULAR-SALDO-PREVISTO
      * REGISTRAR-MOVIMENTO-REJEITADO
      *   Grava o movimento recusado no arquivo de rejeitados com o
      *   saldo que ele teria produzido, para a lista diaria do
      *   risco, abre a pendencia correspondente na fila de revisao
      *   e sinaliza a rejeicao no retorno do job sem rebaixar um
      *   codigo mais grave ja registrado. Na repostagem de uma
      *   pendencia (modo PENDE) o movimento ja esta na fila: nova
      *   recusa so sinaliza o retorno.
      *----------------------------------------------------------------
       REGISTRAR-MOVIMENTO-REJEITADO.
           IF REPOSTAGEM-ENCERRADA
               MOVE MOV-CPF  TO REJ-CPF
               MOVE MOV-TIPO TO REJ-TIPO
               MOVE MOV-VALOR TO REJ-VALOR
               MOVE WRK-SALDO-PREVISTO TO REJ-SALDO-PREVISTO
               MOVE WRK-DEX-DIA TO REJ-DIA
               MOVE WRK-DEX-MES TO REJ-MES
               MOVE WRK-DEX-ANO TO REJ-ANO
               MOVE WRK-MOTIVO-REJEICAO TO REJ-MOTIVO
               MOVE WRK-OPERADOR-ID TO REJ-OPERADOR
               WRITE REJEITADO-REC
               PERFORM GRAVAR-PENDENCIA
           END-IF
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * GRAVAR-PENDENCIA
      *   Abre na fila a pendencia do movimento recusado, com a
      *   origem tirada do modo de execucao e a referencia que a
      *   repostagem precisa: lote e numero do MOVAR, numero da
      *   ordem, CPF da contraparte da transferencia. O lancamento
      *   estornado (WRK-ESTORNO-REF) vai sempre. Numa perna de par
      *   (PEN-GRAVANDO-PAR) o debito e gravado primeiro e o credito
      *   logo em seguida: cada um aponta para o numero do outro.
      *----------------------------------------------------------------
       GRAVAR-PENDENCIA.
           MOVE SPACES TO PENDENTE-REC
           MOVE WRK-PEN-PROXIMO-ID  TO PEN-ID
           MOVE MOV-CPF             TO PEN-CPF
           MOVE MOV-TIPO            TO PEN-TIPO
           MOVE MOV-VALOR           TO PEN-VALOR
           MOVE WRK-DATA-EXECUCAO   TO PEN-DATA-REJEICAO
           MOVE WRK-MOTIVO-REJEICAO TO PEN-MOTIVO
           MOVE WRK-OPERADOR-ID     TO PEN-OPERADOR
           MOVE WRK-ESTORNO-REF     TO PEN-NUM-ESTORNADO
           MOVE ZERO                TO PEN-ID-PAR
           EVALUATE TRUE
               WHEN MODO-MOVTO-ARQUIVO
                   SET PEN-ORIGEM-LOTE TO TRUE
                   MOVE WRK-LM-AGENCIA TO PEN-LOTE-AGENCIA
                   MOVE WRK-LM-NUMERO  TO PEN-LOTE-NUMERO
               WHEN MODO-ORDEM-EXEC
                   SET PEN-ORIGEM-ORDEM TO TRUE
                   MOVE ORD-NUMERO TO PEN-ORDEM-NUMERO
               WHEN MODO-TRANSFERENCIA
                   SET PEN-ORIGEM-TRANSF TO TRUE
               WHEN MODO-ESTORNO
                   SET PEN-ORIGEM-ESTORNO TO TRUE
               WHEN OTHER
                   SET PEN-ORIGEM-BALCAO TO TRUE
           END-EVALUATE
           IF PEN-GRAVANDO-PAR
               IF MOV-DEBITO
                   MOVE WRK-TRF-CPF-DESTINO TO PEN-CPF-CONTRAPARTE
                   COMPUTE PEN-ID-PAR = WRK-PEN-PROXIMO-ID + 1
               ELSE
                   MOVE WRK-TRF-CPF-ORIGEM TO PEN-CPF-CONTRAPARTE
                   COMPUTE PEN-ID-PAR = WRK-PEN-PROXIMO-ID - 1
               END-IF
           END-IF
           SET PEN-PENDENTE TO TRUE
           MOVE ZERO   TO PEN-NUM-REPOSTADO
           MOVE SPACES TO PEN-MOTIVO-CANCEL
           MOVE SPACES TO PEN-OPERADOR-RESOL
           MOVE ZERO   TO PEN-DATA-RESOLUCAO
           WRITE PENDENTE-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PENDENCIA " PEN-ID
                       " - STATUS " WRK-PENDENTES-STATUS
                   MOVE 8 TO RETURN-CODE
           END-WRITE
           ADD 1 TO WRK-PEN-PROXIMO-ID.

      *----------------------------------------------------------------
      * EFETIVAR-POSTAGEM
      *   Postagem aprovada: aplica o valor ao saldo, regrava o
      *   cadastro e registra o lancamento no extrato, com a origem
      *   tirada do modo de execucao (a interface contabil classifica
      *   a postagem por ela).
      *----------------------------------------------------------------
       EFETIVAR-POSTAGEM.
           MOVE CLIENTE-REC TO WRK-JRN-ANTES
           MOVE WRK-PROXIMO-NUMERO TO TRAN-NUMERO
           MOVE WRK-ESTORNO-REF TO TRAN-NUM-ESTORNADO
           MOVE WRK-OPERADOR-ID TO TRAN-OPERADOR
           MOVE WRK-CONTRAPARTE-CPF TO TRAN-CPF-CONTRAPARTE
           MOVE WRK-CONTRAPARTE-NUM TO TRAN-NUM-CONTRAPARTE
           EVALUATE TRUE
               WHEN MODO-PENDENCIA
                   MOVE WRK-PEN-ORIGEM-REPOSTA TO TRAN-ORIGEM
               WHEN MODO-MOVTO-ARQUIVO SET TRAN-ORIGEM-LOTE    TO TRUE
               WHEN MODO-ORDEM-EXEC    SET TRAN-ORIGEM-ORDEM   TO TRUE
               WHEN MODO-TRANSFERENCIA SET TRAN-ORIGEM-TRANSF  TO TRUE
               WHEN MODO-ESTORNO       SET TRAN-ORIGEM-ESTORNO TO TRUE
               WHEN OTHER              SET TRAN-ORIGEM-BALCAO  TO TRUE
           END-EVALUATE
           ADD 1 TO WRK-PROXIMO-NUMERO
           WRITE TRANSACAO-REC.

               DELIMITED BY SIZE INTO LINHA-RELMOVTO
           WRITE LINHA-RELMOVTO.

      *----------------------------------------------------------------
      * PROCESSAR-LOTE-CADASTROS
      *   Modo CADAR: inclui e altera em lote os clientes do arquivo
      *   de cadastro enviado pelas agencias (campanhas de abertura
      *   de conta, mudancas de endereco). A primeira passada confere
      *   a estrutura do arquivo como no lote de movimentacoes:
      *   arquivo truncado ou que nao bate com o trailer e recusado
      *   por inteiro. Arquivo aprovado e aplicado na segunda
      *   passada, registro a registro; os recusados saem no
      *   relatorio de critica com o motivo de cada campo, sem
      *   derrubar o resto do arquivo. Reapresentar o mesmo arquivo
      *   nao duplica nada: a inclusao de CPF ja cadastrado e
      *   recusada e a alteracao que nao muda o cadastro nao regrava.
      *----------------------------------------------------------------
       PROCESSAR-LOTE-CADASTROS.
           OPEN INPUT CADASTROS-FILE.
           IF CADASTROS-NAO-ENCONTRADO
               DISPLAY "ARQUIVO DE CADASTROS NAO ENCONTRADO"
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN OUTPUT RELCADAR-FILE
               IF NOT RELCADAR-OK
                   DISPLAY "ERRO AO ABRIR RELATORIO DE CRITICA: "
                       WRK-RELCADAR-STATUS
                   MOVE 4 TO RETURN-CODE
                   CLOSE CADASTROS-FILE
               ELSE
                   MOVE "CRITICA DO ARQUIVO DE CADASTRO DE CLIENTES"
                       TO LINHA-RELCADAR
                   WRITE LINHA-RELCADAR
                   PERFORM VALIDAR-LOTE-CADASTROS
                   CLOSE CADASTROS-FILE
                   IF LOTE-VALIDO
                       PERFORM APLICAR-LOTE-CADASTROS
                   ELSE
                       PERFORM ESCREVER-REJEICAO-CADASTROS
                   END-IF
                   CLOSE RELCADAR-FILE
                   IF WRK-CAD-REJEITADOS > ZERO AND RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * VALIDAR-LOTE-CADASTROS
      *   Primeira passada: header na frente, detalhes contados,
      *   trailer fechando o arquivo com a quantidade de detalhes.
      *   O trailer do cadastro nao tem soma de valores; as somas do
      *   CONFERIR-TRAILER-LOTE ficam zeradas e sempre conferem.
      *----------------------------------------------------------------
       VALIDAR-LOTE-CADASTROS.
           SET LOTE-VALIDO     TO TRUE
           SET TRAILER-AUSENTE TO TRUE
           MOVE ZERO TO WRK-LM-QTDE
           MOVE ZERO TO WRK-LM-SOMA
           MOVE ZERO TO WRK-LM-TRL-SOMA
           MOVE ZERO TO WRK-CAD-LINHA
           PERFORM LER-PROXIMO-CADASTRO
           IF CADASTROS-FIM
               SET LOTE-INVALIDO TO TRUE
               MOVE "LOTE VAZIO" TO WRK-LM-MOTIVO
           ELSE
               IF NOT CAR-REG-HEADER
                   SET LOTE-INVALIDO TO TRUE
                   MOVE "LOTE SEM REGISTRO DE HEADER" TO WRK-LM-MOTIVO
               ELSE
                   MOVE CAR-HDR-AGENCIA TO WRK-LM-AGENCIA
                   MOVE CAR-HDR-LOTE    TO WRK-LM-NUMERO
                   MOVE CAR-HDR-DATA    TO WRK-LM-DATA
                   MOVE WRK-LM-AGENCIA TO WRK-LL-AGENCIA
                   MOVE WRK-LM-NUMERO  TO WRK-LL-NUMERO
                   MOVE WRK-LM-DATA    TO WRK-LL-DATA
                   MOVE WRK-LINHA-LOTE TO LINHA-RELCADAR
                   WRITE LINHA-RELCADAR
                   PERFORM LER-PROXIMO-CADASTRO
                   PERFORM CONFERIR-REGISTRO-CADASTRO
                       UNTIL CADASTROS-FIM
                   PERFORM CONFERIR-TRAILER-LOTE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CONFERIR-REGISTRO-CADASTRO
      *   Classifica o registro corrente da primeira passada, com as
      *   mesmas regras de estrutura do lote de movimentacoes.
      *----------------------------------------------------------------
       CONFERIR-REGISTRO-CADASTRO.
           EVALUATE TRUE
               WHEN CAR-REG-TRAILER
                   IF TRAILER-PRESENTE
                       SET LOTE-INVALIDO TO TRUE
                       MOVE "LOTE COM MAIS DE UM TRAILER"
                           TO WRK-LM-MOTIVO
                   ELSE
                       SET TRAILER-PRESENTE TO TRUE
                       IF CAR-TRL-QTDE IS NUMERIC
                           MOVE CAR-TRL-QTDE TO WRK-LM-TRL-QTDE
                       ELSE
                           SET LOTE-INVALIDO TO TRUE
                           MOVE "TRAILER COM TOTAIS NAO NUMERICOS"
                               TO WRK-LM-MOTIVO
                       END-IF
                   END-IF
               WHEN CAR-REG-DETALHE
                   IF TRAILER-PRESENTE
                       SET LOTE-INVALIDO TO TRUE
                       MOVE "REGISTRO DEPOIS DO TRAILER"
                           TO WRK-LM-MOTIVO
                   ELSE
                       ADD 1 TO WRK-LM-QTDE
                   END-IF
               WHEN CAR-REG-HEADER
                   SET LOTE-INVALIDO TO TRUE
                   MOVE "LOTE COM MAIS DE UM HEADER" TO WRK-LM-MOTIVO
               WHEN OTHER
                   SET LOTE-INVALIDO TO TRUE
                   MOVE "TIPO DE REGISTRO DESCONHECIDO"
                       TO WRK-LM-MOTIVO
           END-EVALUATE
           PERFORM LER-PROXIMO-CADASTRO.

      *----------------------------------------------------------------
      * APLICAR-LOTE-CADASTROS
      *   Segunda passada: pula o header e aplica cada detalhe ate o
      *   trailer. WRK-CAD-LINHA acompanha o numero da linha no
      *   arquivo (o header e a linha 1), que identifica o registro
      *   no relatorio de critica.
      *----------------------------------------------------------------
       APLICAR-LOTE-CADASTROS.
           MOVE ZERO TO WRK-CAD-LINHA
           OPEN INPUT CADASTROS-FILE
           PERFORM LER-PROXIMO-CADASTRO
           PERFORM LER-PROXIMO-CADASTRO
           PERFORM TRATAR-REGISTRO-CADASTRO
               UNTIL CADASTROS-FIM OR CAR-REG-TRAILER
           CLOSE CADASTROS-FILE
           PERFORM ESCREVER-RODAPE-CADASTROS.

       LER-PROXIMO-CADASTRO.
           READ CADASTROS-FILE
               AT END
                   SET CADASTROS-FIM TO TRUE
               NOT AT END
                   ADD 1 TO WRK-CAD-LINHA
           END-READ.

      *----------------------------------------------------------------
      * TRATAR-REGISTRO-CADASTRO
      *   Despacha o detalhe pela operacao. Cada campo recusado ja
      *   saiu no relatorio com o seu motivo; aqui o registro conta
      *   como rejeitado se houve pelo menos um.
      *----------------------------------------------------------------
       TRATAR-REGISTRO-CADASTRO.
           MOVE ZERO TO WRK-CAD-ERROS
           EVALUATE TRUE
               WHEN CAR-INCLUSAO
                   PERFORM INCLUIR-CLIENTE-ARQUIVO
               WHEN CAR-ALTERACAO
                   PERFORM ALTERAR-CLIENTE-ARQUIVO
               WHEN OTHER
                   MOVE "OPERACAO" TO WRK-CAD-CAMPO
                   MOVE "OPERACAO INVALIDA (USE I OU A)"
                       TO WRK-CAD-MOTIVO
                   PERFORM ESCREVER-ERRO-CADASTRO
           END-EVALUATE
           IF WRK-CAD-ERROS > ZERO
               ADD 1 TO WRK-CAD-REJEITADOS
           END-IF
           PERFORM LER-PROXIMO-CADASTRO.

      *----------------------------------------------------------------
      * INCLUIR-CLIENTE-ARQUIVO
      *   Inclusao: monta o cliente na mesma area de trabalho da tela
      *   de cadastro e passa pela mesma critica. Aprovado, grava pelo
      *   GRAVAR-CLIENTE (cliente novo com a transacao de abertura).
      *   CPF ja cadastrado e recusado aqui -- pelo arquivo, a
      *   mudanca de um cliente existente so entra como alteracao.
      *   Saldo inicial e limite em branco valem zero.
      *----------------------------------------------------------------
       INCLUIR-CLIENTE-ARQUIVO.
           INITIALIZE CLIENTE
           MOVE CAR-CPF        TO CPF
           MOVE CAR-NOME       TO NOME
           MOVE CAR-RG         TO RG
           MOVE CAR-LOGRADOURO TO LOGRADOURO
           MOVE CAR-NUMERO-END TO NUMERO-END
           MOVE CAR-BAIRRO     TO BAIRRO
           MOVE CAR-CIDADE     TO CIDADE
           MOVE CAR-UF         TO UF
           IF CAR-CEP IS NUMERIC
               MOVE CAR-CEP TO CEP
           ELSE
               MOVE ZERO TO CEP
           END-IF
           MOVE CAR-GENERO     TO GENERO
           PERFORM CRITICAR-CPF-CADASTRO
           IF CPF-VALIDO
               PERFORM LOCALIZAR-CLIENTE-CADASTRO
               IF CAD-CLIENTE-EXISTE
                   MOVE "CPF" TO WRK-CAD-CAMPO
                   MOVE "CLIENTE JA CADASTRADO (USE ALTERACAO)"
                       TO WRK-CAD-MOTIVO
                   PERFORM ESCREVER-ERRO-CADASTRO
               END-IF
           END-IF
           IF NOME = SPACES
               MOVE "NOME" TO WRK-CAD-CAMPO
               MOVE "NOME NAO INFORMADO" TO WRK-CAD-MOTIVO
               PERFORM ESCREVER-ERRO-CADASTRO
           END-IF
           IF CAR-DATANASC NOT = SPACES
               PERFORM CRITICAR-DATANASC-CADASTRO
           END-IF
           PERFORM CRITICAR-GENERO-CADASTRO
           PERFORM CRITICAR-ENDERECO-CADASTRO
           PERFORM CRITICAR-VALORES-INCLUSAO
           IF WRK-CAD-ERROS = ZERO
               PERFORM GRAVAR-CLIENTE
               ADD 1 TO WRK-CAD-INCLUIDOS
               MOVE "INCLUIDO" TO WRK-CAD-SITUACAO
               PERFORM ESCREVER-LINHA-CADASTRO
           END-IF.

      *----------------------------------------------------------------
      * CRITICAR-VALORES-INCLUSAO
      *   Saldo inicial e limite de credito da inclusao: em branco
      *   valem zero; informados, precisam ser numericos, e o limite
      *   (maior descoberto autorizado, guardado positivo) nao pode
      *   ser negativo.
      *----------------------------------------------------------------
       CRITICAR-VALORES-INCLUSAO.
           IF CAR-SALDO-INICIAL = SPACES
               MOVE ZERO TO SALDO-INICIAL
           ELSE
               IF CAR-SALDO-NUM IS NUMERIC
                   MOVE CAR-SALDO-NUM TO SALDO-INICIAL
               ELSE
                   MOVE "SALDO" TO WRK-CAD-CAMPO
                   MOVE "SALDO INICIAL NAO NUMERICO" TO WRK-CAD-MOTIVO
                   PERFORM ESCREVER-ERRO-CADASTRO
               END-IF
           END-IF
           IF CAR-LIMITE = SPACES
               MOVE ZERO TO LIMITE-CREDITO
           ELSE
               IF CAR-LIMITE-NUM IS NUMERIC
                   IF CAR-LIMITE-NUM < ZERO
                       MOVE "LIMITE" TO WRK-CAD-CAMPO
                       MOVE "LIMITE DE CREDITO NEGATIVO"
                           TO WRK-CAD-MOTIVO
                       PERFORM ESCREVER-ERRO-CADASTRO
                   ELSE
                       MOVE CAR-LIMITE-NUM TO LIMITE-CREDITO
                   END-IF
               ELSE
                   MOVE "LIMITE" TO WRK-CAD-CAMPO
                   MOVE "LIMITE DE CREDITO NAO NUMERICO"
                       TO WRK-CAD-MOTIVO
                   PERFORM ESCREVER-ERRO-CADASTRO
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * ALTERAR-CLIENTE-ARQUIVO
      *   Alteracao: parte do registro cadastrado e troca so os
      *   campos informados (nao brancos) do arquivo -- nome, RG,
      *   endereco, data de nascimento e genero. Saldo, limite de
      *   credito e situacao da conta nunca sao mexidos por aqui:
      *   saldo e limite informados num registro de alteracao
      *   recusam o registro, e a situacao so muda no modo SITUA.
      *   Endereco com qualquer parte informada e criticado inteiro
      *   como vai ficar no cadastro. A regravacao vai para o jornal
      *   com a imagem anterior, como toda regravacao do cadastro.
      *----------------------------------------------------------------
       ALTERAR-CLIENTE-ARQUIVO.
           MOVE CAR-CPF TO CPF
           SET CAD-CLIENTE-AUSENTE TO TRUE
           PERFORM CRITICAR-CPF-CADASTRO
           IF CPF-VALIDO
               PERFORM LOCALIZAR-CLIENTE-CADASTRO
               IF CAD-CLIENTE-AUSENTE
                   MOVE "CPF" TO WRK-CAD-CAMPO
                   MOVE "CLIENTE NAO CADASTRADO" TO WRK-CAD-MOTIVO
                   PERFORM ESCREVER-ERRO-CADASTRO
               END-IF
           END-IF
           IF CAR-NOME = SPACES AND CAR-RG = SPACES
              AND CAR-ENDERECO = SPACES AND CAR-DATANASC = SPACES
              AND CAR-GENERO = SPACE
               MOVE "REGISTRO" TO WRK-CAD-CAMPO
               MOVE "NENHUM CAMPO INFORMADO PARA ALTERACAO"
                   TO WRK-CAD-MOTIVO
               PERFORM ESCREVER-ERRO-CADASTRO
           END-IF
           IF CAR-SALDO-INICIAL NOT = SPACES
               MOVE "SALDO" TO WRK-CAD-CAMPO
               MOVE "SALDO NAO SE ALTERA PELO CADASTRO"
                   TO WRK-CAD-MOTIVO
               PERFORM ESCREVER-ERRO-CADASTRO
           END-IF
           IF CAR-LIMITE NOT = SPACES
               MOVE "LIMITE" TO WRK-CAD-CAMPO
               MOVE "LIMITE NAO SE ALTERA PELO CADASTRO"
                   TO WRK-CAD-MOTIVO
               PERFORM ESCREVER-ERRO-CADASTRO
           END-IF
           IF CAR-DATANASC NOT = SPACES
               PERFORM CRITICAR-DATANASC-CADASTRO
           END-IF
           IF CAR-GENERO NOT = SPACE
               MOVE CAR-GENERO TO GENERO
               PERFORM CRITICAR-GENERO-CADASTRO
           END-IF
           IF CAD-CLIENTE-EXISTE
               MOVE CLIENTE-REC TO WRK-JRN-ANTES
               PERFORM MESCLAR-ALTERACAO-CADASTRO
               IF CAD-ENDERECO-INFORMADO
                   PERFORM CRITICAR-ENDERECO-CADASTRO
               END-IF
           END-IF
           IF WRK-CAD-ERROS = ZERO
               PERFORM REGRAVAR-CLIENTE-ALTERADO
           END-IF.

      *----------------------------------------------------------------
      * MESCLAR-ALTERACAO-CADASTRO
      *   Carrega na area de trabalho o que esta no cadastro e por
      *   cima dela os campos informados no arquivo.
      *----------------------------------------------------------------
       MESCLAR-ALTERACAO-CADASTRO.
           MOVE CLI-NOME     TO NOME
           MOVE CLI-RG       TO RG
           MOVE CLI-ENDERECO TO ENDERECO
           MOVE CLI-DATANASC TO DATANASC
           MOVE CLI-GENERO   TO GENERO
           SET CAD-ENDERECO-MANTIDO TO TRUE
           IF CAR-NOME NOT = SPACES
               MOVE CAR-NOME TO NOME
           END-IF
           IF CAR-RG NOT = SPACES
               MOVE CAR-RG TO RG
           END-IF
           IF CAR-LOGRADOURO NOT = SPACES
               MOVE CAR-LOGRADOURO TO LOGRADOURO
               SET CAD-ENDERECO-INFORMADO TO TRUE
           END-IF
           IF CAR-NUMERO-END NOT = SPACES
               MOVE CAR-NUMERO-END TO NUMERO-END
               SET CAD-ENDERECO-INFORMADO TO TRUE
           END-IF
           IF CAR-BAIRRO NOT = SPACES
               MOVE CAR-BAIRRO TO BAIRRO
               SET CAD-ENDERECO-INFORMADO TO TRUE
           END-IF
           IF CAR-CIDADE NOT = SPACES
               MOVE CAR-CIDADE TO CIDADE
               SET CAD-ENDERECO-INFORMADO TO TRUE
           END-IF
           IF CAR-UF NOT = SPACES
               MOVE CAR-UF TO UF
               SET CAD-ENDERECO-INFORMADO TO TRUE
           END-IF
           IF CAR-CEP NOT = SPACES
               IF CAR-CEP IS NUMERIC
                   MOVE CAR-CEP TO CEP
               ELSE
                   MOVE ZERO TO CEP
               END-IF
               SET CAD-ENDERECO-INFORMADO TO TRUE
           END-IF
           IF CAR-DATANASC NOT = SPACES
               MOVE CAR-DATANASC(1:2) TO DIA
               MOVE CAR-DATANASC(3:2) TO MES
               MOVE CAR-DATANASC(5:4) TO ANO
           END-IF
           IF CAR-GENERO NOT = SPACE
               MOVE CAR-GENERO TO GENERO
           END-IF.

      *----------------------------------------------------------------
      * REGRAVAR-CLIENTE-ALTERADO
      *   Leva para o registro so os campos cadastrais e regrava.
      *   Imagem igual a lida (o arquivo repetiu o que o cadastro ja
      *   tem) nao regrava nem vai para o jornal.
      *----------------------------------------------------------------
       REGRAVAR-CLIENTE-ALTERADO.
           MOVE NOME     TO CLI-NOME
           MOVE RG       TO CLI-RG
           MOVE ENDERECO TO CLI-ENDERECO
           MOVE DATANASC TO CLI-DATANASC
           MOVE GENERO   TO CLI-GENERO
           IF CLIENTE-REC = WRK-JRN-ANTES
               ADD 1 TO WRK-CAD-INALTERADOS
               MOVE "SEM ALTER." TO WRK-CAD-SITUACAO
               PERFORM ESCREVER-LINHA-CADASTRO
           ELSE
               MOVE WRK-DATE-JULIANA TO CLI-DATA-ALTERACAO
               REWRITE CLIENTE-REC
                   INVALID KEY
                       MOVE "CPF" TO WRK-CAD-CAMPO
                       MOVE "ERRO AO REGRAVAR O CLIENTE"
                           TO WRK-CAD-MOTIVO
                       PERFORM ESCREVER-ERRO-CADASTRO
                   NOT INVALID KEY
                       PERFORM GRAVAR-JORNAL-CLIENTE
                       ADD 1 TO WRK-CAD-ALTERADOS
                       MOVE "ALTERADO" TO WRK-CAD-SITUACAO
                       PERFORM ESCREVER-LINHA-CADASTRO
               END-REWRITE
           END-IF.

       LOCALIZAR-CLIENTE-CADASTRO.
           MOVE CPF TO CLI-CPF
           READ CLIENTES-FILE
               INVALID KEY
                   SET CAD-CLIENTE-AUSENTE TO TRUE
               NOT INVALID KEY
                   SET CAD-CLIENTE-EXISTE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * CRITICAR-CPF-CADASTRO / CRITICAR-GENERO-CADASTRO /
      * CRITICAR-ENDERECO-CADASTRO / CRITICAR-DATANASC-CADASTRO
      *   Passam o campo pela critica do cadastro interativo e
      *   transformam cada recusa numa linha do relatorio, com o nome
      *   do campo e o motivo.
      *----------------------------------------------------------------
       CRITICAR-CPF-CADASTRO.
           PERFORM VALIDAR-CPF
           IF CPF-INVALIDO
               MOVE "CPF" TO WRK-CAD-CAMPO
               MOVE WRK-CPF-MOTIVO TO WRK-CAD-MOTIVO
               PERFORM ESCREVER-ERRO-CADASTRO
           END-IF.

       CRITICAR-GENERO-CADASTRO.
           PERFORM VALIDAR-GENERO
           IF NOT GENERO-APROVADO
               MOVE "GENERO" TO WRK-CAD-CAMPO
               MOVE "GENERO INVALIDO (USE M, F OU O)"
                   TO WRK-CAD-MOTIVO
               PERFORM ESCREVER-ERRO-CADASTRO
           END-IF.

       CRITICAR-ENDERECO-CADASTRO.
           PERFORM VALIDAR-ENDERECO
           IF ENDERECO-INVALIDO
               IF NOT UF-VALIDA
                   MOVE "UF" TO WRK-CAD-CAMPO
                   MOVE "UF INVALIDA (USE SIGLA DE ESTADO)"
                       TO WRK-CAD-MOTIVO
                   PERFORM ESCREVER-ERRO-CADASTRO
               END-IF
               IF CEP-INVALIDO
                   MOVE "CEP" TO WRK-CAD-CAMPO
                   MOVE "CEP INVALIDO (INFORME OS 8 DIGITOS)"
                       TO WRK-CAD-MOTIVO
                   PERFORM ESCREVER-ERRO-CADASTRO
               END-IF
           END-IF.

       CRITICAR-DATANASC-CADASTRO.
           IF CAR-DATANASC IS NOT NUMERIC
               MOVE "DATANASC" TO WRK-CAD-CAMPO
               MOVE "DATA DE NASCIMENTO NAO NUMERICA (DDMMAAAA)"
                   TO WRK-CAD-MOTIVO
               PERFORM ESCREVER-ERRO-CADASTRO
           ELSE
               MOVE CAR-DATANASC(1:2) TO DIA
               MOVE CAR-DATANASC(3:2) TO MES
               MOVE CAR-DATANASC(5:4) TO ANO
           END-IF.

       ESCREVER-ERRO-CADASTRO.
           ADD 1 TO WRK-CAD-ERROS
           MOVE "REJEITADO" TO WRK-CAD-SITUACAO
           PERFORM ESCREVER-LINHA-CADASTRO.

      *----------------------------------------------------------------
      * ESCREVER-LINHA-CADASTRO
      *   Uma linha por campo recusado (com o campo e o motivo) ou
      *   uma linha so para o registro aceito.
      *----------------------------------------------------------------
       ESCREVER-LINHA-CADASTRO.
           MOVE WRK-CAD-LINHA    TO WRK-LD-LINHA
           MOVE CAR-OPERACAO     TO WRK-LD-OPERACAO
           MOVE CAR-CPF          TO WRK-LD-CPF
           MOVE WRK-CAD-SITUACAO TO WRK-LD-SITUACAO
           IF WRK-CAD-SITUACAO = "REJEITADO"
               MOVE WRK-CAD-CAMPO  TO WRK-LD-CAMPO
               MOVE WRK-CAD-MOTIVO TO WRK-LD-MOTIVO
           ELSE
               MOVE SPACES TO WRK-LD-CAMPO
               MOVE SPACES TO WRK-LD-MOTIVO
           END-IF
           MOVE WRK-LINHA-CADAR TO LINHA-RELCADAR
           WRITE LINHA-RELCADAR.

      *----------------------------------------------------------------
      * ESCREVER-REJEICAO-CADASTROS
      *   Arquivo recusado por inteiro: nenhum cliente incluido ou
      *   alterado, motivo no relatorio e no console, retorno 8.
      *----------------------------------------------------------------
       ESCREVER-REJEICAO-CADASTROS.
           MOVE SPACES TO LINHA-RELCADAR
           STRING "*** LOTE REJEITADO - NENHUM CLIENTE GRAVADO: "
               WRK-LM-MOTIVO DELIMITED BY SIZE INTO LINHA-RELCADAR
           WRITE LINHA-RELCADAR
           DISPLAY "LOTE DE CADASTRO REJEITADO: " WRK-LM-MOTIVO
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       ESCREVER-RODAPE-CADASTROS.
           MOVE SPACES TO LINHA-RELCADAR
           WRITE LINHA-RELCADAR
           MOVE SPACES TO LINHA-RELCADAR
           STRING "CLIENTES INCLUIDOS....: " WRK-CAD-INCLUIDOS
               DELIMITED BY SIZE INTO LINHA-RELCADAR
           WRITE LINHA-RELCADAR
           MOVE SPACES TO LINHA-RELCADAR
           STRING "CLIENTES ALTERADOS....: " WRK-CAD-ALTERADOS
               DELIMITED BY SIZE INTO LINHA-RELCADAR
           WRITE LINHA-RELCADAR
           MOVE SPACES TO LINHA-RELCADAR
           STRING "SEM ALTERACAO.........: " WRK-CAD-INALTERADOS
               DELIMITED BY SIZE INTO LINHA-RELCADAR
           WRITE LINHA-RELCADAR
           MOVE SPACES TO LINHA-RELCADAR
           STRING "REGISTROS REJEITADOS..: " WRK-CAD-REJEITADOS
               DELIMITED BY SIZE INTO LINHA-RELCADAR
           WRITE LINHA-RELCADAR
           DISPLAY "CADASTRO EM LOTE: " WRK-CAD-INCLUIDOS
               " INCLUIDOS, " WRK-CAD-ALTERADOS " ALTERADOS, "
               WRK-CAD-REJEITADOS " REJEITADOS".

      *----------------------------------------------------------------
      * PROCESSAR-BUSCA-NOME
      *   Modo BUSCA: localiza clientes pelo nome (completo ou so o
      *   POSTAR-TRANSACAO normal (mesma critica de situacao e
      *   limite), gravado com a referencia ao numero estornado para
      *   o extrato imprimir o par amarrado. Lancamento ja estornado,
      *   ou que ja e um estorno, nao estorna de novo. Uma perna de
      *   transferencia entre clientes estorna o par inteiro.
      *----------------------------------------------------------------
       PROCESSAR-ESTORNO.
           MOVE SPACES TO WRK-EST-CPF
       LOCALIZAR-LANCAMENTO-ORIGINAL.
           SET ORIGINAL-AUSENTE TO TRUE
           SET NAO-ESTORNADO    TO TRUE
           SET CONTRAPARTE-NAO-ESTORNADA TO TRUE
           MOVE SPACES TO WRK-EST-ORIG-CONTRA-CPF
           MOVE ZERO   TO WRK-EST-ORIG-CONTRA-NUM
           CLOSE TRANSACOES-FILE
           OPEN INPUT TRANSACOES-FILE
           IF TRANSACOES-NAO-ENCONTRADO

      *   Registro gravado antes da extensao do layout carrega lixo
      *   nos campos de numero: o teste de numerico protege a
      *   comparacao, como na apuracao do proximo numero. As duas
      *   pernas de uma transferencia sao gravadas juntas, de modo
      *   que um estorno de qualquer delas vem sempre depois das
      *   duas no extrato: quando ele passa, a contraparte do
      *   lancamento pedido ja e conhecida.
       CONFERIR-LANCAMENTO-ESTORNO.
           IF TRAN-NUMERO IS NUMERIC
              AND TRAN-NUMERO = WRK-EST-NUMERO
               ELSE
                   MOVE ZERO TO WRK-EST-ORIG-REF
               END-IF
               IF TRAN-NUM-CONTRAPARTE IS NUMERIC
                   MOVE TRAN-CPF-CONTRAPARTE TO WRK-EST-ORIG-CONTRA-CPF
                   MOVE TRAN-NUM-CONTRAPARTE TO WRK-EST-ORIG-CONTRA-NUM
               END-IF
           END-IF
           IF TRAN-NUM-ESTORNADO IS NUMERIC
              AND TRAN-NUM-ESTORNADO = WRK-EST-NUMERO
               SET JA-ESTORNADO TO TRUE
           END-IF
           IF TRAN-NUM-ESTORNADO IS NUMERIC
              AND WRK-EST-ORIG-CONTRA-NUM > ZERO
              AND TRAN-NUM-ESTORNADO = WRK-EST-ORIG-CONTRA-NUM
               SET CONTRAPARTE-JA-ESTORNADA TO TRUE
           END-IF
           PERFORM LER-TRANSACAO-NUMERACAO.

      *----------------------------------------------------------------
      * CRITICAR-E-POSTAR-ESTORNO
      *   Critica o resultado da localizacao (existe, pertence ao CPF
      *   informado, nao e estorno, nao foi estornado) e posta o
      *   lancamento de compensacao pela critica normal -- ou, numa
      *   perna de transferencia, o par de compensacao.
      *----------------------------------------------------------------
       CRITICAR-E-POSTAR-ESTORNO.
           EVALUATE TRUE
                   DISPLAY "LANCAMENTO " WRK-EST-NUMERO
                       " JA FOI ESTORNADO"
                   MOVE 4 TO RETURN-CODE
               WHEN CONTRAPARTE-JA-ESTORNADA
                   DISPLAY "CONTRAPARTE " WRK-EST-ORIG-CONTRA-NUM
                       " DA TRANSFERENCIA JA FOI ESTORNADA"
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-EST-ORIG-CONTRA-NUM > ZERO
                   PERFORM ESTORNAR-TRANSFERENCIA
               WHEN OTHER
                   PERFORM POSTAR-COMPENSACAO-ESTORNO
           END-EVALUATE.
           END-READ
           MOVE ZERO TO WRK-ESTORNO-REF.

      *----------------------------------------------------------------
      * ESTORNAR-TRANSFERENCIA
      *   Estorno de uma perna de transferencia: o par de compensacao
      *   e uma transferencia no sentido inverso, com cada perna
      *   apontando para a perna original que compensa. Sai pela
      *   mesma postagem em par da transferencia: ou estornam as duas
      *   ou nenhuma.
      *----------------------------------------------------------------
       ESTORNAR-TRANSFERENCIA.
           MOVE WRK-EST-ORIG-VALOR TO WRK-TRF-VALOR
           IF WRK-EST-ORIG-TIPO = "D"
               MOVE WRK-EST-ORIG-CONTRA-CPF TO WRK-TRF-CPF-ORIGEM
               MOVE WRK-EST-ORIG-CONTRA-NUM TO WRK-TRF-REF-DEBITO
               MOVE WRK-EST-ORIG-CPF        TO WRK-TRF-CPF-DESTINO
               MOVE WRK-EST-NUMERO          TO WRK-TRF-REF-CREDITO
           ELSE
               MOVE WRK-EST-ORIG-CPF        TO WRK-TRF-CPF-ORIGEM
               MOVE WRK-EST-NUMERO          TO WRK-TRF-REF-DEBITO
               MOVE WRK-EST-ORIG-CONTRA-CPF TO WRK-TRF-CPF-DESTINO
               MOVE WRK-EST-ORIG-CONTRA-NUM TO WRK-TRF-REF-CREDITO
           END-IF
           PERFORM POSTAR-TRANSFERENCIA
           IF TRANSFERENCIA-EFETIVADA
               DISPLAY "ESTORNO EFETIVADO DA TRANSFERENCIA "
                   WRK-EST-NUMERO "/" WRK-EST-ORIG-CONTRA-NUM
           ELSE
               DISPLAY "ESTORNO DA TRANSFERENCIA REJEITADO"
           END-IF
           MOVE ZERO TO WRK-TRF-REF-DEBITO
           MOVE ZERO TO WRK-TRF-REF-CREDITO.

      *----------------------------------------------------------------
      * PROCESSAR-TRANSFERENCIA
      *   Modo TRANF: transfere um valor de um cliente para outro. O
      *   par (debito na origem, credito no destino) sai pela
      *   POSTAR-TRANSFERENCIA: as duas pernas postam juntas ou sao
      *   recusadas juntas, e nunca o dinheiro sai de um lado sem
      *   chegar no outro.
      *----------------------------------------------------------------
       PROCESSAR-TRANSFERENCIA.
           PERFORM OBTER-DADOS-TRANSFERENCIA
           EVALUATE TRUE
               WHEN WRK-TRF-VALOR NOT > ZERO
                   DISPLAY "VALOR DA TRANSFERENCIA DEVE SER MAIOR QUE "
                       "ZERO"
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-TRF-CPF-ORIGEM = WRK-TRF-CPF-DESTINO
                   DISPLAY "CPF DE ORIGEM IGUAL AO CPF DE DESTINO"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO WRK-TRF-REF-DEBITO
                   MOVE ZERO TO WRK-TRF-REF-CREDITO
                   PERFORM POSTAR-TRANSFERENCIA
                   IF TRANSFERENCIA-EFETIVADA
                       DISPLAY "TRANSFERENCIA EFETIVADA: LANCAMENTOS "
                           WRK-TRF-NUM-DEBITO " E " WRK-TRF-NUM-CREDITO
                   ELSE
                       DISPLAY "TRANSFERENCIA REJEITADA"
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * OBTER-DADOS-TRANSFERENCIA
      *   Recebe origem, destino e valor pela tela de transferencia.
      *----------------------------------------------------------------
       OBTER-DADOS-TRANSFERENCIA.
           MOVE SPACES TO WRK-TRF-CPF-ORIGEM
           MOVE SPACES TO WRK-TRF-CPF-DESTINO
           MOVE ZERO   TO WRK-TRF-VALOR
           DISPLAY TELA-TRANSFERENCIA
           ACCEPT TELA-TRANSFERENCIA.

      *----------------------------------------------------------------
      * POSTAR-TRANSFERENCIA
      *   Posta o par corrente (WRK-TRF-CPF-ORIGEM paga, WRK-TRF-CPF-
      *   DESTINO recebe WRK-TRF-VALOR) como uma unidade. As duas
      *   pernas passam pela CRITICAR-POSTAGEM antes de qualquer
      *   efetivacao; aprovadas as duas, o par efetiva; uma perna
      *   recusada leva as duas para o arquivo de rejeitados. CPF
      *   nao cadastrado recusa o par sem rejeitado, como no MOVTO.
      *   Os dois cadastros sao lidos e criticados aqui, antes de
      *   qualquer perna postar, e guardados para a efetivacao.
      *----------------------------------------------------------------
       POSTAR-TRANSFERENCIA.
           SET TRANSFERENCIA-EFETIVADA TO TRUE
           SET TRF-CADASTRO-OK TO TRUE
           MOVE SPACES TO WRK-TRF-MOTIVO-DEBITO
           MOVE SPACES TO WRK-TRF-MOTIVO-CREDITO
           MOVE WRK-TRF-CPF-ORIGEM TO CLI-CPF
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO: " WRK-TRF-CPF-ORIGEM
                   SET TRF-CADASTRO-AUSENTE TO TRUE
               NOT INVALID KEY
                   PERFORM CRITICAR-PERNA-DEBITO
           END-READ
           PERFORM CONFERIR-LEITURA-PERNA
           MOVE WRK-TRF-CPF-DESTINO TO CLI-CPF
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO: "
                       WRK-TRF-CPF-DESTINO
                   SET TRF-CADASTRO-AUSENTE TO TRUE
               NOT INVALID KEY
                   PERFORM CRITICAR-PERNA-CREDITO
           END-READ
           PERFORM CONFERIR-LEITURA-PERNA
           EVALUATE TRUE
               WHEN TRF-CADASTRO-AUSENTE
                   SET TRANSFERENCIA-REJEITADA TO TRUE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN TRANSFERENCIA-REJEITADA
                   PERFORM REJEITAR-PAR-TRANSFERENCIA
               WHEN OTHER
                   PERFORM EFETIVAR-PAR-TRANSFERENCIA
           END-EVALUATE.

      *   Leitura que falhou sem ser chave inexistente (registro
      *   preso, erro de E/S): o cadastro da perna nao foi criticado
      *   e o par nao pode postar.
       CONFERIR-LEITURA-PERNA.
           IF NOT CLIENTES-OK AND NOT CLIENTES-NAO-ENCONTRADO
               DISPLAY "ERRO AO LER CLIENTE DA TRANSFERENCIA: " CLI-CPF
                   " - STATUS " WRK-CLIENTES-STATUS
               SET TRF-CADASTRO-AUSENTE TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

       CRITICAR-PERNA-DEBITO.
           MOVE CLIENTE-REC        TO WRK-TRF-CLIENTE-DEBITO
           MOVE WRK-TRF-CPF-ORIGEM TO MOV-CPF
           MOVE "D"                TO MOV-TIPO
           MOVE WRK-TRF-VALOR      TO MOV-VALOR
           PERFORM CRITICAR-POSTAGEM
           MOVE WRK-SALDO-PREVISTO TO WRK-TRF-SALDO-DEBITO
           IF POSTAGEM-REJEITADA
               MOVE WRK-MOTIVO-REJEICAO TO WRK-TRF-MOTIVO-DEBITO
               SET TRANSFERENCIA-REJEITADA TO TRUE
           END-IF.

       CRITICAR-PERNA-CREDITO.
           MOVE CLIENTE-REC         TO WRK-TRF-CLIENTE-CREDITO
           MOVE WRK-TRF-CPF-DESTINO TO MOV-CPF
           MOVE "C"                 TO MOV-TIPO
           MOVE WRK-TRF-VALOR       TO MOV-VALOR
           PERFORM CRITICAR-POSTAGEM
           MOVE WRK-SALDO-PREVISTO TO WRK-TRF-SALDO-CREDITO
           IF POSTAGEM-REJEITADA
               MOVE WRK-MOTIVO-REJEICAO TO WRK-TRF-MOTIVO-CREDITO
               SET TRANSFERENCIA-REJEITADA TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * EFETIVAR-PAR-TRANSFERENCIA
      *   Par aprovado: os numeros das duas pernas sao reservados
      *   antes da gravacao (debito e o credito seguinte), para cada
      *   perna carregar o numero da outra. As duas sao efetivadas
      *   pela EFETIVAR-POSTAGEM normal (saldo, jornal e extrato)
      *   sobre o cadastro lido e criticado na POSTAR-TRANSFERENCIA:
      *   nenhuma perna depende de uma releitura que possa falhar
      *   depois de a outra ja ter postado.
      *----------------------------------------------------------------
       EFETIVAR-PAR-TRANSFERENCIA.
           MOVE WRK-PROXIMO-NUMERO TO WRK-TRF-NUM-DEBITO
           COMPUTE WRK-TRF-NUM-CREDITO = WRK-PROXIMO-NUMERO + 1
           MOVE WRK-TRF-CPF-ORIGEM  TO MOV-CPF
           MOVE "D"                 TO MOV-TIPO
           MOVE WRK-TRF-VALOR       TO MOV-VALOR
           MOVE WRK-TRF-REF-DEBITO  TO WRK-ESTORNO-REF
           MOVE WRK-TRF-CPF-DESTINO TO WRK-CONTRAPARTE-CPF
           MOVE WRK-TRF-NUM-CREDITO TO WRK-CONTRAPARTE-NUM
           MOVE WRK-TRF-CLIENTE-DEBITO TO CLIENTE-REC
           PERFORM EFETIVAR-POSTAGEM
           MOVE WRK-TRF-CPF-DESTINO TO MOV-CPF
           MOVE "C"                 TO MOV-TIPO
           MOVE WRK-TRF-VALOR       TO MOV-VALOR
           MOVE WRK-TRF-REF-CREDITO TO WRK-ESTORNO-REF
           MOVE WRK-TRF-CPF-ORIGEM  TO WRK-CONTRAPARTE-CPF
           MOVE WRK-TRF-NUM-DEBITO  TO WRK-CONTRAPARTE-NUM
           MOVE WRK-TRF-CLIENTE-CREDITO TO CLIENTE-REC
           PERFORM EFETIVAR-POSTAGEM
           MOVE ZERO   TO WRK-ESTORNO-REF
           MOVE SPACES TO WRK-CONTRAPARTE-CPF
           MOVE ZERO   TO WRK-CONTRAPARTE-NUM.

      *----------------------------------------------------------------
      * REJEITAR-PAR-TRANSFERENCIA
      *   Par recusado: as duas pernas vao para o arquivo de
      *   rejeitados. A perna recusada leva o proprio motivo; a perna
      *   que passaria sozinha leva o motivo de contraparte recusada,
      *   para o risco ver que ela caiu por causa da outra. As duas
      *   pendencias abertas na fila ficam amarradas como par, cada
      *   uma com o lancamento que a sua perna estornaria.
      *----------------------------------------------------------------
       REJEITAR-PAR-TRANSFERENCIA.
           SET PEN-GRAVANDO-PAR TO TRUE
           IF WRK-TRF-MOTIVO-DEBITO = SPACES
               MOVE "CONTRAPARTE DA TRANSF RECUSADA"
                   TO WRK-TRF-MOTIVO-DEBITO
           END-IF
           IF WRK-TRF-MOTIVO-CREDITO = SPACES
               MOVE "CONTRAPARTE DA TRANSF RECUSADA"
                   TO WRK-TRF-MOTIVO-CREDITO
           END-IF
           MOVE WRK-TRF-CPF-ORIGEM     TO MOV-CPF
           MOVE "D"                    TO MOV-TIPO
           MOVE WRK-TRF-VALOR          TO MOV-VALOR
           MOVE WRK-TRF-SALDO-DEBITO   TO WRK-SALDO-PREVISTO
           MOVE WRK-TRF-MOTIVO-DEBITO  TO WRK-MOTIVO-REJEICAO
           MOVE WRK-TRF-REF-DEBITO     TO WRK-ESTORNO-REF
           PERFORM REGISTRAR-MOVIMENTO-REJEITADO
           DISPLAY "PERNA DE DEBITO " WRK-TRF-CPF-ORIGEM ": "
               WRK-TRF-MOTIVO-DEBITO
           MOVE WRK-TRF-CPF-DESTINO    TO MOV-CPF
           MOVE "C"                    TO MOV-TIPO
           MOVE WRK-TRF-VALOR          TO MOV-VALOR
           MOVE WRK-TRF-SALDO-CREDITO  TO WRK-SALDO-PREVISTO
           MOVE WRK-TRF-MOTIVO-CREDITO TO WRK-MOTIVO-REJEICAO
           MOVE WRK-TRF-REF-CREDITO    TO WRK-ESTORNO-REF
           PERFORM REGISTRAR-MOVIMENTO-REJEITADO
           DISPLAY "PERNA DE CREDITO " WRK-TRF-CPF-DESTINO ": "
               WRK-TRF-MOTIVO-CREDITO
           MOVE ZERO TO WRK-ESTORNO-REF
           SET PEN-GRAVANDO-AVULSA TO TRUE.

      *----------------------------------------------------------------
      * PROCESSAR-ORDEM-MANUT
      *   Modo ORDEM: inclui ou altera uma ordem permanente. O
           END-WRITE
           DISPLAY "OPERADOR " WRK-OPE-ID " GRAVADO".

      *----------------------------------------------------------------
      * PROCESSAR-TARIFA-MANUT
      *   Modo TARIF (so supervisor): inclui ou altera uma versao da
      *   tabela de tarifas lida pela cobranca mensal (PROG0015). O
      *   arquivo e criado na primeira manutencao, como o de ordens.
      *----------------------------------------------------------------
       PROCESSAR-TARIFA-MANUT.
           OPEN I-O TARIFAS-FILE
           IF TARIFAS-NAO-ENCONTRADO
               OPEN OUTPUT TARIFAS-FILE
               CLOSE TARIFAS-FILE
               OPEN I-O TARIFAS-FILE
           END-IF
           MOVE SPACES TO WRK-TAR-CODIGO
           MOVE ZERO   TO WRK-TAR-VIGENCIA
           DISPLAY TELA-TARIFA-CHAVE
           ACCEPT TELA-TARIFA-CHAVE
           IF WRK-TAR-VIGENCIA = ZERO
               MOVE WRK-DATA-EXECUCAO TO WRK-TAR-VIGENCIA
           END-IF
           MOVE WRK-TAR-VIGENCIA TO WRK-TAR-VIGENCIA-DETALHE
           EVALUATE TRUE
               WHEN WRK-TAR-CODIGO = SPACES
                   DISPLAY "INFORME O CODIGO DA TARIFA"
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-TVG-MES < 1 OR WRK-TVG-MES > 12
                 OR WRK-TVG-DIA < 1 OR WRK-TVG-DIA > 31
                   DISPLAY "VIGENCIA INVALIDA: " WRK-TAR-VIGENCIA
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM PREPARAR-TARIFA-EDICAO
                   DISPLAY TELA-TARIFA-DADOS
                   ACCEPT TELA-TARIFA-DADOS
                   PERFORM CRITICAR-E-GRAVAR-TARIFA
           END-EVALUATE
           CLOSE TARIFAS-FILE.

      *----------------------------------------------------------------
      * PREPARAR-TARIFA-EDICAO
      *   Carrega a versao pedida para os campos da tela; versao nova
      *   comeca com os valores iniciais (todas as situacoes, sem
      *   faixa de saldo, sem regra de movimentos, ativa).
      *----------------------------------------------------------------
       PREPARAR-TARIFA-EDICAO.
           SET TARIFA-NOVA TO TRUE
           MOVE WRK-TAR-CODIGO   TO TAR-CODIGO
           MOVE WRK-TAR-VIGENCIA TO TAR-VIGENCIA
           READ TARIFAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TARIFA-ACHADA TO TRUE
           END-READ
           IF TARIFA-ACHADA
               MOVE TAR-DESCRICAO     TO WRK-TAR-DESCRICAO
               MOVE TAR-VALOR         TO WRK-TAR-VALOR
               MOVE TAR-SITUACAO      TO WRK-TAR-SITUACAO
               MOVE TAR-SALDO-MINIMO  TO WRK-TAR-SALDO-MIN
               MOVE TAR-SALDO-MAXIMO  TO WRK-TAR-SALDO-MAX
               MOVE TAR-MOVTOS-MINIMO TO WRK-TAR-MOVTOS-MIN
               MOVE TAR-MOVTOS-MAXIMO TO WRK-TAR-MOVTOS-MAX
               MOVE TAR-ATIVA         TO WRK-TAR-ATIVA
           ELSE
               MOVE SPACES TO WRK-TAR-DESCRICAO
               MOVE ZERO   TO WRK-TAR-VALOR
               MOVE "T"    TO WRK-TAR-SITUACAO
               MOVE ZERO   TO WRK-TAR-SALDO-MIN
               MOVE ZERO   TO WRK-TAR-SALDO-MAX
               MOVE ZERO   TO WRK-TAR-MOVTOS-MIN
               MOVE ZERO   TO WRK-TAR-MOVTOS-MAX
               MOVE "S"    TO WRK-TAR-ATIVA
           END-IF.

      *----------------------------------------------------------------
      * CRITICAR-E-GRAVAR-TARIFA
      *   Critica os dados digitados (descricao, valor positivo,
      *   situacao T/A, faixa de saldo e de movimentos coerentes,
      *   flag S/N) e grava a versao -- WRITE para inclusao, REWRITE
      *   quando codigo e vigencia ja existem.
      *----------------------------------------------------------------
       CRITICAR-E-GRAVAR-TARIFA.
           EVALUATE TRUE
               WHEN WRK-TAR-DESCRICAO = SPACES
                   DISPLAY "INFORME A DESCRICAO DA TARIFA"
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-TAR-VALOR NOT > ZERO
                   DISPLAY "VALOR DA TARIFA DEVE SER MAIOR QUE ZERO"
                   MOVE 4 TO RETURN-CODE
               WHEN NOT TAR-SITUACAO-VALIDA
                   DISPLAY "SITUACAO INVALIDA: '" WRK-TAR-SITUACAO
                       "' - USE T (TODAS) OU A (ATIVAS)"
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-TAR-SALDO-MAX < WRK-TAR-SALDO-MIN
                   DISPLAY "SALDO MAXIMO MENOR QUE O SALDO MINIMO"
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-TAR-MOVTOS-MAX > ZERO
                AND WRK-TAR-MOVTOS-MAX < WRK-TAR-MOVTOS-MIN
                   DISPLAY "MOVIMENTOS MAXIMO MENOR QUE O MINIMO"
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-TAR-ATIVA NOT = "S" AND WRK-TAR-ATIVA NOT = "N"
                   DISPLAY "FLAG DE ATIVA INVALIDO: '" WRK-TAR-ATIVA
                       "' - USE S OU N"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM GRAVAR-TARIFA
           END-EVALUATE.

       GRAVAR-TARIFA.
           MOVE WRK-TAR-CODIGO     TO TAR-CODIGO
           MOVE WRK-TAR-VIGENCIA   TO TAR-VIGENCIA
           MOVE WRK-TAR-DESCRICAO  TO TAR-DESCRICAO
           MOVE WRK-TAR-VALOR      TO TAR-VALOR
           MOVE WRK-TAR-SITUACAO   TO TAR-SITUACAO
           MOVE WRK-TAR-SALDO-MIN  TO TAR-SALDO-MINIMO
           MOVE WRK-TAR-SALDO-MAX  TO TAR-SALDO-MAXIMO
           MOVE WRK-TAR-MOVTOS-MIN TO TAR-MOVTOS-MINIMO
           MOVE WRK-TAR-MOVTOS-MAX TO TAR-MOVTOS-MAXIMO
           MOVE WRK-TAR-ATIVA      TO TAR-ATIVA
           WRITE TARIFA-REC
               INVALID KEY
                   REWRITE TARIFA-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR TARIFA "
                               WRK-TAR-CODIGO
                           MOVE 4 TO RETURN-CODE
                   END-REWRITE
           END-WRITE
           DISPLAY "TARIFA " WRK-TAR-CODIGO " VIGENCIA "
               WRK-TAR-VIGENCIA " GRAVADA".

      *----------------------------------------------------------------
      * PROCESSAR-PENDENCIAS
      *   Modo PENDE: revisao da fila de movimentos rejeitados de um
      *   cliente. As pendencias abertas sao mostradas uma a uma; o
      *   operador reposta (o movimento passa de novo pela critica
      *   normal e, aceito, gera o lancamento com a origem original)
      *   ou cancela com o motivo. Pendencia de par de transferencia
      *   reposta e cancela junto com a outra perna.
      *----------------------------------------------------------------
       PROCESSAR-PENDENCIAS.
           MOVE SPACES TO WRK-PEN-CPF
           DISPLAY TELA-PENDENCIA-CPF
           ACCEPT TELA-PENDENCIA-CPF
           IF WRK-PEN-CPF = SPACES
               DISPLAY "INFORME O CPF DO CLIENTE"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM CARREGAR-PENDENCIAS-CLIENTE
               IF WRK-PEN-QTDE = ZERO
                   DISPLAY "NENHUMA PENDENCIA ABERTA PARA O CPF "
                       WRK-PEN-CPF
               ELSE
                   IF WRK-PEN-EXCEDENTES > ZERO
                       DISPLAY WRK-PEN-EXCEDENTES " PENDENCIAS ALEM "
                           "DAS 50 PRIMEIRAS: REPITA O MODO PENDE"
                   END-IF
                   SET PEN-LISTA-CONTINUA TO TRUE
                   PERFORM MOSTRAR-PENDENCIA
                       VARYING WRK-PEN-IND FROM 1 BY 1
                       UNTIL WRK-PEN-IND > WRK-PEN-QTDE
                          OR PEN-LISTA-FIM
                   DISPLAY "PENDENCIAS DO CPF " WRK-PEN-CPF ": "
                       WRK-PEN-REPOSTADAS " REPOSTADAS, "
                       WRK-PEN-CANCELADAS " CANCELADAS"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CARREGAR-PENDENCIAS-CLIENTE
      *   Percorre a fila pela chave de CPF e guarda os numeros das
      *   pendencias ainda abertas do cliente (ate 50 por vez).
      *----------------------------------------------------------------
       CARREGAR-PENDENCIAS-CLIENTE.
           MOVE ZERO TO WRK-PEN-QTDE
           MOVE ZERO TO WRK-PEN-EXCEDENTES
           MOVE WRK-PEN-CPF TO PEN-CPF
           START PENDENTES-FILE KEY IS EQUAL TO PEN-CPF
               INVALID KEY
                   SET PENDENTES-FIM TO TRUE
               NOT INVALID KEY
                   PERFORM LER-PROXIMA-PENDENCIA
           END-START
           PERFORM GUARDAR-PENDENCIA-CLIENTE UNTIL PENDENTES-FIM.

       GUARDAR-PENDENCIA-CLIENTE.
           IF PEN-CPF NOT = WRK-PEN-CPF
               SET PENDENTES-FIM TO TRUE
           ELSE
               IF PEN-PENDENTE
                   IF WRK-PEN-QTDE < 50
                       ADD 1 TO WRK-PEN-QTDE
                       MOVE PEN-ID TO WRK-PEN-LISTA-ID(WRK-PEN-QTDE)
                   ELSE
                       ADD 1 TO WRK-PEN-EXCEDENTES
                   END-IF
               END-IF
               PERFORM LER-PROXIMA-PENDENCIA
           END-IF.

      *----------------------------------------------------------------
      * MOSTRAR-PENDENCIA
      *   Rele a pendencia pelo numero: a outra perna de um par ja
      *   tratado nesta mesma lista nao esta mais aberta e e pulada.
      *----------------------------------------------------------------
       MOSTRAR-PENDENCIA.
           MOVE WRK-PEN-LISTA-ID(WRK-PEN-IND) TO PEN-ID
           READ PENDENTES-FILE KEY IS PEN-ID
               INVALID KEY
                   DISPLAY "PENDENCIA NAO ENCONTRADA: " PEN-ID
               NOT INVALID KEY
                   IF PEN-PENDENTE
                       PERFORM TRATAR-PENDENCIA
                   END-IF
           END-READ.

       TRATAR-PENDENCIA.
           PERFORM MONTAR-TELA-PENDENCIA
           MOVE "S" TO WRK-PEN-OPCAO
           MOVE SPACES TO WRK-PI-MOTIVO-CANCEL
           DISPLAY TELA-PENDENCIA-ITEM
           ACCEPT TELA-PENDENCIA-ITEM
           EVALUATE TRUE
               WHEN PEN-OPCAO-REPOSTAR
                   IF PEN-ID-PAR > ZERO
                       PERFORM REPOSTAR-PAR-PENDENTE
                   ELSE
                       PERFORM REPOSTAR-PENDENCIA
                   END-IF
               WHEN PEN-OPCAO-CANCELAR
                   PERFORM CANCELAR-PENDENCIA
               WHEN PEN-OPCAO-ENCERRAR
                   SET PEN-LISTA-FIM TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * MONTAR-TELA-PENDENCIA
      *   Copia a pendencia lida para a tela, descrevendo a origem
      *   com a referencia que ela carrega.
      *----------------------------------------------------------------
       MONTAR-TELA-PENDENCIA.
           MOVE PEN-ID            TO WRK-PI-ID
           MOVE PEN-DATA-REJEICAO TO WRK-PI-DATA
           MOVE PEN-TIPO          TO WRK-PI-TIPO
           MOVE PEN-VALOR         TO WRK-PI-VALOR
           MOVE PEN-MOTIVO        TO WRK-PI-MOTIVO
           MOVE PEN-OPERADOR      TO WRK-PI-OPERADOR
           MOVE PEN-ID-PAR        TO WRK-PI-PAR
           MOVE SPACES            TO WRK-PI-ORIGEM
           EVALUATE TRUE
               WHEN PEN-ORIGEM-LOTE
                   STRING "LOTE MOVAR AG " PEN-LOTE-AGENCIA
                       " NR " PEN-LOTE-NUMERO
                       DELIMITED BY SIZE INTO WRK-PI-ORIGEM
               WHEN PEN-ORIGEM-ORDEM
                   STRING "ORDEM PERMANENTE " PEN-ORDEM-NUMERO
                       DELIMITED BY SIZE INTO WRK-PI-ORIGEM
               WHEN PEN-ORIGEM-TRANSF
                   STRING "TRANSF CONTRAPARTE " PEN-CPF-CONTRAPARTE
                       DELIMITED BY SIZE INTO WRK-PI-ORIGEM
               WHEN PEN-ORIGEM-ESTORNO
                   STRING "ESTORNO DO LANCTO " PEN-NUM-ESTORNADO
                       DELIMITED BY SIZE INTO WRK-PI-ORIGEM
               WHEN PEN-ORIGEM-TARIFA
                   STRING "TARIFA " PEN-TARIFA-CODIGO
                       " COMPET. " PEN-TARIFA-COMPET
                       DELIMITED BY SIZE INTO WRK-PI-ORIGEM
               WHEN OTHER
                   MOVE "BALCAO (MOVTO)" TO WRK-PI-ORIGEM
           END-EVALUATE.

      *----------------------------------------------------------------
      * REPOSTAR-PENDENCIA
      *   Reposta uma pendencia avulsa pela POSTAR-TRANSACAO, com o
      *   lancamento gravado na origem do movimento original. Aceita,
      *   a pendencia fica resolvida com o numero do lancamento;
      *   recusada de novo, continua aberta.
      *----------------------------------------------------------------
       REPOSTAR-PENDENCIA.
           PERFORM CONFERIR-ESTORNO-PENDENTE
           IF REPOSTAGEM-LIBERADA
               MOVE PEN-CPF           TO MOV-CPF
               MOVE PEN-TIPO          TO MOV-TIPO
               MOVE PEN-VALOR         TO MOV-VALOR
               MOVE PEN-NUM-ESTORNADO TO WRK-ESTORNO-REF
               MOVE PEN-ORIGEM        TO WRK-PEN-ORIGEM-REPOSTA
               MOVE MOV-CPF TO CLI-CPF
               READ CLIENTES-FILE
                   INVALID KEY
                       DISPLAY "CLIENTE NAO ENCONTRADO: " MOV-CPF
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   NOT INVALID KEY
                       MOVE WRK-PROXIMO-NUMERO TO WRK-PEN-NUM-NOVO
                       SET REPOSTAGEM-EM-CURSO TO TRUE
                       PERFORM POSTAR-TRANSACAO
                       SET REPOSTAGEM-ENCERRADA TO TRUE
                       IF POSTAGEM-REJEITADA
                           DISPLAY "PENDENCIA " PEN-ID
                               " RECUSADA DE NOVO: "
                               WRK-MOTIVO-REJEICAO
                       ELSE
                           PERFORM MARCAR-PENDENCIA-REPOSTADA
                       END-IF
               END-READ
               MOVE ZERO TO WRK-ESTORNO-REF
           END-IF.

      *----------------------------------------------------------------
      * REPOSTAR-PAR-PENDENTE
      *   Reposta as duas pendencias de um par de transferencia pela
      *   POSTAR-TRANSFERENCIA: as pernas voltam a criticar juntas e
      *   so postam juntas. A outra perna precisa estar aberta.
      *----------------------------------------------------------------
       REPOSTAR-PAR-PENDENTE.
           SET REPOSTAGEM-LIBERADA TO TRUE
           MOVE ZERO TO WRK-TRF-REF-DEBITO
           MOVE ZERO TO WRK-TRF-REF-CREDITO
           MOVE PEN-ORIGEM TO WRK-PEN-ORIGEM-REPOSTA
           PERFORM CARREGAR-PERNA-PAR
           MOVE PEN-ID-PAR TO PEN-ID
           READ PENDENTES-FILE KEY IS PEN-ID
               INVALID KEY
                   DISPLAY "PENDENCIA DO PAR NAO ENCONTRADA: " PEN-ID
                   SET REPOSTAGEM-RECUSADA TO TRUE
               NOT INVALID KEY
                   IF PEN-PENDENTE
                       PERFORM CARREGAR-PERNA-PAR
                   ELSE
                       DISPLAY "PENDENCIA DO PAR " PEN-ID
                           " JA RESOLVIDA"
                       SET REPOSTAGEM-RECUSADA TO TRUE
                   END-IF
           END-READ
           IF REPOSTAGEM-LIBERADA
               PERFORM CONFERIR-ESTORNO-PENDENTE
           END-IF
           IF REPOSTAGEM-LIBERADA
               SET REPOSTAGEM-EM-CURSO TO TRUE
               PERFORM POSTAR-TRANSFERENCIA
               SET REPOSTAGEM-ENCERRADA TO TRUE
               IF TRANSFERENCIA-EFETIVADA
                   MOVE WRK-PEN-ID-DEBITO  TO PEN-ID
                   MOVE WRK-TRF-NUM-DEBITO TO WRK-PEN-NUM-NOVO
                   PERFORM MARCAR-PENDENCIA-REPOSTADA
                   MOVE WRK-PEN-ID-CREDITO  TO PEN-ID
                   MOVE WRK-TRF-NUM-CREDITO TO WRK-PEN-NUM-NOVO
                   PERFORM MARCAR-PENDENCIA-REPOSTADA
               ELSE
                   DISPLAY "PAR DE PENDENCIAS " WRK-PEN-ID-DEBITO
                       "/" WRK-PEN-ID-CREDITO " RECUSADO DE NOVO"
               END-IF
           ELSE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE ZERO TO WRK-TRF-REF-DEBITO
           MOVE ZERO TO WRK-TRF-REF-CREDITO.

      *   A perna de debito da a origem do par, a de credito o
      *   destino; cada uma traz o lancamento que estornaria.
       CARREGAR-PERNA-PAR.
           MOVE PEN-VALOR TO WRK-TRF-VALOR
           IF PEN-DEBITO
               MOVE PEN-CPF           TO WRK-TRF-CPF-ORIGEM
               MOVE PEN-NUM-ESTORNADO TO WRK-TRF-REF-DEBITO
               MOVE PEN-ID            TO WRK-PEN-ID-DEBITO
           ELSE
               MOVE PEN-CPF           TO WRK-TRF-CPF-DESTINO
               MOVE PEN-NUM-ESTORNADO TO WRK-TRF-REF-CREDITO
               MOVE PEN-ID            TO WRK-PEN-ID-CREDITO
           END-IF.

      *----------------------------------------------------------------
      * CONFERIR-ESTORNO-PENDENTE
      *   Pendencia de estorno: o lancamento (ou a contraparte de
      *   transferencia) pode ter sido estornado por outro caminho
      *   desde a recusa. Nesse caso a repostagem estornaria duas
      *   vezes e e recusada; a pendencia deve ser cancelada.
      *----------------------------------------------------------------
       CONFERIR-ESTORNO-PENDENTE.
           SET REPOSTAGEM-LIBERADA TO TRUE
           IF PEN-NUM-ESTORNADO > ZERO
               MOVE PEN-NUM-ESTORNADO TO WRK-EST-NUMERO
               PERFORM LOCALIZAR-LANCAMENTO-ORIGINAL
               EVALUATE TRUE
                   WHEN ORIGINAL-AUSENTE
                       DISPLAY "LANCAMENTO NAO ENCONTRADO: "
                           WRK-EST-NUMERO
                       SET REPOSTAGEM-RECUSADA TO TRUE
                   WHEN JA-ESTORNADO
                       DISPLAY "LANCAMENTO " WRK-EST-NUMERO
                           " JA FOI ESTORNADO"
                       SET REPOSTAGEM-RECUSADA TO TRUE
                   WHEN CONTRAPARTE-JA-ESTORNADA
                       DISPLAY "CONTRAPARTE " WRK-EST-ORIG-CONTRA-NUM
                           " DA TRANSFERENCIA JA FOI ESTORNADA"
                       SET REPOSTAGEM-RECUSADA TO TRUE
               END-EVALUATE
           END-IF
           IF REPOSTAGEM-RECUSADA
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * CANCELAR-PENDENCIA
      *   Cancela a pendencia corrente com o motivo informado na
      *   tela (obrigatorio) e, se ela for perna de um par, a outra
      *   perna junto.
      *----------------------------------------------------------------
       CANCELAR-PENDENCIA.
           IF WRK-PI-MOTIVO-CANCEL = SPACES
               DISPLAY "INFORME O MOTIVO DO CANCELAMENTO - PENDENCIA "
                   PEN-ID " MANTIDA"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE PEN-ID-PAR TO WRK-PEN-ID-PAR
               PERFORM MARCAR-PENDENCIA-CANCELADA
               IF WRK-PEN-ID-PAR > ZERO
                   MOVE WRK-PEN-ID-PAR TO PEN-ID
                   PERFORM MARCAR-PENDENCIA-CANCELADA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * MARCAR-PENDENCIA-REPOSTADA / MARCAR-PENDENCIA-CANCELADA
      *   Releem a pendencia de PEN-ID e regravam com a resolucao, o
      *   operador e a data de execucao.
      *----------------------------------------------------------------
       MARCAR-PENDENCIA-REPOSTADA.
           READ PENDENTES-FILE KEY IS PEN-ID
               INVALID KEY
                   DISPLAY "PENDENCIA NAO ENCONTRADA: " PEN-ID
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   SET PEN-REPOSTADA TO TRUE
                   MOVE WRK-PEN-NUM-NOVO TO PEN-NUM-REPOSTADO
                   PERFORM REGRAVAR-PENDENCIA
                   ADD 1 TO WRK-PEN-REPOSTADAS
                   DISPLAY "PENDENCIA " PEN-ID
                       " REPOSTADA NO LANCAMENTO " WRK-PEN-NUM-NOVO
           END-READ.

       MARCAR-PENDENCIA-CANCELADA.
           READ PENDENTES-FILE KEY IS PEN-ID
               INVALID KEY
                   DISPLAY "PENDENCIA NAO ENCONTRADA: " PEN-ID
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   IF PEN-PENDENTE
                       SET PEN-CANCELADA TO TRUE
                       MOVE WRK-PI-MOTIVO-CANCEL TO PEN-MOTIVO-CANCEL
                       PERFORM REGRAVAR-PENDENCIA
                       ADD 1 TO WRK-PEN-CANCELADAS
                       DISPLAY "PENDENCIA " PEN-ID " CANCELADA"
                   END-IF
           END-READ.

       REGRAVAR-PENDENCIA.
           MOVE WRK-OPERADOR-ID   TO PEN-OPERADOR-RESOL
           MOVE WRK-DATA-EXECUCAO TO PEN-DATA-RESOLUCAO
           REWRITE PENDENTE-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR PENDENCIA " PEN-ID
                       " - STATUS " WRK-PENDENTES-STATUS
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

      *----------------------------------------------------------------
      * DESCREVER-SITUACAO
      *   Traduz o codigo de situacao do registro corrente para o
           CLOSE ERROR-LOG-FILE.
           CLOSE JORNAL-FILE.
           CLOSE REJEITADOS-FILE.
           CLOSE PENDENTES-FILE.

      *----------------------------------------------------------------
      * GRAVAR-JORNAL-CLIENTE
               WHEN MODO-SITUACAO      MOVE "SITUA" TO JRN-MODO
               WHEN MODO-ESTORNO       MOVE "ESTOR" TO JRN-MODO
               WHEN MODO-ORDEM-EXEC    MOVE "ORDEX" TO JRN-MODO
               WHEN MODO-TRANSFERENCIA MOVE "TRANF" TO JRN-MODO
               WHEN MODO-PENDENCIA     MOVE "PENDE" TO JRN-MODO
               WHEN MODO-CADASTRO-ARQUIVO MOVE "CADAR" TO JRN-MODO
               WHEN OTHER              MOVE SPACES  TO JRN-MODO
           END-EVALUATE
           MOVE WRK-OPERADOR-ID TO JRN-OPERADOR
