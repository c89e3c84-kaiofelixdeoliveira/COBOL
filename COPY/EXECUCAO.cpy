      *================================================================
      * Copybook: EXECUCAO.cpy
      * Layout do registro de controle de execucao da cadeia noturna
      * (arquivo RUNCTL, indexado por data de negocio + passo). Cada
      * passo da cadeia grava aqui o inicio, o fim, o retorno e as
      * contagens principais da execucao; antes de comecar, o passo
      * confere os predecessores e a propria execucao na data. Gravado
      * pelo CONTROLE-EXECUCAO (chamado pelos programas da cadeia) e
      * lido pelo relatorio de situacao da cadeia.
      *----------------------------------------------------------------
      * Historico de alteracoes
      *   2026-10-15  KFO  Criacao. EXE-SITUACAO: I em execucao (ou
      *                    interrompido sem registrar o fim), C
      *                    concluido (retorno ate 4), F falhou (retorno
      *                    8 ou mais), B bloqueado (predecessor nao
      *                    atendido; o passo nao rodou). O significado
      *                    das tres contagens depende do passo (lidos,
      *                    tratados, rejeitados/divergentes).
      *                    EXE-LIBERADO-POR guarda o supervisor que
      *                    liberou a reexecucao de um passo concluido.
      *   2026-10-15  KFO  C/F passam a ser decididos pelo limite de
      *                    falha do passo (CDA-RETORNO-FALHA na
      *                    CADEIA.cpy): C = retorno abaixo do limite,
      *                    F = retorno igual ou acima. O limite e 08
      *                    em todos os passos, exceto RESUMO (16):
      *                    retorno 8 do PROG0010 fica C.
      *================================================================
       01  EXECUCAO-REC.
           02  EXE-CHAVE.
               03  EXE-DATA            PIC 9(08).
               03  EXE-PASSO           PIC X(08).
           02  EXE-PROGRAMA        PIC X(08).
           02  EXE-SITUACAO        PIC X.
               88  EXE-EM-EXECUCAO    VALUE "I".
               88  EXE-CONCLUIDO      VALUE "C".
               88  EXE-FALHOU         VALUE "F".
               88  EXE-BLOQUEADO      VALUE "B".
           02  EXE-INICIO-DATA     PIC 9(08).
           02  EXE-INICIO-HORA     PIC 9(08).
           02  EXE-FIM-DATA        PIC 9(08).
           02  EXE-FIM-HORA        PIC 9(08).
           02  EXE-RETORNO         PIC 9(04).
           02  EXE-QTDE-LIDOS      PIC 9(09).
           02  EXE-QTDE-TRATADOS   PIC 9(09).
           02  EXE-QTDE-REJEITADOS PIC 9(09).
           02  EXE-EXECUCOES       PIC 9(03).
           02  EXE-LIBERADO-POR    PIC X(08).
           02  EXE-MENSAGEM        PIC X(40).
