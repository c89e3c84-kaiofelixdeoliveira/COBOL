      *================================================================
      * Copybook: SALDOMES.cpy
      * Layout do extrato mensal de saldos por cliente (arquivo
      * SALDOMES), apurado do historico diario de saldos: saldo medio
      * diario, minimo, maximo e dias em descoberto na competencia.
      * Gravado pelo saldo medio mensal e lido por quem precisar do
      * comportamento de saldo do mes (produto, risco, cobranca).
      *----------------------------------------------------------------
      * Historico de alteracoes
      *   2026-10-15  KFO  Criacao. O saldo medio pondera cada
      *                    fotografia pelos dias corridos ate a
      *                    seguinte (ou ate o fim do mes): fim de
      *                    semana e feriado, sem noite de lote, ficam
      *                    com o saldo da ultima fotografia.
      *                    SMS-DIAS-APURADOS conta os dias corridos
      *                    cobertos, da primeira fotografia do mes ao
      *                    ultimo dia; saldo, limite e situacao finais
      *                    sao os da ultima fotografia.
      *================================================================
       01  SALDO-MES-REC.
           02  SMS-COMPETENCIA     PIC 9(06).
           02  SMS-CPF             PIC X(11).
           02  SMS-SALDO-MEDIO     PIC S9(16)V9(02).
           02  SMS-SALDO-MINIMO    PIC S9(16)V9(02).
           02  SMS-SALDO-MAXIMO    PIC S9(16)V9(02).
           02  SMS-SALDO-FINAL     PIC S9(16)V9(02).
           02  SMS-LIMITE-CREDITO  PIC S9(16)V9(02).
           02  SMS-SITUACAO        PIC X.
               88  SMS-ATIVA          VALUE "A" " ".
               88  SMS-BLOQUEADA      VALUE "B".
               88  SMS-ENCERRADA      VALUE "E".
           02  SMS-DIAS-APURADOS   PIC 9(02).
           02  SMS-DIAS-DESCOBERTO PIC 9(02).
           02  SMS-QTDE-FOTOS      PIC 9(02).
