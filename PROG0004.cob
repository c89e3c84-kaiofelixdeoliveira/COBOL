           02  CLAS-NUMERO         PIC 9(09).
           02  CLAS-NUM-ESTORNADO  PIC 9(09).
           02  CLAS-OPERADOR       PIC X(08).
           02  CLAS-CPF-CONTRAPARTE PIC X(11).
           02  CLAS-NUM-CONTRAPARTE PIC 9(09).
           02  CLAS-ORIGEM         PIC X.

       FD  RELATORIO-FILE
           LABEL RECORDS ARE STANDARD.
           01 LINHA-RELATORIO PIC X(115).

       WORKING-STORAGE SECTION.
           77 WRK-CLIENTES-STATUS  PIC XX VALUE "00".
      *   O numero do lancamento abre a linha (e ele que o operador
      *   informa no modo ESTOR para estornar a linha errada) e a
      *   coluna final amarra o estorno ao lancamento estornado,
      *   imprimindo o par casado. Nas duas pernas de uma
      *   transferencia entre clientes a ultima coluna mostra o CPF
      *   da outra ponta (DE no credito, PARA no debito).
           01 WRK-LINHA-DETALHE.
               02 WRK-LD-NUMERO    PIC 9(9).
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LD-ESTORNO.
                   03 WRK-LD-EST-ROTULO PIC X(8).
                   03 WRK-LD-EST-NUMERO PIC X(9).
               02 FILLER           PIC X(2) VALUE SPACES.
               02 WRK-LD-TRANSF.
                   03 WRK-LD-TRF-ROTULO PIC X(13).
                   03 WRK-LD-TRF-CPF    PIC X(11).

           01 WRK-LINHA-SALDO.
               02 WRK-LS-ROTULO    PIC X(24).
           ELSE
               MOVE SPACES TO WRK-LD-ESTORNO
           END-IF
      *   Lancamento anterior a transferencia entre clientes tem
      *   lixo ou espacos nos campos da contraparte.
           IF CLAS-NUM-CONTRAPARTE IS NUMERIC
              AND CLAS-NUM-CONTRAPARTE > ZERO
               IF CLAS-DEBITO
                   MOVE "TRANSF. PARA " TO WRK-LD-TRF-ROTULO
               ELSE
                   MOVE "TRANSF. DE   " TO WRK-LD-TRF-ROTULO
               END-IF
               MOVE CLAS-CPF-CONTRAPARTE TO WRK-LD-TRF-CPF
           ELSE
               MOVE SPACES TO WRK-LD-TRANSF
           END-IF
           MOVE WRK-LINHA-DETALHE TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

