           02  CLAS-NUMERO         PIC 9(09).
           02  CLAS-NUM-ESTORNADO  PIC 9(09).
           02  CLAS-OPERADOR       PIC X(08).
           02  CLAS-CPF-CONTRAPARTE PIC X(11).
           02  CLAS-NUM-CONTRAPARTE PIC 9(09).
           02  CLAS-ORIGEM         PIC X.

       FD  JORNAL-FILE
           LABEL RECORDS ARE STANDARD.
