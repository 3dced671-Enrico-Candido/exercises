       01  REGPAGTO.
           02 PA-FRENTE     PIC X(37).
           02 PA-DATAPAG    PIC 9(08).
           02 PA-RESTO      PIC X(17).
       FD  PAGTOSN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAGTOS.NEW".
       01  REGPAGTON        PIC X(62).
       FD  ARQARC
           LABEL RECORDS ARE STANDARD.
       01  REGARQARC        PIC X(80).
