           02 ES-CODPROD    PIC X(06).
           02 ES-SALDO      PIC 9(05).
           02 ES-MINIMO     PIC 9(05).
           02 ES-CUSTO-MEDIO PIC 9(06)V99.
           02 ES-LOTE        PIC 9(05).
       FD  PEDIDOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDIDOS.DAT".
