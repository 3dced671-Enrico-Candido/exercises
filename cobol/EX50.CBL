           02 ES-CODPROD    PIC X(06).
           02 ES-SALDO      PIC 9(05).
           02 ES-MINIMO     PIC 9(05).
           02 ES-CUSTO-MEDIO PIC 9(06)V99.
           02 ES-LOTE        PIC 9(05).
       FD  PRODMA2
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PRODMA2.DAT".
               MOVE ENT-CODPROD TO ES-CODPROD
               MOVE ENT-QTDE    TO ES-SALDO
               MOVE ZEROS       TO ES-MINIMO
               MOVE ZEROS       TO ES-CUSTO-MEDIO
               MOVE ZEROS       TO ES-LOTE
               WRITE REGESTOQUE
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ESTOQUE"
