           02 SU-DATA-ENT   PIC 9(08).
           02 SU-NUMSOC-APL PIC 9(06).
           02 SU-OPERADOR   PIC X(08).
           02 SU-MOTIVO     PIC X(02).
       FD  CADSOC1
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".
           02 PG-NOMSOC     PIC X(20).
           02 PG-VALOR      PIC 9(09)V99.
           02 PG-DATAPAG    PIC 9(08).
           02 PG-CAIXA      PIC X(08).
           02 PG-FORMA      PIC X(01).
           02 PG-RECIBO     PIC 9(08).
       FD  CREDSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".
           MOVE NOMSOC1     TO PG-NOMSOC.
           MOVE SU-VALOR    TO PG-VALOR.
           MOVE SU-DATAPAG  TO PG-DATAPAG.
           MOVE WS-OPERADOR TO PG-CAIXA.
           MOVE "S"         TO PG-FORMA.
           MOVE ZEROS       TO PG-RECIBO.
           WRITE REGPAGTO.
           MOVE "P"         TO SU-SITUACAO.
           MOVE WS-NUMSOC   TO SU-NUMSOC-APL.
