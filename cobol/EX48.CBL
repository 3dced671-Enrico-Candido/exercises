           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
           SELECT NASCSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NS-NUMSOC
           FILE STATUS IS WS-FS-NASCSOC.
           SELECT AUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCKCTL ASSIGN TO DISK
           02 FILIAL1       PIC 9(02).
           02 SITSOC1       PIC X(01).
           02 DTSTATUS1     PIC 9(08).
       FD  NASCSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NASCSOC.DAT".
       01  REGNASCSOC.
           02 NS-NUMSOC     PIC 9(06).
           02 NS-DTNASC     PIC 9(08).
           02 NS-DTADMIS    PIC 9(08).
       FD  AUDIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.LOG".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-DEP           PIC 9(06) VALUE ZEROS.
       77  WS-RESP          PIC 9(06) VALUE ZEROS.
       77  WS-FS-NASCSOC    PIC X(02) VALUE SPACES.
       77  WS-TEM-NASCARQ   PIC X(03) VALUE "NAO".
       77  WS-IDADE-DEP     PIC 9(03) VALUE 24.
       77  WS-IDADE         PIC 9(03) VALUE ZEROS.
       01  WS-HOJE.
           02 WS-HOJE-ANO   PIC 9(04).
           02 WS-HOJE-MMDD  PIC 9(04).
       01  WS-NASC.
           02 WS-NASC-ANO   PIC 9(04).
           02 WS-NASC-MMDD  PIC 9(04).

       SCREEN SECTION.
       01  TELA-SIGNON.
               CLOSE FAMSOC
               OPEN I-O FAMSOC.
           OPEN INPUT CADSOC1.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-FS-NASCSOC.
           OPEN INPUT NASCSOC.
           IF  WS-FS-NASCSOC EQUAL "00"
               MOVE "SIM" TO WS-TEM-NASCARQ
           ELSE
               MOVE "NAO" TO WS-TEM-NASCARQ.
           OPEN EXTEND AUDIT.
           PERFORM EXIBE-MENU
                   UNTIL WS-OPCAO EQUAL "3".
           CLOSE FAMSOC CADSOC1 AUDIT.
           IF  WS-TEM-NASCARQ EQUAL "SIM"
               CLOSE NASCSOC.
           PERFORM LIBERA-TRAVA-ONLINE.
           STOP RUN.

                   MOVE "SIM" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               GO TO INCLUIR-VINCULO-FIM.
           MOVE "NAO" TO WS-ACHOU.
           IF  WS-TEM-NASCARQ EQUAL "SIM"
               MOVE WS-DEP TO NS-NUMSOC
               READ NASCSOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SIM" TO WS-ACHOU
               END-READ.
           IF  WS-ACHOU EQUAL "NAO"
               DISPLAY "DEPENDENTE SEM DATA DE NASCIMENTO"
               GO TO INCLUIR-VINCULO-FIM.
           MOVE NS-DTNASC TO WS-NASC.
           COMPUTE WS-IDADE = WS-HOJE-ANO - WS-NASC-ANO.
           IF  WS-HOJE-MMDD LESS WS-NASC-MMDD
               SUBTRACT 1 FROM WS-IDADE.
           IF  WS-IDADE NOT LESS WS-IDADE-DEP
               DISPLAY "DEPENDENTE COM IDADE ACIMA DO LIMITE"
               GO TO INCLUIR-VINCULO-FIM.
           MOVE WS-RESP TO NUMSOC1.
           MOVE "NAO" TO WS-ACHOU.
           READ CADSOC1
