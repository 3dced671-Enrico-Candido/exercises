           SELECT CANCREQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CANCREQ.
           SELECT CANCSEQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CANCSEQ.
           SELECT RESTSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RESTSOC.
           SELECT AJINV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AJINV.
           SELECT AJMENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AJMENS.
           SELECT AJREPOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AJREPOS.
           SELECT AJIDADE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AJIDADE.
           SELECT PARM12 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARM12.
           VALUE OF FILE-ID IS "CANCREQ.DAT".
       01  REGCANCREQ.
           02 CQ-NUMNOTA    PIC 9(06).
           02 FILLER        PIC X(22).
       01  REGCANCHDR REDEFINES REGCANCREQ.
           02 CQH-MARCA     PIC X(07).
           02 CQH-DATA      PIC 9(08).
           02 CQH-SEQ       PIC 9(06).
           02 FILLER        PIC X(07).
       01  REGCANCTRL REDEFINES REGCANCREQ.
           02 CQT-MARCA     PIC X(07).
           02 CQT-QTDE      PIC 9(06).
           02 CQT-HASH      PIC 9(13)V99.
       FD  CANCSEQ
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CANCSEQ.DAT".
       01  REGCANCSEQ.
           02 CS-ULTIMO     PIC 9(06).
       FD  RESTSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RESTSOC.DAT".
       01  REGREST.
           02 RS-NUMSOC     PIC 9(06).
       FD  AJINV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AJINV.DAT".
       01  REGAJINV.
           02 AJ-NUMCONT    PIC 9(06).
           02 AJ-APROVADOR  PIC X(08).
       FD  AJMENS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AJMENS.DAT".
       01  REGAJMENS.
           02 AM-PROPOSTA   PIC 9(06).
           02 AM-APROVADOR  PIC X(08).
           02 AM-DATA-APR   PIC 9(08).
       FD  AJREPOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AJREPOS.DAT".
       01  REGAJREPOS.
           02 AE-PROPOSTA   PIC 9(06).
           02 AE-APROVADOR  PIC X(08).
           02 AE-DATA-APR   PIC 9(08).
       FD  AJIDADE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AJIDADE.DAT".
       01  REGAJIDADE.
           02 AI-TIPO       PIC X(01).
           02 AI-NUMSOC     PIC 9(06).
           02 AI-APROVADOR  PIC X(08).
           02 AI-DATA-APR   PIC 9(08).
       FD  PARM12
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARM12.DAT".
       77  WS-FS-IOERR      PIC X(02) VALUE "00".
       77  WS-FS-APROVACO   PIC X(02) VALUE SPACES.
       77  WS-FS-CANCREQ    PIC X(02) VALUE "00".
       77  WS-FS-CANCSEQ    PIC X(02) VALUE SPACES.
       77  WS-CANC-SEQ      PIC 9(06) VALUE ZEROS.
       77  WS-CANC-QTDE     PIC 9(06) VALUE ZEROS.
       77  WS-CANC-HASH     PIC 9(13)V99 VALUE ZEROS.
       77  WS-FS-RESTSOC    PIC X(02) VALUE "00".
       77  WS-FS-AJINV      PIC X(02) VALUE "00".
       77  WS-FS-AJMENS     PIC X(02) VALUE "00".
       77  WS-FS-AJREPOS    PIC X(02) VALUE "00".
       77  WS-FS-AJIDADE    PIC X(02) VALUE "00".
       77  WS-FS-PARM12     PIC X(02) VALUE "00".
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  FIMARQ           PIC X(03) VALUE "NAO".
           IF  WS-FS-APROVACO EQUAL "35"
               DISPLAY "PRG74 - SEM SOLICITACOES GRAVADAS"
               STOP RUN.
           OPEN OUTPUT CANCREQ RESTSOC AJINV AJMENS AJREPOS
                       AJIDADE.
           PERFORM GRAVA-HEADER-CANC.
           PERFORM LEITURA.
           PERFORM PRINCIPAL
                   UNTIL FIMARQ EQUAL "SIM".
           PERFORM GRAVA-TRAILER-CANC.
           CLOSE APROVACO CANCREQ RESTSOC AJINV AJMENS
                 AJREPOS AJIDADE.
           PERFORM GRAVA-PARM12.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.

       LIBERA-SOLICITACAO.
           IF  AP-TIPO EQUAL "C"
               MOVE SPACES   TO REGCANCREQ
               MOVE AP-CHAVE TO CQ-NUMNOTA
               WRITE REGCANCREQ
               ADD 1 TO WS-CANC-QTDE
               ADD CQ-NUMNOTA TO WS-CANC-HASH
           ELSE
               IF  AP-TIPO EQUAL "R"
                   MOVE AP-CHAVE TO RS-NUMSOC
                   WRITE REGREST
               ELSE
                   IF  AP-TIPO EQUAL "P"
                       MOVE AP-CHAVE TO WS-CORTE-APROV
                   ELSE
                       IF  AP-TIPO EQUAL "I"
                           MOVE AP-CHAVE     TO AJ-NUMCONT
                           MOVE AP-APROVADOR TO AJ-APROVADOR
                           WRITE REGAJINV
                       ELSE
                           IF  AP-TIPO EQUAL "M"
                               MOVE AP-CHAVE     TO AM-PROPOSTA
                               MOVE AP-APROVADOR TO AM-APROVADOR
                               MOVE AP-DATA-APR  TO AM-DATA-APR
                               WRITE REGAJMENS
                           ELSE
                               IF  AP-TIPO EQUAL "E"
                                   MOVE AP-CHAVE     TO AE-PROPOSTA
                                   MOVE AP-APROVADOR TO AE-APROVADOR
                                   MOVE AP-DATA-APR  TO AE-DATA-APR
                                   WRITE REGAJREPOS
                               ELSE
                                   IF  AP-TIPO EQUAL "D"
                                   OR  AP-TIPO EQUAL "S"
                                       MOVE AP-TIPO      TO AI-TIPO
                                       MOVE AP-CHAVE     TO AI-NUMSOC
                                       MOVE AP-APROVADOR TO AI-APROVADOR
                                       MOVE AP-DATA-APR  TO AI-DATA-APR
                                       WRITE REGAJIDADE.
           MOVE "E" TO AP-SITUACAO.
           REWRITE REGAPROVACO
               INVALID KEY
                           AP-SEQ.
           ADD 1 TO CT-LIBERADAS.

       GRAVA-HEADER-CANC.
           MOVE SPACES TO WS-FS-CANCSEQ.
           OPEN INPUT CANCSEQ.
           IF  WS-FS-CANCSEQ EQUAL "35"
               MOVE ZEROS TO REGCANCSEQ
           ELSE
               READ CANCSEQ
                           AT END
                                 MOVE ZEROS TO REGCANCSEQ
               END-READ
               CLOSE CANCSEQ.
           COMPUTE WS-CANC-SEQ = CS-ULTIMO + 1.
           MOVE SPACES       TO REGCANCREQ.
           MOVE "HEADER"     TO CQH-MARCA.
           MOVE WS-DATA-EXEC TO CQH-DATA.
           MOVE WS-CANC-SEQ  TO CQH-SEQ.
           WRITE REGCANCHDR.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "CANCREQ" TO WS-ARQ-ERRO.
           MOVE WS-FS-CANCREQ TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       GRAVA-TRAILER-CANC.
           MOVE "TRAILER"    TO CQT-MARCA.
           MOVE WS-CANC-QTDE TO CQT-QTDE.
           MOVE WS-CANC-HASH TO CQT-HASH.
           WRITE REGCANCTRL.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "CANCREQ" TO WS-ARQ-ERRO.
           MOVE WS-FS-CANCREQ TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           OPEN OUTPUT CANCSEQ.
           MOVE WS-CANC-SEQ TO CS-ULTIMO.
           WRITE REGCANCSEQ.
           CLOSE CANCSEQ.

       GRAVA-PARM12.
           OPEN OUTPUT PARM12.
           MOVE WS-CORTE-APROV TO PARM-CORTE.
