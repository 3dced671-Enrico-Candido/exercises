           SELECT REEMBOLSO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REEMBOLSO.
           SELECT REEMBHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HR-CHAVE
           FILE STATUS IS WS-FS-REEMBHIST.
           SELECT RELREEMB ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELREEMB.
           SELECT PARMDATA ASSIGN TO DISK
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REEMBOLSO.DAT".
       01  REGREEMBOLSO     PIC X(60).
       FD  REEMBHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REEMBHIST.DAT".
       01  REGREEMBHIST.
           02 HR-CHAVE.
              03 HR-NUMSOC  PIC 9(06).
              03 HR-DATA-ORIG PIC 9(08).
           02 HR-VALOR      PIC 9(09)V99.
           02 HR-DATA       PIC 9(08).
       FD  RELREEMB LABEL RECORD OMITTED.
       01  REGRELREEMB      PIC X(80).
       FD  PARMDATA
       77  WS-FS-CREDSOC    PIC X(02) VALUE "00".
       77  WS-FS-REEMBOLSO  PIC X(02) VALUE "00".
       77  WS-FS-RELREEMB   PIC X(02) VALUE "00".
       77  WS-FS-REEMBHIST  PIC X(02) VALUE SPACES.
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-CTLCOUNT   PIC X(02) VALUE "00".
           MOVE "RELREEMB" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELREEMB TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-REEMBHIST.
           OPEN I-O REEMBHIST.
           IF  WS-FS-REEMBHIST EQUAL "35"
               OPEN OUTPUT REEMBHIST
               CLOSE REEMBHIST
               OPEN I-O REEMBHIST.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "REEMBHIST" TO WS-ARQ-ERRO.
           MOVE WS-FS-REEMBHIST TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM GRAVA-HEADER.
           PERFORM LEITURA.
           PERFORM PRINCIPAL
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           PERFORM GRAVA-CONTAGEM.
           CLOSE CREDSOC REEMBOLSO RELREEMB REEMBHIST.
           MOVE "CLOSE" TO WS-OPER-ERRO.
           MOVE "CREDSOC" TO WS-ARQ-ERRO.
           MOVE WS-FS-CREDSOC TO WS-FS-ERRO.
           MOVE WS-FS-REEMBOLSO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD CR-VALOR TO WS-HASH-VALOR.
           PERFORM GRAVA-REEMBHIST.
           PERFORM IMPRIME-PROPOSTA.
           ADD 1 TO CT-REEMBOLSOS.
           ADD CR-VALOR TO WS-VALOR-PROP.
       AVALIA-CREDITO-FIM.
           EXIT.

       GRAVA-REEMBHIST.
           MOVE CR-NUMSOC    TO HR-NUMSOC.
           MOVE CR-DATA-ORIG TO HR-DATA-ORIG.
           MOVE CR-VALOR     TO HR-VALOR.
           MOVE WS-HOJE      TO HR-DATA.
           WRITE REGREEMBHIST
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF  WS-FS-REEMBHIST NOT EQUAL "22"
               MOVE "WRITE" TO WS-OPER-ERRO
               MOVE "REEMBHIST" TO WS-ARQ-ERRO
               MOVE WS-FS-REEMBHIST TO WS-FS-ERRO
               PERFORM TESTA-STATUS.

       IMPRIME-PROPOSTA.
           IF  CTLIN GREATER 30
               MOVE SPACES TO REGRELREEMB
