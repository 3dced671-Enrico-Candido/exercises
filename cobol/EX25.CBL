           SELECT AUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDIT.
           SELECT NFEEVT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NFEEVT.
           SELECT RELCANC ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELCANC.
           SELECT RUNLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUNLOG.
           SELECT ARQCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQCTL.

           SELECT IOERR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
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
       FD  NOTAS
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "NOTAS.DAT".
           02 AUD-VALANTES    PIC 9(09)V99.
           02 FILLER          PIC X(01).
           02 AUD-VALDEPOIS   PIC 9(09)V99.
       FD  NFEEVT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NFEEVT.DAT".
       01  REGNFEEVT.
           02 EV-NUMNOTA      PIC 9(06).
           02 EV-EVENTO       PIC 9(06).
           02 EV-DATA         PIC 9(08).
           02 EV-NOTA-CANC    PIC 9(06).
           02 EV-JUSTIF       PIC X(40).
       FD  RELCANC LABEL RECORD OMITTED.
       01  REGRELCANC       PIC X(80).
       FD  RUNLOG
           02 RL-HORAFIM    PIC 9(08).
           02 RL-ELAPSED    PIC 9(07).
           02 RL-QTDE       PIC 9(07).
       FD  ARQCTL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ARQCTL.DAT".
       01  REGARQCTL.
           02 AR-PROGRAMA   PIC X(08).
           02 AR-ARQUIVO    PIC X(08).
           02 AR-DATA-ARQ   PIC 9(08).
           02 AR-SEQ        PIC 9(06).
           02 AR-QTDE       PIC 9(06).
           02 AR-HASH       PIC 9(13)V99.
           02 AR-SITUACAO   PIC X(01).
           02 AR-MOTIVO     PIC X(20).
           02 AR-DATA-PROC  PIC 9(08).
           02 AR-HORA       PIC 9(08).

       FD  IOERR
           LABEL RECORDS ARE STANDARD
       77  WS-FS-NOTASEXT   PIC X(02) VALUE "00".
       77  WS-FS-AUDIT      PIC X(02) VALUE "00".
       77  WS-FS-RELCANC    PIC X(02) VALUE "00".
       77  WS-FS-NFEEVT     PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  REQ-FIM          PIC X(03) VALUE "NAO".
       77  NOT-FIM          PIC X(03) VALUE "NAO".
       77  QT-NOTAS         PIC 9(04) VALUE ZEROS.
       77  CT-CANCELADAS    PIC 9(05) VALUE ZEROS.
       77  CT-RECUSADAS     PIC 9(05) VALUE ZEROS.
       77  CT-EVENTOS-NFE   PIC 9(05) VALUE ZEROS.
       77  WS-IX            PIC 9(03) VALUE ZEROS.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-JA-CANC       PIC X(03) VALUE "NAO".
       77  WS-TEM-DEV       PIC X(03) VALUE "NAO".
       77  WS-VAL-NOTA      PIC 9(08)V99 VALUE ZEROS.
       77  WS-DATA-EXEC     PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       77  WS-FS-ARQCTL     PIC X(02) VALUE SPACES.
       77  ACT-FIM          PIC X(03) VALUE "NAO".
       77  RCP-FIM          PIC X(03) VALUE "NAO".
       77  WS-ARQ-AUSENTE   PIC X(03) VALUE "NAO".
       77  WS-TEM-HEADER    PIC X(03) VALUE "NAO".
       77  WS-DATA-HEADER   PIC 9(08) VALUE ZEROS.
       77  WS-SEQ-HEADER    PIC 9(06) VALUE ZEROS.
       77  WS-SEQ-ESPERADA  PIC 9(06) VALUE ZEROS.
       77  WS-ULT-SEQ-ARQ   PIC 9(06) VALUE ZEROS.
       77  WS-ARQ-DUPLICADO PIC X(03) VALUE "NAO".
       77  WS-MOTIVO-RECUSA PIC X(20) VALUE SPACES.
       77  WS-SIT-RECEPCAO  PIC X(01) VALUE SPACES.
       77  WS-QTDE-CALC     PIC 9(06) VALUE ZEROS.
       77  WS-HASH-CALC     PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTDE-TRAILER  PIC 9(06) VALUE ZEROS.
       77  WS-HASH-TRAILER  PIC 9(13)V99 VALUE ZEROS.
       77  WS-TEM-TRAILER   PIC X(03) VALUE "NAO".
       01  TAB-NOTAS.
                 04 TAB-NOTAS-OCORR OCCURS 5000 TIMES
                                    INDEXED BY IX-NOT.
       PRINCIPAL-PROG.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INI  FROM TIME.
           PERFORM CONFERE-RECEPCAO
                   THRU CONFERE-RECEPCAO-FIM.
           IF  WS-MOTIVO-RECUSA NOT EQUAL SPACES
               PERFORM RECUSA-RECEPCAO
               GOBACK.
           PERFORM LE-ULTIMA-NOTA.
           PERFORM CARREGA-NOTAS.
           OPEN INPUT CANCREQ OUTPUT RELCANC.
           MOVE "AUDIT" TO WS-ARQ-ERRO.
           MOVE WS-FS-AUDIT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM ABRE-NFEEVT.
           WRITE REGRELCANC FROM CC-CAB1 AFTER ADVANCING PAGE.
           MOVE SPACES TO REGRELCANC.
           WRITE REGRELCANC AFTER ADVANCING 1 LINE.
           MOVE "AUDIT" TO WS-ARQ-ERRO.
           MOVE WS-FS-AUDIT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           CLOSE NFEEVT.
           MOVE "CLOSE" TO WS-OPER-ERRO.
           MOVE "NFEEVT" TO WS-ARQ-ERRO.
           MOVE WS-FS-NFEEVT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           IF  WS-ARQ-AUSENTE EQUAL "NAO"
               MOVE "P" TO WS-SIT-RECEPCAO
               PERFORM REGISTRA-RECEPCAO.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "REQUISICOES LIDAS......: " QT-REQ.
           DISPLAY "NOTAS CANCELADAS.......: " CT-CANCELADAS.
           DISPLAY "REQUISICOES RECUSADAS..: " CT-RECUSADAS.
           DISPLAY "EVENTOS NF-E GERADOS...: " CT-EVENTOS-NFE.

       ABRE-NFEEVT.
           MOVE SPACES TO WS-FS-NFEEVT.
           OPEN EXTEND NFEEVT.
           IF  WS-FS-NFEEVT EQUAL "35"
               OPEN OUTPUT NFEEVT.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "NFEEVT" TO WS-ARQ-ERRO.
           MOVE WS-FS-NFEEVT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           MOVE REGPRINT   TO TAB-NT-IMAGEM(QT-NOTAS).
           PERFORM LE-NOTA.

       CONFERE-RECEPCAO.
           MOVE "NAO" TO WS-ARQ-AUSENTE WS-TEM-HEADER WS-TEM-TRAILER.
           MOVE "NAO" TO RCP-FIM.
           MOVE ZEROS TO WS-QTDE-CALC WS-HASH-CALC.
           MOVE ZEROS TO WS-DATA-HEADER WS-SEQ-HEADER.
           MOVE SPACES TO WS-MOTIVO-RECUSA.
           MOVE SPACES TO WS-FS-CANCREQ.
           OPEN INPUT CANCREQ.
           IF  WS-FS-CANCREQ EQUAL "35"
               MOVE "SIM" TO WS-ARQ-AUSENTE
               GO TO CONFERE-RECEPCAO-FIM.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CANCREQ" TO WS-ARQ-ERRO.
           MOVE WS-FS-CANCREQ TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LE-RECEPCAO.
           PERFORM ACUMULA-RECEPCAO
                   UNTIL RCP-FIM EQUAL "SIM".
           CLOSE CANCREQ.
           PERFORM VALIDA-RECEPCAO
                   THRU VALIDA-RECEPCAO-FIM.
       CONFERE-RECEPCAO-FIM.
           EXIT.
       LE-RECEPCAO.
           READ CANCREQ
                       AT END
                             MOVE "SIM" TO RCP-FIM.
       ACUMULA-RECEPCAO.
           IF  CQH-MARCA EQUAL "HEADER"
               MOVE "SIM"    TO WS-TEM-HEADER
               MOVE CQH-DATA TO WS-DATA-HEADER
               MOVE CQH-SEQ  TO WS-SEQ-HEADER
           ELSE
               IF  CQT-MARCA EQUAL "TRAILER"
                   MOVE "SIM"    TO WS-TEM-TRAILER
                   MOVE CQT-QTDE TO WS-QTDE-TRAILER
                   MOVE CQT-HASH TO WS-HASH-TRAILER
               ELSE
                   ADD 1 TO WS-QTDE-CALC
                   ADD CQ-NUMNOTA TO WS-HASH-CALC.
           PERFORM LE-RECEPCAO.

       VALIDA-RECEPCAO.
           IF  WS-TEM-HEADER EQUAL "NAO"
               MOVE "ARQUIVO SEM HEADER" TO WS-MOTIVO-RECUSA
               GO TO VALIDA-RECEPCAO-FIM.
           IF  WS-TEM-TRAILER EQUAL "NAO"
               MOVE "ARQUIVO SEM TRAILER" TO WS-MOTIVO-RECUSA
               GO TO VALIDA-RECEPCAO-FIM.
           IF  WS-QTDE-TRAILER NOT EQUAL WS-QTDE-CALC
               MOVE "QTDE DIVERGE TRAILER" TO WS-MOTIVO-RECUSA
               GO TO VALIDA-RECEPCAO-FIM.
           IF  WS-HASH-TRAILER NOT EQUAL WS-HASH-CALC
               MOVE "HASH DIVERGE TRAILER" TO WS-MOTIVO-RECUSA
               GO TO VALIDA-RECEPCAO-FIM.
           PERFORM CONSULTA-ARQCTL.
           IF  WS-ARQ-DUPLICADO EQUAL "SIM"
               MOVE "ARQUIVO JA RECEBIDO" TO WS-MOTIVO-RECUSA
               GO TO VALIDA-RECEPCAO-FIM.
           IF  WS-ULT-SEQ-ARQ EQUAL ZEROS
               GO TO VALIDA-RECEPCAO-FIM.
           COMPUTE WS-SEQ-ESPERADA = WS-ULT-SEQ-ARQ + 1.
           IF  WS-SEQ-HEADER LESS WS-SEQ-ESPERADA
               MOVE "SEQUENCIA JA USADA" TO WS-MOTIVO-RECUSA
               GO TO VALIDA-RECEPCAO-FIM.
           IF  WS-SEQ-HEADER GREATER WS-SEQ-ESPERADA
               MOVE "SEQUENCIA SALTADA" TO WS-MOTIVO-RECUSA.
       VALIDA-RECEPCAO-FIM.
           EXIT.

       CONSULTA-ARQCTL.
           MOVE "NAO" TO WS-ARQ-DUPLICADO.
           MOVE ZEROS TO WS-ULT-SEQ-ARQ.
           MOVE "NAO" TO ACT-FIM.
           MOVE SPACES TO WS-FS-ARQCTL.
           OPEN INPUT ARQCTL.
           IF  WS-FS-ARQCTL EQUAL "35"
               MOVE "SIM" TO ACT-FIM
           ELSE
               PERFORM LE-ARQCTL
               PERFORM FILTRA-ARQCTL
                       UNTIL ACT-FIM EQUAL "SIM"
               CLOSE ARQCTL.
       LE-ARQCTL.
           READ ARQCTL
                       AT END
                             MOVE "SIM" TO ACT-FIM.
       FILTRA-ARQCTL.
           IF  AR-PROGRAMA EQUAL "PRG25"
           AND AR-ARQUIVO EQUAL "CANCREQ"
           AND AR-SITUACAO EQUAL "P"
               PERFORM CONFRONTA-ARQCTL.
           PERFORM LE-ARQCTL.
       CONFRONTA-ARQCTL.
           IF  AR-SEQ GREATER WS-ULT-SEQ-ARQ
               MOVE AR-SEQ TO WS-ULT-SEQ-ARQ.
           IF  AR-DATA-ARQ EQUAL WS-DATA-HEADER
           AND AR-SEQ EQUAL WS-SEQ-HEADER
               MOVE "SIM" TO WS-ARQ-DUPLICADO.
           IF  AR-QTDE GREATER ZERO
           AND AR-DATA-ARQ EQUAL WS-DATA-HEADER
           AND AR-QTDE EQUAL WS-QTDE-CALC
           AND AR-HASH EQUAL WS-HASH-CALC
               MOVE "SIM" TO WS-ARQ-DUPLICADO.

       REGISTRA-RECEPCAO.
           MOVE SPACES TO WS-FS-ARQCTL.
           OPEN EXTEND ARQCTL.
           IF  WS-FS-ARQCTL EQUAL "35"
               OPEN OUTPUT ARQCTL.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "ARQCTL" TO WS-ARQ-ERRO.
           MOVE WS-FS-ARQCTL TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG25"           TO AR-PROGRAMA.
           MOVE "CANCREQ"         TO AR-ARQUIVO.
           MOVE WS-DATA-HEADER    TO AR-DATA-ARQ.
           MOVE WS-SEQ-HEADER     TO AR-SEQ.
           MOVE WS-QTDE-CALC      TO AR-QTDE.
           MOVE WS-HASH-CALC      TO AR-HASH.
           MOVE WS-SIT-RECEPCAO   TO AR-SITUACAO.
           MOVE WS-MOTIVO-RECUSA  TO AR-MOTIVO.
           MOVE WS-DATA-EXEC      TO AR-DATA-PROC.
           ACCEPT AR-HORA FROM TIME.
           WRITE REGARQCTL.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "ARQCTL" TO WS-ARQ-ERRO.
           MOVE WS-FS-ARQCTL TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           CLOSE ARQCTL.

       RECUSA-RECEPCAO.
           MOVE "R" TO WS-SIT-RECEPCAO.
           PERFORM REGISTRA-RECEPCAO.
           DISPLAY "PRG25 - ARQUIVO CANCREQ RECUSADO: "
                   WS-MOTIVO-RECUSA.
           DISPLAY "PRG25 - DATA " WS-DATA-HEADER
                   " SEQUENCIA " WS-SEQ-HEADER
                   " REGISTROS " WS-QTDE-CALC.
           MOVE 16 TO RETURN-CODE.

       LE-REQUISICAO.
           READ CANCREQ
                       AT END
                             MOVE "SIM" TO REQ-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "CANCREQ" TO WS-ARQ-ERRO.
           MOVE WS-FS-CANCREQ TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       PRINCIPAL.
           IF  CQH-MARCA NOT EQUAL "HEADER"
           AND CQT-MARCA NOT EQUAL "TRAILER"
               ADD 1 TO QT-REQ
               PERFORM PROCESSA-CANCELAMENTO.
           PERFORM LE-REQUISICAO.

       PROCESSA-CANCELAMENTO.
           MOVE "NAO" TO WS-ACHOU WS-JA-CANC WS-TEM-DEV.
           PERFORM LOCALIZA-NOTA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-NOTAS.
                   WRITE REGRELCANC FROM CC-DET AFTER ADVANCING 1 LINE
                   ADD 1 TO CT-RECUSADAS
               ELSE
                   IF  WS-TEM-DEV EQUAL "SIM"
                       MOVE CQ-NUMNOTA TO CC-NOTA
                       MOVE "NOTA COM DEVOLUCAO PARCIAL" TO CC-SIT
                       WRITE REGRELCANC FROM CC-DET
                             AFTER ADVANCING 1 LINE
                       ADD 1 TO CT-RECUSADAS
                   ELSE
                       PERFORM GRAVA-CANCELAMENTO.

       LOCALIZA-NOTA.
           IF  TAB-NT-NUMNOTA(WS-IX) EQUAL CQ-NUMNOTA
           IF  TAB-NT-TIPO(WS-IX) EQUAL "C"
           AND TAB-NT-REF(WS-IX) EQUAL CQ-NUMNOTA
               MOVE "SIM" TO WS-JA-CANC.
           IF  TAB-NT-TIPO(WS-IX) EQUAL "D"
           AND TAB-NT-REF(WS-IX) EQUAL CQ-NUMNOTA
               MOVE "SIM" TO WS-TEM-DEV.

       GRAVA-CANCELAMENTO.
           ADD 1 TO WS-ULTIMA-NOTA.
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-NOTAS.
           PERFORM GRAVA-AUDITORIA-CANC.
           PERFORM GRAVA-EVENTO-NFE.
           MOVE CQ-NUMNOTA TO CC-NOTA.
           MOVE "CANCELADA" TO CC-SIT.
           WRITE REGRELCANC FROM CC-DET AFTER ADVANCING 1 LINE.
               MOVE WS-FS-NOTASEXT TO WS-FS-ERRO
               PERFORM TESTA-STATUS.

       GRAVA-EVENTO-NFE.
           MOVE CQ-NUMNOTA     TO EV-NUMNOTA.
           MOVE 110111         TO EV-EVENTO.
           MOVE WS-DATA-EXEC   TO EV-DATA.
           MOVE WS-ULTIMA-NOTA TO EV-NOTA-CANC.
           MOVE "CANCELAMENTO DA OPERACAO DE VENDA" TO EV-JUSTIF.
           WRITE REGNFEEVT.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "NFEEVT" TO WS-ARQ-ERRO.
           MOVE WS-FS-NFEEVT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD 1 TO CT-EVENTOS-NFE.

       GRAVA-AUDITORIA-CANC.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
