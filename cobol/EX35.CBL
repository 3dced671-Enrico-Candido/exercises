           SELECT RUNLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUNLOG.
           SELECT ARQCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQCTL.
           SELECT IOERR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IOERR.
           02 TR-DEPTO-N REDEFINES TR-DEPTO PIC 9(03).
           02 TR-DATA-ADM   PIC X(08).
           02 TR-DATA-ADM-N REDEFINES TR-DATA-ADM PIC 9(08).
       01  REGTRANSHDR REDEFINES REGTRANS.
           02 THD-TIPO      PIC X(01).
           02 THD-DATA      PIC 9(08).
           02 THD-SEQ       PIC 9(06).
           02 FILLER        PIC X(37).
       01  REGTRANSTRL REDEFINES REGTRANS.
           02 TTR-TIPO      PIC X(01).
           02 TTR-QTDE      PIC 9(06).
           02 TTR-HASH      PIC 9(13)V99.
           02 FILLER        PIC X(30).
       FD  CADENT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CADENT.DAT".
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
       01  TAB-ENT.
                 04 TAB-ENT-OCORR OCCURS 5000 TIMES.
                       05 TAB-EN-CODIGO  PIC 9(07).
       PRINCIPAL-PROG.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INI  FROM TIME.
           PERFORM CONFERE-RECEPCAO
                   THRU CONFERE-RECEPCAO-FIM.
           IF  WS-MOTIVO-RECUSA NOT EQUAL SPACES
               PERFORM RECUSA-RECEPCAO
               GOBACK.
           PERFORM CARREGA-CADENT.
           OPEN INPUT TRANSENT OUTPUT REJTRANS RELMANU.
           MOVE "OPEN" TO WS-OPER-ERRO.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           CLOSE TRANSENT REJTRANS RELMANU.
           IF  WS-ARQ-AUSENTE EQUAL "NAO"
               MOVE "P" TO WS-SIT-RECEPCAO
               PERFORM REGISTRA-RECEPCAO.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           MOVE "A"     TO TAB-EN-MARCA(QT-ENT).
           PERFORM LE-CADENT.

       CONFERE-RECEPCAO.
           MOVE "NAO" TO WS-ARQ-AUSENTE WS-TEM-HEADER WS-TEM-TRAILER.
           MOVE "NAO" TO RCP-FIM.
           MOVE ZEROS TO WS-QTDE-CALC WS-HASH-CALC.
           MOVE ZEROS TO WS-DATA-HEADER WS-SEQ-HEADER.
           MOVE SPACES TO WS-MOTIVO-RECUSA.
           MOVE SPACES TO WS-FS-TRANSENT.
           OPEN INPUT TRANSENT.
           IF  WS-FS-TRANSENT EQUAL "35"
               MOVE "SIM" TO WS-ARQ-AUSENTE
               GO TO CONFERE-RECEPCAO-FIM.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "TRANSENT" TO WS-ARQ-ERRO.
           MOVE WS-FS-TRANSENT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LE-RECEPCAO.
           PERFORM ACUMULA-RECEPCAO
                   UNTIL RCP-FIM EQUAL "SIM".
           CLOSE TRANSENT.
           PERFORM VALIDA-RECEPCAO
                   THRU VALIDA-RECEPCAO-FIM.
       CONFERE-RECEPCAO-FIM.
           EXIT.
       LE-RECEPCAO.
           READ TRANSENT
                       AT END
                             MOVE "SIM" TO RCP-FIM.
       ACUMULA-RECEPCAO.
           IF  THD-TIPO EQUAL "0"
               MOVE "SIM"    TO WS-TEM-HEADER
               MOVE THD-DATA TO WS-DATA-HEADER
               MOVE THD-SEQ  TO WS-SEQ-HEADER
           ELSE
               IF  TTR-TIPO EQUAL "9"
                   MOVE "SIM"    TO WS-TEM-TRAILER
                   MOVE TTR-QTDE TO WS-QTDE-TRAILER
                   MOVE TTR-HASH TO WS-HASH-TRAILER
               ELSE
                   ADD 1 TO WS-QTDE-CALC
                   ADD TR-CODIGO TO WS-HASH-CALC.
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
           IF  AR-PROGRAMA EQUAL "PRG35"
           AND AR-ARQUIVO EQUAL "TRANSENT"
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
           MOVE "PRG35"           TO AR-PROGRAMA.
           MOVE "TRANSENT"        TO AR-ARQUIVO.
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
           DISPLAY "PRG35 - ARQUIVO TRANSENT RECUSADO: "
                   WS-MOTIVO-RECUSA.
           DISPLAY "PRG35 - DATA " WS-DATA-HEADER
                   " SEQUENCIA " WS-SEQ-HEADER
                   " REGISTROS " WS-QTDE-CALC.
           MOVE 16 TO RETURN-CODE.

       LE-TRANSACAO.
           READ TRANSENT
                       AT END
                             MOVE "SIM" TO TRN-FIM.
       PRINCIPAL.
           IF  TR-TIPO NOT EQUAL "0"
           AND TR-TIPO NOT EQUAL "9"
               ADD 1 TO CT-TRANS
               PERFORM APLICA-TRANSACAO.
           PERFORM LE-TRANSACAO.

       APLICA-TRANSACAO.
