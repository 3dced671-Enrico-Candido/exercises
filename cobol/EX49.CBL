           SELECT REMESSA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REMESSA.
           SELECT REMBOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REMBOL.
           SELECT RETBANCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RETBANCO.
           SELECT RUNLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUNLOG.
           SELECT ARQCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQCTL.

           SELECT IOERR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           02 RH-TIPO       PIC X(01).
           02 RH-DATA       PIC 9(08).
           02 FILLER        PIC X(51).
       FD  REMBOL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REMBOL.DAT".
       01  REGREMBOL        PIC X(60).
       01  REGREMBOLDET REDEFINES REGREMBOL.
           02 RB-TIPO       PIC X(01).
           02 RB-NUMSOC     PIC 9(06).
           02 RB-NOMSOC     PIC X(20).
           02 RB-VALOR      PIC 9(09)V99.
           02 RB-DATAVENC   PIC 9(08).
           02 RB-NOSSONUM   PIC 9(11).
           02 FILLER        PIC X(03).
       01  REGREMBOLHDR REDEFINES REGREMBOL.
           02 RBH-TIPO      PIC X(01).
           02 RBH-DATA      PIC 9(08).
           02 FILLER        PIC X(51).
       FD  RETBANCO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RETBANCO.DAT".
           02 RET-NUMSOC    PIC 9(06).
           02 RET-VALOR     PIC 9(09)V99.
           02 RET-DATAPAG   PIC 9(08).
           02 RET-NOSSONUM  PIC 9(11).
       01  REGRETHDR REDEFINES REGRET.
           02 RTH-MARCA     PIC X(07).
           02 RTH-DATA      PIC 9(08).
           02 RTH-SEQ       PIC 9(06).
           02 FILLER        PIC X(15).
       01  REGRETTRL REDEFINES REGRET.
           02 RTT-MARCA     PIC X(07).
           02 RTT-QTDE      PIC 9(06).
           02 RTT-HASH      PIC 9(13)V99.
           02 FILLER        PIC X(08).
       FD  PENDCONC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PENDCONC.DAT".
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
       77  WS-FS-ERRO       PIC X(02) VALUE SPACES.
       77  WS-FS-IOERR      PIC X(02) VALUE "00".
       77  WS-FS-REMESSA    PIC X(02) VALUE SPACES.
       77  WS-FS-REMBOL     PIC X(02) VALUE SPACES.
       77  WS-FS-RETBANCO   PIC X(02) VALUE SPACES.
       77  WS-FS-PENDCONC   PIC X(02) VALUE SPACES.
       77  WS-FS-RELCONC    PIC X(02) VALUE "00".
       77  WS-FS-CTLCOUNT   PIC X(02) VALUE "00".
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  REM-FIM          PIC X(03) VALUE "NAO".
       77  RBL-FIM          PIC X(03) VALUE "NAO".
       77  RET-FIM          PIC X(03) VALUE "NAO".
       77  PEN-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
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
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETRO-DIAS
                   THRU LE-PARAMETRO-DIAS-FIM.
           PERFORM CONFERE-RECEPCAO
                   THRU CONFERE-RECEPCAO-FIM.
           IF  WS-MOTIVO-RECUSA NOT EQUAL SPACES
               PERFORM RECUSA-RECEPCAO
               GOBACK.
           OPEN OUTPUT RELCONC.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELCONC" TO WS-ARQ-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM CARREGA-PENDENTES.
           PERFORM CARREGA-REMESSA.
           PERFORM CARREGA-REMBOL.
           PERFORM PROCESSA-RETORNOS.
           PERFORM REPORTA-PENDENCIAS.
           PERFORM REGRAVA-PENDENTES.
           PERFORM GRAVA-RUNLOG.
           PERFORM GRAVA-CONTAGEM.
           CLOSE RELCONC.
           IF  WS-ARQ-AUSENTE EQUAL "NAO"
               MOVE "P" TO WS-SIT-RECEPCAO
               PERFORM REGISTRA-RECEPCAO.
           GOBACK.

       TOTAIS-DE-CONTROLE.
       CARREGA-COBRANCA-FIM.
           PERFORM LE-REMESSA.

       CARREGA-REMBOL.
           MOVE WS-HOJE TO WS-DATA-REM.
           MOVE SPACES TO WS-FS-REMBOL.
           OPEN INPUT REMBOL.
           IF  WS-FS-REMBOL EQUAL "35"
               MOVE "SIM" TO RBL-FIM
           ELSE
               PERFORM LE-REMBOL
               PERFORM CARREGA-BOLETO
                       THRU CARREGA-BOLETO-FIM
                       UNTIL RBL-FIM EQUAL "SIM"
               CLOSE REMBOL.
       LE-REMBOL.
           READ REMBOL
                       AT END
                             MOVE "SIM" TO RBL-FIM.
       CARREGA-BOLETO.
           IF  RB-TIPO EQUAL "0"
               MOVE RBH-DATA TO WS-DATA-REM
               GO TO CARREGA-BOLETO-FIM.
           IF  RB-TIPO NOT EQUAL "1"
               GO TO CARREGA-BOLETO-FIM.
           IF  QT-PEND NOT LESS 2000
               DISPLAY "PRG49 - TABELA PENDENTES ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-PEND.
           ADD 1 TO CT-REMETIDOS.
           MOVE RB-NUMSOC   TO TAB-PC-NUMSOC(QT-PEND).
           MOVE RB-VALOR    TO TAB-PC-VALOR(QT-PEND).
           MOVE RB-DATAVENC TO TAB-PC-DATAVENC(QT-PEND).
           MOVE WS-DATA-REM TO TAB-PC-DATA-REM(QT-PEND).
           MOVE "A"         TO TAB-PC-SIT(QT-PEND).
       CARREGA-BOLETO-FIM.
           PERFORM LE-REMBOL.

       PROCESSA-RETORNOS.
           MOVE SPACES TO WS-FS-RETBANCO.
           OPEN INPUT RETBANCO.
           ELSE
               PERFORM LE-RETORNO
               PERFORM CASA-RETORNO
                       THRU CASA-RETORNO-FIM
                       UNTIL RET-FIM EQUAL "SIM"
               CLOSE RETBANCO.
       LE-RETORNO.
           READ RETBANCO
                       AT END
                             MOVE "SIM" TO RET-FIM.
       CASA-RETORNO.
           IF  RTH-MARCA EQUAL "HEADER"
           OR  RTT-MARCA EQUAL "TRAILER"
               GO TO CASA-RETORNO-FIM.
           ADD 1 TO CT-RETORNOS.
           MOVE ZEROS TO WS-IX-ACHADO.
           MOVE ZEROS TO WS-IX.
           PERFORM PROCURA-COBRANCA
                   MOVE "VALOR DIVERGE DA REMESSA" TO DT-OCOR
                   PERFORM IMPRIME-OCORRENCIA
                   ADD 1 TO CT-DIVERGENTES.
       CASA-RETORNO-FIM.
           PERFORM LE-RETORNO.
       PROCURA-COBRANCA.
           ADD 1 TO WS-IX.
           AND WS-IX-ACHADO EQUAL ZERO
               MOVE WS-IX TO WS-IX-ACHADO.

       CONFERE-RECEPCAO.
           MOVE "NAO" TO WS-ARQ-AUSENTE WS-TEM-HEADER WS-TEM-TRAILER.
           MOVE "NAO" TO RCP-FIM.
           MOVE ZEROS TO WS-QTDE-CALC WS-HASH-CALC.
           MOVE ZEROS TO WS-DATA-HEADER WS-SEQ-HEADER.
           MOVE SPACES TO WS-MOTIVO-RECUSA.
           MOVE SPACES TO WS-FS-RETBANCO.
           OPEN INPUT RETBANCO.
           IF  WS-FS-RETBANCO EQUAL "35"
               MOVE "SIM" TO WS-ARQ-AUSENTE
               GO TO CONFERE-RECEPCAO-FIM.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RETBANCO" TO WS-ARQ-ERRO.
           MOVE WS-FS-RETBANCO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LE-RECEPCAO.
           PERFORM ACUMULA-RECEPCAO
                   UNTIL RCP-FIM EQUAL "SIM".
           CLOSE RETBANCO.
           PERFORM VALIDA-RECEPCAO
                   THRU VALIDA-RECEPCAO-FIM.
       CONFERE-RECEPCAO-FIM.
           EXIT.
       LE-RECEPCAO.
           READ RETBANCO
                       AT END
                             MOVE "SIM" TO RCP-FIM.
       ACUMULA-RECEPCAO.
           IF  RTH-MARCA EQUAL "HEADER"
               MOVE "SIM"    TO WS-TEM-HEADER
               MOVE RTH-DATA TO WS-DATA-HEADER
               MOVE RTH-SEQ  TO WS-SEQ-HEADER
           ELSE
               IF  RTT-MARCA EQUAL "TRAILER"
                   MOVE "SIM"    TO WS-TEM-TRAILER
                   MOVE RTT-QTDE TO WS-QTDE-TRAILER
                   MOVE RTT-HASH TO WS-HASH-TRAILER
               ELSE
                   ADD 1 TO WS-QTDE-CALC
                   ADD RET-VALOR TO WS-HASH-CALC.
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
           IF  AR-PROGRAMA EQUAL "PRG49"
           AND AR-ARQUIVO EQUAL "RETBANCO"
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
           MOVE "PRG49"           TO AR-PROGRAMA.
           MOVE "RETBANCO"        TO AR-ARQUIVO.
           MOVE WS-DATA-HEADER    TO AR-DATA-ARQ.
           MOVE WS-SEQ-HEADER     TO AR-SEQ.
           MOVE WS-QTDE-CALC      TO AR-QTDE.
           MOVE WS-HASH-CALC      TO AR-HASH.
           MOVE WS-SIT-RECEPCAO   TO AR-SITUACAO.
           MOVE WS-MOTIVO-RECUSA  TO AR-MOTIVO.
           MOVE WS-HOJE           TO AR-DATA-PROC.
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
           DISPLAY "PRG49 - ARQUIVO RETBANCO RECUSADO: "
                   WS-MOTIVO-RECUSA.
           DISPLAY "PRG49 - DATA " WS-DATA-HEADER
                   " SEQUENCIA " WS-SEQ-HEADER
                   " REGISTROS " WS-QTDE-CALC.
           MOVE 16 TO RETURN-CODE.

       REPORTA-PENDENCIAS.
           MOVE ZEROS TO WS-IX.
           PERFORM REPORTA-PENDENCIA
