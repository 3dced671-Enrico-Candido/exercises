       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG101.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHCX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FECHCX.
           SELECT RELCAIXA ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELCAIXA.
           SELECT PARMDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMDATA.
           SELECT RUNLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUNLOG.

           SELECT IOERR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IOERR.

       DATA DIVISION.
       FILE SECTION.
       FD  FECHCX
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FECHCX.DAT".
       01  REGFECHCX.
           02 FC-DATA       PIC 9(08).
           02 FC-HORA       PIC 9(08).
           02 FC-CAIXA      PIC X(08).
           02 FC-RECIBO-INI PIC 9(08).
           02 FC-RECIBO-FIM PIC 9(08).
           02 FC-QTDE       PIC 9(05).
           02 FC-FUNDO      PIC 9(07)V99.
           02 FC-REG-DIN    PIC 9(09)V99.
           02 FC-CONT-DIN   PIC 9(09)V99.
           02 FC-REG-CAR    PIC 9(09)V99.
           02 FC-CONT-CAR   PIC 9(09)V99.
           02 FC-REG-CHQ    PIC 9(09)V99.
           02 FC-CONT-CHQ   PIC 9(09)V99.
           02 FC-DIFERENCA  PIC 9(09)V99.
           02 FC-SITUACAO   PIC X(01).
       FD  RELCAIXA LABEL RECORD OMITTED.
       01  REGRELCAIXA      PIC X(80).
       FD  PARMDATA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMDATA.DAT".
       01  REGPARMDATA.
           02 PARM-DATAPROC PIC 9(08).
       FD  RUNLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RUNLOG.DAT".
       01  REGRUNLOG.
           02 RL-PROGRAMA   PIC X(08).
           02 RL-DATA       PIC 9(08).
           02 RL-HORAINI    PIC 9(08).
           02 RL-HORAFIM    PIC 9(08).
           02 RL-ELAPSED    PIC 9(07).
           02 RL-QTDE       PIC 9(07).

       FD  IOERR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "IOERR.LOG".
       01  REGIOERR.
           02 IOE-DATA      PIC 9(08).
           02 IOE-HORA      PIC 9(08).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 IOE-PROGRAMA  PIC X(08).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 IOE-ARQUIVO   PIC X(12).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 IOE-OPERACAO  PIC X(08).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 IOE-STATUS    PIC X(02).

       WORKING-STORAGE SECTION.
       77  WS-ARQ-ERRO      PIC X(12) VALUE SPACES.
       77  WS-OPER-ERRO     PIC X(08) VALUE SPACES.
       77  WS-FS-ERRO       PIC X(02) VALUE SPACES.
       77  WS-FS-IOERR      PIC X(02) VALUE "00".
       77  WS-FS-FECHCX     PIC X(02) VALUE SPACES.
       77  WS-FS-RELCAIXA   PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  FEC-FIM          PIC X(03) VALUE "NAO".
       77  WS-REG           PIC 9(10)V99 VALUE ZEROS.
       77  WS-CONT          PIC 9(10)V99 VALUE ZEROS.
       77  WS-DIF           PIC S9(10)V99 VALUE ZEROS.
       77  AC-FEC-REG       PIC 9(10)V99 VALUE ZEROS.
       77  AC-FEC-CONT      PIC 9(10)V99 VALUE ZEROS.
       77  AC-DIA-REG       PIC 9(10)V99 VALUE ZEROS.
       77  AC-DIA-CONT      PIC 9(10)V99 VALUE ZEROS.
       77  AC-DIA-SOBRAS    PIC 9(10)V99 VALUE ZEROS.
       77  AC-DIA-FALTAS    PIC 9(10)V99 VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77  CT-FECHAMENTOS   PIC 9(05) VALUE ZEROS.
       77  CT-DIVERGENTES   PIC 9(05) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-HOJE-R.
           02 WS-HJ-ANO     PIC 9(04).
           02 WS-HJ-MES     PIC 9(02).
           02 WS-HJ-DIA     PIC 9(02).
       01  WS-HORA-R.
           02 WS-HR-HH      PIC 9(02).
           02 WS-HR-MM      PIC 9(02).
           02 FILLER        PIC 9(04).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(15) VALUE SPACES.
                 03 FILLER  PIC X(35) VALUE
                       "SOBRAS E FALTAS DE CAIXA - DIA ".
                 03 CB-DIA  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 CB-MES  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 CB-ANO  PIC 9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(09) VALUE "CAIXA".
                 03 FILLER  PIC X(07) VALUE "HORA".
                 03 FILLER  PIC X(10) VALUE "FORMA".
                 03 FILLER  PIC X(14) VALUE "    REGISTRADO".
                 03 FILLER  PIC X(16) VALUE "         CONTADO".
                 03 FILLER  PIC X(15) VALUE "      DIFERENCA".
       01  DET.
                 03 DT-CAIXA PIC X(08) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DT-HORA.
                    05 DT-HH PIC 9(02) VALUE ZEROS.
                    05 DT-SEP PIC X(01) VALUE ":".
                    05 DT-MM PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-FORMA PIC X(10) VALUE SPACES.
                 03 DT-REG  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-CONT PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-DIF  PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DT-OBS  PIC X(06) VALUE SPACES.
       01  DETREC.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(08) VALUE "RECIBOS ".
                 03 DR-INI  PIC 9(08) VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE " A ".
                 03 DR-FIM  PIC 9(08) VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE " - ".
                 03 DR-QTDE PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(14) VALUE " RECEBIMENTOS".
                 03 FILLER  PIC X(07) VALUE "FUNDO: ".
                 03 DR-FUNDO PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       01  TOT1.
                 03 FILLER  PIC X(26) VALUE "TOTAL DO DIA".
                 03 TT-REG  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 TT-CONT PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  TOT2.
                 03 FILLER  PIC X(26) VALUE SPACES.
                 03 TT-DESC PIC X(30) VALUE SPACES.
                 03 TT-VAL  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           MOVE SPACES TO WS-FS-FECHCX.
           OPEN INPUT FECHCX.
           IF  WS-FS-FECHCX EQUAL "35"
               DISPLAY "PRG101 - NENHUM FECHAMENTO DE CAIXA REGISTRADO"
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "FECHCX" TO WS-ARQ-ERRO.
           MOVE WS-FS-FECHCX TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           OPEN OUTPUT RELCAIXA.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELCAIXA" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELCAIXA TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-HOJE TO WS-HOJE-R.
           MOVE WS-HJ-DIA TO CB-DIA.
           MOVE WS-HJ-MES TO CB-MES.
           MOVE WS-HJ-ANO TO CB-ANO.
           PERFORM LE-FECHCX.
           PERFORM TRATA-FECHAMENTO
                   UNTIL FEC-FIM EQUAL "SIM".
           PERFORM IMPRIME-TOTAIS.
           CLOSE FECHCX RELCAIXA.
           IF  CT-DIVERGENTES GREATER ZERO
               MOVE 4 TO RETURN-CODE.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG101 - TOTAIS DE CONTROLE".
           DISPLAY "DATA DE REFERENCIA.....: " WS-HOJE.
           DISPLAY "REGISTROS LIDOS........: " CT-LIDOS.
           DISPLAY "FECHAMENTOS DO DIA.....: " CT-FECHAMENTOS.
           DISPLAY "COM SOBRA OU FALTA.....: " CT-DIVERGENTES.

       LE-DATA-PROCESSO.
           MOVE SPACES TO WS-FS-PARMDATA.
           OPEN INPUT PARMDATA.
           IF  WS-FS-PARMDATA EQUAL "35"
               MOVE ZEROS TO REGPARMDATA
           ELSE
               READ PARMDATA
                           AT END
                                 MOVE ZEROS TO REGPARMDATA
               END-READ
               CLOSE PARMDATA.
           IF  PARM-DATAPROC GREATER ZERO
               MOVE PARM-DATAPROC TO WS-HOJE
           ELSE
               ACCEPT WS-HOJE FROM DATE YYYYMMDD.

       LE-FECHCX.
           READ FECHCX
                       AT END
                             MOVE "SIM" TO FEC-FIM
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "FECHCX" TO WS-ARQ-ERRO.
           MOVE WS-FS-FECHCX TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           IF  FEC-FIM NOT EQUAL "SIM"
           AND FC-DATA NOT EQUAL WS-HOJE
               GO TO LE-FECHCX.

       TRATA-FECHAMENTO.
           IF  CTLIN GREATER 25
               PERFORM IMPRIME-CABECALHO.
           ADD 1 TO CT-FECHAMENTOS.
           IF  FC-SITUACAO NOT EQUAL "C"
               ADD 1 TO CT-DIVERGENTES.
           MOVE ZEROS TO AC-FEC-REG AC-FEC-CONT.
           MOVE FC-CAIXA TO DT-CAIXA.
           MOVE FC-HORA TO WS-HORA-R.
           MOVE WS-HR-HH TO DT-HH.
           MOVE WS-HR-MM TO DT-MM.
           MOVE ":" TO DT-SEP.
           MOVE "DINHEIRO" TO DT-FORMA.
           COMPUTE WS-REG = FC-FUNDO + FC-REG-DIN.
           MOVE FC-CONT-DIN TO WS-CONT.
           PERFORM IMPRIME-FORMA.
           MOVE SPACES TO DT-CAIXA DT-HORA.
           MOVE "CARTAO" TO DT-FORMA.
           MOVE FC-REG-CAR TO WS-REG.
           MOVE FC-CONT-CAR TO WS-CONT.
           PERFORM IMPRIME-FORMA.
           MOVE "CHEQUE" TO DT-FORMA.
           MOVE FC-REG-CHQ TO WS-REG.
           MOVE FC-CONT-CHQ TO WS-CONT.
           PERFORM IMPRIME-FORMA.
           MOVE "TOTAL" TO DT-FORMA.
           MOVE AC-FEC-REG TO WS-REG.
           MOVE AC-FEC-CONT TO WS-CONT.
           PERFORM IMPRIME-DIFERENCA.
           ADD AC-FEC-REG TO AC-DIA-REG.
           ADD AC-FEC-CONT TO AC-DIA-CONT.
           IF  FC-SITUACAO EQUAL "S"
               ADD FC-DIFERENCA TO AC-DIA-SOBRAS.
           IF  FC-SITUACAO EQUAL "F"
               ADD FC-DIFERENCA TO AC-DIA-FALTAS.
           MOVE FC-RECIBO-INI TO DR-INI.
           MOVE FC-RECIBO-FIM TO DR-FIM.
           MOVE FC-QTDE TO DR-QTDE.
           MOVE FC-FUNDO TO DR-FUNDO.
           WRITE REGRELCAIXA FROM DETREC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REGRELCAIXA.
           WRITE REGRELCAIXA AFTER ADVANCING 1 LINE.
           ADD 2 TO CTLIN.
           PERFORM LE-FECHCX.

       IMPRIME-FORMA.
           ADD WS-REG TO AC-FEC-REG.
           ADD WS-CONT TO AC-FEC-CONT.
           PERFORM IMPRIME-DIFERENCA.

       IMPRIME-DIFERENCA.
           COMPUTE WS-DIF = WS-CONT - WS-REG.
           MOVE WS-REG TO DT-REG.
           MOVE WS-CONT TO DT-CONT.
           MOVE WS-DIF TO DT-DIF.
           MOVE SPACES TO DT-OBS.
           IF  WS-DIF GREATER ZERO
               MOVE "SOBRA" TO DT-OBS.
           IF  WS-DIF LESS ZERO
               MOVE "FALTA" TO DT-OBS.
           WRITE REGRELCAIXA FROM DET AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-TOTAIS.
           IF  CTLIN GREATER 26
               PERFORM IMPRIME-CABECALHO.
           MOVE AC-DIA-REG TO TT-REG.
           MOVE AC-DIA-CONT TO TT-CONT.
           WRITE REGRELCAIXA FROM TOT1 AFTER ADVANCING 1 LINE.
           MOVE "TOTAL DE SOBRAS" TO TT-DESC.
           MOVE AC-DIA-SOBRAS TO TT-VAL.
           WRITE REGRELCAIXA FROM TOT2 AFTER ADVANCING 1 LINE.
           MOVE "TOTAL DE FALTAS" TO TT-DESC.
           MOVE AC-DIA-FALTAS TO TT-VAL.
           WRITE REGRELCAIXA FROM TOT2 AFTER ADVANCING 1 LINE.
           ADD 3 TO CTLIN.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELCAIXA.
           WRITE REGRELCAIXA AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELCAIXA FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELCAIXA FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELCAIXA FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELCAIXA FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELCAIXA FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELCAIXA FROM BREAK AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG101"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-FECHAMENTOS TO RL-QTDE.
           WRITE REGRUNLOG.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           CLOSE RUNLOG.
           MOVE "CLOSE" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       TESTA-STATUS.
           IF  WS-FS-ERRO(1:1) EQUAL "3"
           OR  WS-FS-ERRO(1:1) EQUAL "4"
           OR  WS-FS-ERRO(1:1) EQUAL "9"
               DISPLAY "PRG101 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG101" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
