       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG129.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PS-NUMSOC
           FILE STATUS IS WS-FS-PONTSOC.
           SELECT PONTMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PONTMOV.
           SELECT RELPASS ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELPASS.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
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
       FD  PONTSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PONTSOC.DAT".
       01  REGPONTSOC.
           02 PS-NUMSOC     PIC 9(06).
           02 PS-SALDO      PIC 9(09).
           02 PS-GANHOS     PIC 9(09).
           02 PS-ESTORNOS   PIC 9(09).
           02 PS-EXPIRADOS  PIC 9(09).
           02 PS-RESGATES   PIC 9(09).
           02 PS-DATA-ULT   PIC 9(08).
       FD  PONTMOV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PONTMOV.DAT".
       01  REGPONTMOV.
           02 PM-NUMSOC     PIC 9(06).
           02 PM-DATA       PIC 9(08).
           02 PM-TIPO       PIC X(01).
           02 PM-PONTOS     PIC 9(09).
           02 PM-VALOR      PIC 9(09)V99.
           02 PM-NUMNOTA    PIC 9(06).
           02 PM-ORIGEM     PIC X(08).
       FD  RELPASS LABEL RECORD OMITTED.
       01  REGRELPASS       PIC X(80).
       FD  PARMGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMGER.DAT".
       01  REGPARMGER.
           02 PG-PROGRAMA   PIC X(08).
           02 PG-PARMID     PIC X(08).
           02 PG-EFETIVA    PIC 9(08).
           02 PG-VALOR      PIC X(15).
           02 PG-DESCR      PIC X(30).
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
       77  WS-FS-PONTSOC    PIC X(02) VALUE SPACES.
       77  WS-FS-PONTMOV    PIC X(02) VALUE SPACES.
       77  WS-FS-RELPASS    PIC X(02) VALUE "00".
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  SOC-FIM          PIC X(03) VALUE "NAO".
       77  MOV-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-VAL-PONTO     PIC 9(01)V9999 VALUE 0,0100.
       77  WS-COMPET        PIC 9(06) VALUE ZEROS.
       77  WS-VAL-SOCIO     PIC 9(09)V99 VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-SOCIOS-LIDOS  PIC 9(07) VALUE ZEROS.
       77  CT-SOCIOS-SALDO  PIC 9(07) VALUE ZEROS.
       77  CT-MOV-MES       PIC 9(07) VALUE ZEROS.
       77  TT-PONTOS        PIC 9(11) VALUE ZEROS.
       77  TT-PASSIVO       PIC 9(11)V99 VALUE ZEROS.
       77  TT-GANHOS-MES    PIC 9(11) VALUE ZEROS.
       77  TT-ESTORNOS-MES  PIC 9(11) VALUE ZEROS.
       77  TT-EXPIRADOS-MES PIC 9(11) VALUE ZEROS.
       77  TT-RESGATES-MES  PIC 9(11) VALUE ZEROS.
       77  TT-VAL-RESG-MES  PIC 9(11)V99 VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-PARM-V5X.
           02 WS-PARM-V5    PIC 9(01)V9999.
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(45) VALUE
                       "PASSIVO DO PROGRAMA DE PONTOS - COMPETENCIA ".
                 03 CB-MES  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 CB-ANO  PIC 9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(11) VALUE "   SOCIO".
                 03 FILLER  PIC X(14) VALUE "      SALDO".
                 03 FILLER  PIC X(17) VALUE "   VALOR (R$)".
                 03 FILLER  PIC X(20) VALUE "ULTIMO MOVIMENTO".
       01  DETSOC.
                 03 FILLER    PIC X(02) VALUE SPACES.
                 03 DS-SOCIO  PIC ZZZZZ9 VALUE ZEROS.
                 03 FILLER    PIC X(03) VALUE SPACES.
                 03 DS-SALDO  PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
                 03 FILLER    PIC X(03) VALUE SPACES.
                 03 DS-VALOR  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER    PIC X(03) VALUE SPACES.
                 03 DS-DATA   PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  LINQTD.
                 03 LQ-TXT  PIC X(30) VALUE SPACES.
                 03 LQ-QTD  PIC ZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       01  LINVAL.
                 03 LV-TXT  PIC X(30) VALUE SPACES.
                 03 LV-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           MOVE WS-HOJE(1:6) TO WS-COMPET.
           MOVE WS-HOJE(5:2) TO CB-MES.
           MOVE WS-HOJE(1:4) TO CB-ANO.
           PERFORM APURA-MOVIMENTO-MES.
           OPEN OUTPUT RELPASS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELPASS" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELPASS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM IMPRIME-CABECALHO.
           MOVE SPACES TO WS-FS-PONTSOC.
           OPEN INPUT PONTSOC.
           IF  WS-FS-PONTSOC EQUAL "35"
               DISPLAY "PRG129 - NENHUM SALDO DE PONTOS REGISTRADO"
           ELSE
               MOVE "OPEN" TO WS-OPER-ERRO
               MOVE "PONTSOC" TO WS-ARQ-ERRO
               MOVE WS-FS-PONTSOC TO WS-FS-ERRO
               PERFORM TESTA-STATUS
               PERFORM LISTA-SALDOS
               CLOSE PONTSOC.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELPASS.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG129 - TOTAIS DE CONTROLE".
           DISPLAY "COMPETENCIA............: " WS-COMPET.
           DISPLAY "SOCIOS LIDOS...........: " CT-SOCIOS-LIDOS.
           DISPLAY "SOCIOS COM SALDO.......: " CT-SOCIOS-SALDO.
           DISPLAY "PONTOS EM ABERTO.......: " TT-PONTOS.
           DISPLAY "PASSIVO EM REAIS.......: " TT-PASSIVO.
           DISPLAY "MOVIMENTOS DO MES......: " CT-MOV-MES.

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

       BUSCA-PARM-GERAL.
           MOVE "NAO" TO WS-PARM-ACHADO.
           MOVE "NAO" TO GER-FIM.
           MOVE ZEROS TO WS-PARM-EFET.
           MOVE SPACES TO WS-PARM-VALOR.
           MOVE SPACES TO WS-FS-PARMGER.
           OPEN INPUT PARMGER.
           IF  WS-FS-PARMGER EQUAL "35"
               MOVE "SIM" TO GER-FIM
           ELSE
               PERFORM LE-PARMGER
               PERFORM FILTRA-PARMGER
                       UNTIL GER-FIM EQUAL "SIM"
               CLOSE PARMGER.
       LE-PARMGER.
           READ PARMGER
                       AT END
                             MOVE "SIM" TO GER-FIM.
       FILTRA-PARMGER.
           IF  PG-PROGRAMA EQUAL "PRG126"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "VALPONTO" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:5) TO WS-PARM-V5X
               IF  WS-PARM-V5 NUMERIC
                   MOVE WS-PARM-V5 TO WS-VAL-PONTO.

       APURA-MOVIMENTO-MES.
           MOVE SPACES TO WS-FS-PONTMOV.
           OPEN INPUT PONTMOV.
           IF  WS-FS-PONTMOV EQUAL "35"
               MOVE "SIM" TO MOV-FIM
           ELSE
               PERFORM LE-PONTMOV
               PERFORM ACUMULA-MOVIMENTO
                       UNTIL MOV-FIM EQUAL "SIM"
               CLOSE PONTMOV.
       LE-PONTMOV.
           READ PONTMOV
                       AT END
                             MOVE "SIM" TO MOV-FIM.
       ACUMULA-MOVIMENTO.
           IF  PM-DATA(1:6) EQUAL WS-HOJE(1:6)
               ADD 1 TO CT-MOV-MES
               PERFORM SOMA-MOVIMENTO.
           PERFORM LE-PONTMOV.
       SOMA-MOVIMENTO.
           IF  PM-TIPO EQUAL "G"
               ADD PM-PONTOS TO TT-GANHOS-MES.
           IF  PM-TIPO EQUAL "E"
               ADD PM-PONTOS TO TT-ESTORNOS-MES.
           IF  PM-TIPO EQUAL "V"
               ADD PM-PONTOS TO TT-EXPIRADOS-MES.
           IF  PM-TIPO EQUAL "R"
               ADD PM-PONTOS TO TT-RESGATES-MES
               ADD PM-VALOR  TO TT-VAL-RESG-MES.

       LISTA-SALDOS.
           MOVE ZEROS TO PS-NUMSOC.
           MOVE "NAO" TO SOC-FIM.
           START PONTSOC KEY NOT LESS PS-NUMSOC
               INVALID KEY
                   MOVE "SIM" TO SOC-FIM.
           PERFORM LISTA-SOCIO
                   UNTIL SOC-FIM EQUAL "SIM".
       LISTA-SOCIO.
           READ PONTSOC NEXT
                       AT END
                             MOVE "SIM" TO SOC-FIM.
           IF  SOC-FIM NOT EQUAL "SIM"
               ADD 1 TO CT-SOCIOS-LIDOS
               IF  PS-SALDO GREATER ZERO
                   PERFORM IMPRIME-DETALHE.

       IMPRIME-DETALHE.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           COMPUTE WS-VAL-SOCIO ROUNDED = PS-SALDO * WS-VAL-PONTO.
           ADD 1 TO CT-SOCIOS-SALDO.
           ADD PS-SALDO TO TT-PONTOS.
           ADD WS-VAL-SOCIO TO TT-PASSIVO.
           MOVE PS-NUMSOC    TO DS-SOCIO.
           MOVE PS-SALDO     TO DS-SALDO.
           MOVE WS-VAL-SOCIO TO DS-VALOR.
           MOVE PS-DATA-ULT(1:4) TO DS-DATA(7:4).
           MOVE PS-DATA-ULT(5:2) TO DS-DATA(4:2).
           MOVE PS-DATA-ULT(7:2) TO DS-DATA(1:2).
           WRITE REGRELPASS FROM DETSOC AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELPASS.
           WRITE REGRELPASS AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELPASS FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELPASS FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELPASS FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELPASS FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELPASS FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELPASS FROM BREAK AFTER ADVANCING 1 LINE.

       IMPRIME-TOTAIS.
           IF  CTLIN GREATER 20
               PERFORM IMPRIME-CABECALHO.
           MOVE "SOCIOS COM SALDO.............:" TO LQ-TXT.
           MOVE CT-SOCIOS-SALDO TO LQ-QTD.
           WRITE REGRELPASS FROM LINQTD AFTER ADVANCING 3 LINES.
           MOVE "PONTOS EM ABERTO.............:" TO LQ-TXT.
           MOVE TT-PONTOS TO LQ-QTD.
           WRITE REGRELPASS FROM LINQTD AFTER ADVANCING 1 LINE.
           MOVE "PASSIVO EM REAIS.............:" TO LV-TXT.
           MOVE TT-PASSIVO TO LV-VALOR.
           WRITE REGRELPASS FROM LINVAL AFTER ADVANCING 1 LINE.
           MOVE "PONTOS CREDITADOS NO MES.....:" TO LQ-TXT.
           MOVE TT-GANHOS-MES TO LQ-QTD.
           WRITE REGRELPASS FROM LINQTD AFTER ADVANCING 2 LINES.
           MOVE "PONTOS ESTORNADOS NO MES.....:" TO LQ-TXT.
           MOVE TT-ESTORNOS-MES TO LQ-QTD.
           WRITE REGRELPASS FROM LINQTD AFTER ADVANCING 1 LINE.
           MOVE "PONTOS EXPIRADOS NO MES......:" TO LQ-TXT.
           MOVE TT-EXPIRADOS-MES TO LQ-QTD.
           WRITE REGRELPASS FROM LINQTD AFTER ADVANCING 1 LINE.
           MOVE "PONTOS RESGATADOS NO MES.....:" TO LQ-TXT.
           MOVE TT-RESGATES-MES TO LQ-QTD.
           WRITE REGRELPASS FROM LINQTD AFTER ADVANCING 1 LINE.
           MOVE "CREDITOS GERADOS NO MES......:" TO LV-TXT.
           MOVE TT-VAL-RESG-MES TO LV-VALOR.
           WRITE REGRELPASS FROM LINVAL AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG129"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-SOCIOS-SALDO TO RL-QTDE.
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
               DISPLAY "PRG129 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG129" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
