       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG95.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOHIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CUSTOHIS.
           SELECT CUSTOORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CUSTOORD.
           SELECT PRODMA2 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRODMA2.
           SELECT RELCUSTO ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELCUSTO.
           SELECT PARMDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMDATA.
           SELECT RUNLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUNLOG.
           SELECT ARQSORT ASSIGN TO DISK.

           SELECT IOERR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IOERR.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOHIS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CUSTOHIS.DAT".
       01  REGCUSTOHIS      PIC X(64).
       FD  CUSTOORD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CUSTOORD.DAT".
       01  REGCUSTOORD.
           02 CH-DATA       PIC 9(08).
           02 CH-HORA       PIC 9(08).
           02 CH-CODPROD    PIC X(06).
           02 CH-NUMPC      PIC 9(06).
           02 CH-ITEM       PIC 9(02).
           02 CH-QTDE       PIC 9(05).
           02 CH-PRECO      PIC 9(06)V99.
           02 CH-SALDO-ANT  PIC 9(05).
           02 CH-CUSTO-ANT  PIC 9(06)V99.
           02 CH-CUSTO-NOVO PIC 9(06)V99.
       FD  PRODMA2
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PRODMA2.DAT".
       01  REGPRODMA2.
           02 PM2-CODPROD   PIC X(06).
           02 PM2-DESCPROD  PIC X(10).
       FD  RELCUSTO LABEL RECORD OMITTED.
       01  REGRELCUSTO      PIC X(80).
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
       SD  ARQSORT.
       01  REGSORT.
           03 SRT-DATA      PIC 9(08).
           03 SRT-HORA      PIC 9(08).
           03 SRT-CODPROD   PIC X(06).
           03 SRT-RESTO     PIC X(42).

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
       77  WS-FS-CUSTOHIS   PIC X(02) VALUE SPACES.
       77  WS-FS-CUSTOORD   PIC X(02) VALUE SPACES.
       77  WS-FS-PRODMA2    PIC X(02) VALUE SPACES.
       77  WS-FS-RELCUSTO   PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  CH-FIM           PIC X(03) VALUE "NAO".
       77  PM-FIM           PIC X(03) VALUE "NAO".
       77  QT-PRODMA2       PIC 9(05) VALUE ZEROS.
       77  WS-MES-REF       PIC 9(06) VALUE ZEROS.
       77  WS-PROD-ATUAL    PIC X(06) VALUE SPACES.
       77  WS-CUSTO-INI     PIC 9(06)V99 VALUE ZEROS.
       77  WS-CUSTO-FIN     PIC 9(06)V99 VALUE ZEROS.
       77  WS-VARIACAO      PIC S9(06)V99 VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77  CT-DO-MES        PIC 9(05) VALUE ZEROS.
       77  CT-PRODUTOS      PIC 9(05) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  TAB-PRODMA2.
                 04 TAB-PRODMA2-OCORR OCCURS 5000 TIMES
                                      INDEXED BY IX-PRODMA2.
                       05 TAB-PM2-CODPROD  PIC X(06).
                       05 TAB-PM2-DESCPROD PIC X(10).
       01  WS-DATA-ED.
                 03 WS-DATA-DD  PIC 9(02).
                 03 WS-DATA-MM  PIC 9(02).
                 03 WS-DATA-AA  PIC 9(04).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(15) VALUE SPACES.
                 03 FILLER  PIC X(33) VALUE
                       "VARIACAO DO CUSTO MEDIO - MES ".
                 03 CB-MES  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 CB-ANO  PIC 9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(19) VALUE "PRODUTO   RECEBIDO".
                 03 FILLER  PIC X(10) VALUE "PEDIDO IT".
                 03 FILLER  PIC X(07) VALUE "  QTDE".
                 03 FILLER  PIC X(12) VALUE "      PRECO".
                 03 FILLER  PIC X(12) VALUE " CUSTO ANT.".
                 03 FILLER  PIC X(12) VALUE " CUSTO NOVO".
       01  CABPROD.
                 03 CP-PROD PIC X(06) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 CP-DESC PIC X(10) VALUE SPACES.
       01  DETCUS.
                 03 FILLER  PIC X(08) VALUE SPACES.
                 03 DC-DATA PIC 9(02)/9(02)/9(04).
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DC-PC   PIC 9(06) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DC-IT   PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DC-QTDE PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DC-PRECO PIC ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DC-CANT PIC ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DC-CNOV PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01  TOTCUS.
                 03 FILLER  PIC X(08) VALUE SPACES.
                 03 FILLER  PIC X(12) VALUE "CUSTO INI.:".
                 03 TC-INI  PIC ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(12) VALUE "  CUSTO FIN:".
                 03 TC-FIN  PIC ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(10) VALUE "  VARIAC:".
                 03 TC-VAR  PIC ZZZ.ZZ9,99- VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           MOVE WS-HOJE(1:6) TO WS-MES-REF.
           MOVE SPACES TO WS-FS-CUSTOHIS.
           OPEN INPUT CUSTOHIS.
           IF  WS-FS-CUSTOHIS EQUAL "35"
               DISPLAY "PRG95 - NENHUM HISTORICO DE CUSTO"
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           CLOSE CUSTOHIS.
           SORT ARQSORT ASCENDING KEY SRT-CODPROD SRT-DATA SRT-HORA
                USING CUSTOHIS GIVING CUSTOORD.
           PERFORM CARREGA-PRODMA2.
           OPEN INPUT CUSTOORD OUTPUT RELCUSTO.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CUSTOORD" TO WS-ARQ-ERRO.
           MOVE WS-FS-CUSTOORD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELCUSTO" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELCUSTO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-HOJE(5:2) TO CB-MES.
           MOVE WS-HOJE(1:4) TO CB-ANO.
           PERFORM LE-HISTORICO.
           PERFORM TRATA-PRODUTO
                   UNTIL CH-FIM EQUAL "SIM".
           CLOSE CUSTOORD RELCUSTO.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG95 - TOTAIS DE CONTROLE".
           DISPLAY "MES DE REFERENCIA......: " WS-MES-REF.
           DISPLAY "REGISTROS LIDOS........: " CT-LIDOS.
           DISPLAY "RECEBIMENTOS NO MES....: " CT-DO-MES.
           DISPLAY "PRODUTOS RELATADOS.....: " CT-PRODUTOS.

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

       CARREGA-PRODMA2.
           MOVE SPACES TO WS-FS-PRODMA2.
           OPEN INPUT PRODMA2.
           IF  WS-FS-PRODMA2 EQUAL "35"
               MOVE "SIM" TO PM-FIM
           ELSE
               PERFORM LE-PRODMA2
               PERFORM GUARDA-PRODMA2
                       UNTIL PM-FIM EQUAL "SIM"
               CLOSE PRODMA2.
       LE-PRODMA2.
           READ PRODMA2
                       AT END
                             MOVE "SIM" TO PM-FIM.
       GUARDA-PRODMA2.
           IF  QT-PRODMA2 NOT LESS 5000
               DISPLAY "PRG95 - TABELA PRODMA2 ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-PRODMA2.
           MOVE PM2-CODPROD  TO TAB-PM2-CODPROD(QT-PRODMA2).
           MOVE PM2-DESCPROD TO TAB-PM2-DESCPROD(QT-PRODMA2).
           PERFORM LE-PRODMA2.

       LE-HISTORICO.
           READ CUSTOORD
                       AT END
                             MOVE "SIM" TO CH-FIM
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "CUSTOORD" TO WS-ARQ-ERRO.
           MOVE WS-FS-CUSTOORD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           IF  CH-FIM NOT EQUAL "SIM"
           AND CH-DATA(1:6) NOT EQUAL WS-MES-REF
               GO TO LE-HISTORICO.

       TRATA-PRODUTO.
           MOVE CH-CODPROD   TO WS-PROD-ATUAL.
           MOVE CH-CUSTO-ANT TO WS-CUSTO-INI.
           PERFORM IMPRIME-PRODUTO.
           PERFORM TRATA-RECEBIMENTO
                   UNTIL CH-FIM EQUAL "SIM"
                   OR CH-CODPROD NOT EQUAL WS-PROD-ATUAL.
           COMPUTE WS-VARIACAO = WS-CUSTO-FIN - WS-CUSTO-INI.
           MOVE WS-CUSTO-INI TO TC-INI.
           MOVE WS-CUSTO-FIN TO TC-FIN.
           MOVE WS-VARIACAO  TO TC-VAR.
           WRITE REGRELCUSTO FROM TOTCUS AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REGRELCUSTO.
           WRITE REGRELCUSTO AFTER ADVANCING 1 LINE.
           ADD 2 TO CTLIN.
           ADD 1 TO CT-PRODUTOS.

       TRATA-RECEBIMENTO.
           PERFORM IMPRIME-RECEBIMENTO.
           MOVE CH-CUSTO-NOVO TO WS-CUSTO-FIN.
           ADD 1 TO CT-DO-MES.
           PERFORM LE-HISTORICO.

       IMPRIME-PRODUTO.
           IF  CTLIN GREATER 27
               PERFORM IMPRIME-CABECALHO.
           MOVE WS-PROD-ATUAL TO CP-PROD.
           MOVE SPACES TO CP-DESC.
           SET IX-PRODMA2 TO 1.
           IF  QT-PRODMA2 GREATER ZERO
               SEARCH TAB-PRODMA2-OCORR
                   AT END
                       CONTINUE
                   WHEN TAB-PM2-CODPROD(IX-PRODMA2)
                        EQUAL WS-PROD-ATUAL
                       MOVE TAB-PM2-DESCPROD(IX-PRODMA2) TO CP-DESC.
           WRITE REGRELCUSTO FROM CABPROD AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-RECEBIMENTO.
           IF  CTLIN GREATER 29
               PERFORM IMPRIME-CABECALHO.
           MOVE CH-DATA(7:2) TO WS-DATA-DD.
           MOVE CH-DATA(5:2) TO WS-DATA-MM.
           MOVE CH-DATA(1:4) TO WS-DATA-AA.
           MOVE WS-DATA-ED    TO DC-DATA.
           MOVE CH-NUMPC      TO DC-PC.
           MOVE CH-ITEM       TO DC-IT.
           MOVE CH-QTDE       TO DC-QTDE.
           MOVE CH-PRECO      TO DC-PRECO.
           MOVE CH-CUSTO-ANT  TO DC-CANT.
           MOVE CH-CUSTO-NOVO TO DC-CNOV.
           WRITE REGRELCUSTO FROM DETCUS AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELCUSTO.
           WRITE REGRELCUSTO AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELCUSTO FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELCUSTO FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELCUSTO FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELCUSTO FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELCUSTO FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELCUSTO FROM BREAK AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG95"       TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-DO-MES     TO RL-QTDE.
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
               DISPLAY "PRG95 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG95" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
