       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG97.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVOLUC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEVOLUC.
           SELECT DEVORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEVORD.
           SELECT PRODMA2 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRODMA2.
           SELECT RELDEVM ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELDEVM.
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
       FD  DEVOLUC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEVOLUC.DAT".
       01  REGDEVOLUC       PIC X(50).
       FD  DEVORD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEVORD.DAT".
       01  REGDEVORD.
           02 DH-DATA       PIC 9(08).
           02 DH-NUMNOTA    PIC 9(06).
           02 DH-REFNOTA    PIC 9(06).
           02 DH-NUMITEM    PIC 9(02).
           02 DH-CODPROD    PIC X(06).
           02 DH-QTDE       PIC 9(03).
           02 DH-QTREV      PIC 9(03).
           02 DH-MOTIVO     PIC 9(02).
           02 DH-VALOR      PIC 9(06)V99.
           02 DH-NUMSOC     PIC 9(06).
       FD  PRODMA2
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PRODMA2.DAT".
       01  REGPRODMA2.
           02 PM2-CODPROD   PIC X(06).
           02 PM2-DESCPROD  PIC X(10).
       FD  RELDEVM LABEL RECORD OMITTED.
       01  REGRELDEVM       PIC X(80).
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
           03 SRT-NOTAS     PIC X(14).
           03 SRT-CODPROD   PIC X(06).
           03 SRT-QTDES     PIC X(06).
           03 SRT-MOTIVO    PIC 9(02).
           03 SRT-RESTO     PIC X(14).

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
       77  WS-FS-DEVOLUC    PIC X(02) VALUE SPACES.
       77  WS-FS-DEVORD     PIC X(02) VALUE SPACES.
       77  WS-FS-PRODMA2    PIC X(02) VALUE SPACES.
       77  WS-FS-RELDEVM    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  DEV-FIM          PIC X(03) VALUE "NAO".
       77  PM-FIM           PIC X(03) VALUE "NAO".
       77  QT-PRODMA2       PIC 9(05) VALUE ZEROS.
       77  WS-MES-REF       PIC 9(06) VALUE ZEROS.
       77  WS-PROD-ATUAL    PIC X(06) VALUE SPACES.
       77  WS-MOT-ATUAL     PIC 9(02) VALUE ZEROS.
       77  WS-MOT-IX        PIC 9(02) VALUE ZEROS.
       77  WS-IX            PIC 9(02) VALUE ZEROS.
       77  AC-MOT-OCOR      PIC 9(05) VALUE ZEROS.
       77  AC-MOT-QTDE      PIC 9(07) VALUE ZEROS.
       77  AC-MOT-QTREV     PIC 9(07) VALUE ZEROS.
       77  AC-MOT-VALOR     PIC 9(09)V99 VALUE ZEROS.
       77  AC-PRD-OCOR      PIC 9(05) VALUE ZEROS.
       77  AC-PRD-QTDE      PIC 9(07) VALUE ZEROS.
       77  AC-PRD-QTREV     PIC 9(07) VALUE ZEROS.
       77  AC-PRD-VALOR     PIC 9(09)V99 VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77  CT-DO-MES        PIC 9(05) VALUE ZEROS.
       77  CT-PRODUTOS      PIC 9(05) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  TAB-MOTIVOS-DEF.
           02 FILLER PIC X(20) VALUE "DEFEITO DE FABRICA".
           02 FILLER PIC X(20) VALUE "AVARIA NO TRANSPORTE".
           02 FILLER PIC X(20) VALUE "PRODUTO TROCADO".
           02 FILLER PIC X(20) VALUE "DESISTENCIA DO SOCIO".
           02 FILLER PIC X(20) VALUE "ENTREGA EM ATRASO".
       01  TAB-MOTIVOS-R REDEFINES TAB-MOTIVOS-DEF.
           02 TAB-MOT-DESCR PIC X(20) OCCURS 5 TIMES.
       01  TAB-TOT-MOTIVOS.
                 04 TAB-TM-OCORR OCCURS 5 TIMES.
                       05 TAB-TM-OCOR  PIC 9(05).
                       05 TAB-TM-QTDE  PIC 9(07).
                       05 TAB-TM-QTREV PIC 9(07).
                       05 TAB-TM-VALOR PIC 9(09)V99.
       01  TAB-PRODMA2.
                 04 TAB-PRODMA2-OCORR OCCURS 5000 TIMES
                                      INDEXED BY IX-PRODMA2.
                       05 TAB-PM2-CODPROD  PIC X(06).
                       05 TAB-PM2-DESCPROD PIC X(10).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(15) VALUE SPACES.
                 03 FILLER  PIC X(33) VALUE
                       "DEVOLUCOES POR PRODUTO - MES ".
                 03 CB-MES  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 CB-ANO  PIC 9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(30) VALUE "PRODUTO / MOTIVO".
                 03 FILLER  PIC X(08) VALUE "  OCORR".
                 03 FILLER  PIC X(10) VALUE "   DEVOLV".
                 03 FILLER  PIC X(10) VALUE "  REPOSTA".
                 03 FILLER  PIC X(16) VALUE "           VALOR".
       01  CABPROD.
                 03 CP-PROD PIC X(06) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 CP-DESC PIC X(10) VALUE SPACES.
       01  DETMOT.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 DM-MOT  PIC X(26) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DM-OCOR PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DM-QTDE PIC Z.ZZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DM-QTREV PIC Z.ZZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DM-VAL  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           MOVE WS-HOJE(1:6) TO WS-MES-REF.
           MOVE ZEROS TO TAB-TOT-MOTIVOS.
           MOVE SPACES TO WS-FS-DEVOLUC.
           OPEN INPUT DEVOLUC.
           IF  WS-FS-DEVOLUC EQUAL "35"
               DISPLAY "PRG97 - NENHUMA DEVOLUCAO REGISTRADA"
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           CLOSE DEVOLUC.
           SORT ARQSORT ASCENDING KEY SRT-CODPROD SRT-MOTIVO SRT-DATA
                USING DEVOLUC GIVING DEVORD.
           PERFORM CARREGA-PRODMA2.
           OPEN INPUT DEVORD OUTPUT RELDEVM.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "DEVORD" TO WS-ARQ-ERRO.
           MOVE WS-FS-DEVORD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELDEVM" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELDEVM TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-HOJE(5:2) TO CB-MES.
           MOVE WS-HOJE(1:4) TO CB-ANO.
           PERFORM LE-DEVOLUCAO.
           PERFORM TRATA-PRODUTO
                   UNTIL DEV-FIM EQUAL "SIM".
           PERFORM IMPRIME-RESUMO.
           CLOSE DEVORD RELDEVM.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG97 - TOTAIS DE CONTROLE".
           DISPLAY "MES DE REFERENCIA......: " WS-MES-REF.
           DISPLAY "REGISTROS LIDOS........: " CT-LIDOS.
           DISPLAY "DEVOLUCOES NO MES......: " CT-DO-MES.
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
               DISPLAY "PRG97 - TABELA PRODMA2 ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-PRODMA2.
           MOVE PM2-CODPROD  TO TAB-PM2-CODPROD(QT-PRODMA2).
           MOVE PM2-DESCPROD TO TAB-PM2-DESCPROD(QT-PRODMA2).
           PERFORM LE-PRODMA2.

       LE-DEVOLUCAO.
           READ DEVORD
                       AT END
                             MOVE "SIM" TO DEV-FIM
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "DEVORD" TO WS-ARQ-ERRO.
           MOVE WS-FS-DEVORD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           IF  DEV-FIM NOT EQUAL "SIM"
           AND DH-DATA(1:6) NOT EQUAL WS-MES-REF
               GO TO LE-DEVOLUCAO.

       TRATA-PRODUTO.
           MOVE DH-CODPROD TO WS-PROD-ATUAL.
           MOVE ZEROS TO AC-PRD-OCOR AC-PRD-QTDE AC-PRD-QTREV
                         AC-PRD-VALOR.
           PERFORM IMPRIME-PRODUTO.
           PERFORM TRATA-MOTIVO
                   UNTIL DEV-FIM EQUAL "SIM"
                   OR DH-CODPROD NOT EQUAL WS-PROD-ATUAL.
           MOVE "TOTAL DO PRODUTO" TO DM-MOT.
           MOVE AC-PRD-OCOR  TO DM-OCOR.
           MOVE AC-PRD-QTDE  TO DM-QTDE.
           MOVE AC-PRD-QTREV TO DM-QTREV.
           MOVE AC-PRD-VALOR TO DM-VAL.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO REGRELDEVM.
           WRITE REGRELDEVM AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
           ADD 1 TO CT-PRODUTOS.

       TRATA-MOTIVO.
           MOVE DH-MOTIVO TO WS-MOT-ATUAL.
           MOVE ZEROS TO AC-MOT-OCOR AC-MOT-QTDE AC-MOT-QTREV
                         AC-MOT-VALOR.
           PERFORM ACUMULA-DEVOLUCAO
                   UNTIL DEV-FIM EQUAL "SIM"
                   OR DH-CODPROD NOT EQUAL WS-PROD-ATUAL
                   OR DH-MOTIVO NOT EQUAL WS-MOT-ATUAL.
           MOVE SPACES TO DM-MOT.
           IF  WS-MOT-ATUAL GREATER ZERO
           AND WS-MOT-ATUAL NOT GREATER 5
               MOVE WS-MOT-ATUAL TO WS-MOT-IX
               MOVE TAB-MOT-DESCR(WS-MOT-IX) TO DM-MOT
               ADD AC-MOT-OCOR  TO TAB-TM-OCOR(WS-MOT-IX)
               ADD AC-MOT-QTDE  TO TAB-TM-QTDE(WS-MOT-IX)
               ADD AC-MOT-QTREV TO TAB-TM-QTREV(WS-MOT-IX)
               ADD AC-MOT-VALOR TO TAB-TM-VALOR(WS-MOT-IX).
           MOVE AC-MOT-OCOR  TO DM-OCOR.
           MOVE AC-MOT-QTDE  TO DM-QTDE.
           MOVE AC-MOT-QTREV TO DM-QTREV.
           MOVE AC-MOT-VALOR TO DM-VAL.
           PERFORM IMPRIME-LINHA.

       ACUMULA-DEVOLUCAO.
           ADD 1        TO AC-MOT-OCOR AC-PRD-OCOR.
           ADD DH-QTDE  TO AC-MOT-QTDE AC-PRD-QTDE.
           ADD DH-QTREV TO AC-MOT-QTREV AC-PRD-QTREV.
           ADD DH-VALOR TO AC-MOT-VALOR AC-PRD-VALOR.
           ADD 1 TO CT-DO-MES.
           PERFORM LE-DEVOLUCAO.

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
           WRITE REGRELDEVM FROM CABPROD AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-RESUMO.
           PERFORM IMPRIME-CABECALHO.
           MOVE SPACES TO CP-PROD.
           MOVE "POR MOTIVO" TO CP-DESC.
           WRITE REGRELDEVM FROM CABPROD AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
           MOVE ZEROS TO AC-PRD-OCOR AC-PRD-QTDE AC-PRD-QTREV
                         AC-PRD-VALOR.
           PERFORM IMPRIME-MOTIVO-GERAL
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER 5.
           MOVE "TOTAL GERAL" TO DM-MOT.
           MOVE AC-PRD-OCOR  TO DM-OCOR.
           MOVE AC-PRD-QTDE  TO DM-QTDE.
           MOVE AC-PRD-QTREV TO DM-QTREV.
           MOVE AC-PRD-VALOR TO DM-VAL.
           PERFORM IMPRIME-LINHA.

       IMPRIME-MOTIVO-GERAL.
           MOVE TAB-MOT-DESCR(WS-IX) TO DM-MOT.
           MOVE TAB-TM-OCOR(WS-IX)   TO DM-OCOR.
           MOVE TAB-TM-QTDE(WS-IX)   TO DM-QTDE.
           MOVE TAB-TM-QTREV(WS-IX)  TO DM-QTREV.
           MOVE TAB-TM-VALOR(WS-IX)  TO DM-VAL.
           ADD TAB-TM-OCOR(WS-IX)  TO AC-PRD-OCOR.
           ADD TAB-TM-QTDE(WS-IX)  TO AC-PRD-QTDE.
           ADD TAB-TM-QTREV(WS-IX) TO AC-PRD-QTREV.
           ADD TAB-TM-VALOR(WS-IX) TO AC-PRD-VALOR.
           PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELDEVM FROM DETMOT AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELDEVM.
           WRITE REGRELDEVM AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELDEVM FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELDEVM FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELDEVM FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELDEVM FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELDEVM FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELDEVM FROM BREAK AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG97"       TO RL-PROGRAMA.
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
               DISPLAY "PRG97 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG97" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
