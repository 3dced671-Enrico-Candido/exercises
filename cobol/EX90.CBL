       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG90.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFFCAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NFC-CHAVE
           FILE STATUS IS WS-FS-NFFCAB.
           SELECT NFFITEM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NFI-CHAVE
           FILE STATUS IS WS-FS-NFFITEM.
           SELECT PCITEM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PI-CHAVE
           FILE STATUS IS WS-FS-PCITEM.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
           SELECT CONTAMAP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTAMAP.
           SELECT DIARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIARIO.
           SELECT RELCONF ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELCONF.
           SELECT PERFECH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERFECH.
           SELECT LANCTRF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LANCTRF.
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
       FD  NFFCAB
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NFFCAB.DAT".
       01  REGNFFCAB.
           02 NFC-CHAVE.
              03 NFC-CODFOR PIC 9(04).
              03 NFC-NUMNF  PIC 9(09).
           02 NFC-NUMPC     PIC 9(06).
           02 NFC-EMISSAO   PIC 9(08).
           02 NFC-VENC      PIC 9(08).
           02 NFC-VALOR     PIC 9(09)V99.
           02 NFC-QTITENS   PIC 9(02).
           02 NFC-SITUACAO  PIC X(01).
           02 NFC-MOTIVO    PIC X(20).
           02 NFC-LANCADO   PIC X(01).
           02 NFC-DATA-LIB  PIC 9(08).
           02 NFC-DATA-PAG  PIC 9(08).
           02 NFC-OPERADOR  PIC X(08).
       FD  NFFITEM
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NFFITEM.DAT".
       01  REGNFFITEM.
           02 NFI-CHAVE.
              03 NFI-CODFOR PIC 9(04).
              03 NFI-NUMNF  PIC 9(09).
              03 NFI-ITEM   PIC 9(02).
           02 NFI-ITEMPC    PIC 9(02).
           02 NFI-CODPROD   PIC X(06).
           02 NFI-QTDE      PIC 9(05).
           02 NFI-PRECO     PIC 9(06)V99.
           02 NFI-OCORR     PIC X(01).
       FD  PCITEM
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PCITEM.DAT".
       01  REGPCITEM.
           02 PI-CHAVE.
              03 PI-NUMPC   PIC 9(06).
              03 PI-ITEM    PIC 9(02).
           02 PI-CODPROD    PIC X(06).
           02 PI-QTDE       PIC 9(05).
           02 PI-QTREC      PIC 9(05).
           02 PI-PRECO      PIC 9(06)V99.
           02 PI-SITUACAO   PIC X(01).
       FD  PARMGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMGER.DAT".
       01  REGPARMGER.
           02 PG-PROGRAMA   PIC X(08).
           02 PG-PARMID     PIC X(08).
           02 PG-EFETIVA    PIC 9(08).
           02 PG-VALOR      PIC X(15).
           02 PG-DESCR      PIC X(30).
       FD  CONTAMAP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CONTAMAP.DAT".
       01  REGCONTAMAP.
           02 CM-EVENTO     PIC X(04).
           02 CM-CTA-DEB    PIC 9(06).
           02 CM-CTA-CRE    PIC 9(06).
           02 CM-DESCR      PIC X(20).
       FD  DIARIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DIARIO.DAT".
       01  REGDIARIO.
           02 DL-DATA       PIC 9(08).
           02 DL-CONTA      PIC 9(06).
           02 DL-DC         PIC X(01).
           02 DL-VALOR      PIC 9(11)V99.
           02 DL-HIST       PIC X(20).
           02 DL-DOC        PIC 9(06).
       FD  RELCONF LABEL RECORD OMITTED.
       01  REGRELCONF       PIC X(80).
       FD  PERFECH
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PERFECH.DAT".
       01  REGPERFECH.
           02 PF-COMPET     PIC 9(06).
           02 PF-DATA       PIC 9(08).
           02 PF-HORA       PIC 9(08).
           02 PF-DEBITOS    PIC 9(13)V99.
           02 PF-CREDITOS   PIC 9(13)V99.
       FD  LANCTRF
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LANCTRF.DAT".
       01  REGLANCTRF.
           02 TR-DATA-ORIG  PIC 9(08).
           02 TR-DATA-NOVA  PIC 9(08).
           02 TR-PROGRAMA   PIC X(08).
           02 TR-CONTA      PIC 9(06).
           02 TR-DC         PIC X(01).
           02 TR-VALOR      PIC 9(11)V99.
           02 TR-HIST       PIC X(20).
           02 TR-DOC        PIC 9(06).
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
       77  WS-FS-NFFCAB     PIC X(02) VALUE SPACES.
       77  WS-FS-NFFITEM    PIC X(02) VALUE SPACES.
       77  WS-FS-PCITEM     PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-CONTAMAP   PIC X(02) VALUE SPACES.
       77  WS-FS-DIARIO     PIC X(02) VALUE SPACES.
       77  WS-FS-RELCONF    PIC X(02) VALUE "00".
       77  WS-FS-PERFECH    PIC X(02) VALUE SPACES.
       77  WS-FS-LANCTRF    PIC X(02) VALUE "00".
       77  PF-FIM           PIC X(03) VALUE "NAO".
       77  WS-ULT-FECHADO   PIC 9(06) VALUE ZEROS.
       77  WS-TRANSFERE     PIC X(03) VALUE "NAO".
       77  CT-TRANSFERIDOS  PIC 9(05) VALUE ZEROS.
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  NFC-FIM          PIC X(03) VALUE "NAO".
       77  MAP-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       01  WS-DATA-LANC.
           02 WS-LANC-COMPET.
              03 WS-LANC-ANO PIC 9(04).
              03 WS-LANC-MES PIC 9(02).
           02 WS-LANC-DIA   PIC 9(02).
       01  WS-PARM-V5X.
           02 WS-PARM-V5    PIC 9(03)V99.
       77  WS-TOL-PRECO     PIC 9(03)V99 VALUE ZEROS.
       77  WS-TOL-QTDE      PIC 9(03)V99 VALUE ZEROS.
       77  WS-LIM-QTDE      PIC S9(07)V99 VALUE ZEROS.
       77  WS-DIF-PRECO     PIC 9(07)V99 VALUE ZEROS.
       77  WS-LIM-PRECO     PIC 9(07)V99 VALUE ZEROS.
       77  WS-IX            PIC 9(03) VALUE ZEROS.
       77  WS-LX            PIC 9(02) VALUE ZEROS.
       77  QT-MAPAS         PIC 9(03) VALUE ZEROS.
       77  WS-DIVERGE-QT    PIC X(03) VALUE "NAO".
       77  WS-DIVERGE-PR    PIC X(03) VALUE "NAO".
       77  WS-SEM-ITEM      PIC X(03) VALUE "NAO".
       77  WS-REGRAVA       PIC X(03) VALUE "NAO".
       77  FAT-FIM          PIC X(03) VALUE "NAO".
       77  QT-FAT           PIC 9(04) VALUE ZEROS.
       77  WS-FX            PIC 9(04) VALUE ZEROS.
       77  WS-IY            PIC 9(04) VALUE ZEROS.
       77  WS-FT-ITEM       PIC 9(02) VALUE ZEROS.
       77  WS-FT-QTDE       PIC 9(05) VALUE ZEROS.
       77  WS-QT-FATURADA   PIC 9(07) VALUE ZEROS.
       77  QT-LN-NOTA       PIC 9(02) VALUE ZEROS.
       77  WS-NX            PIC 9(02) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77  CT-CONFERIDAS    PIC 9(05) VALUE ZEROS.
       77  CT-LIBERADAS     PIC 9(05) VALUE ZEROS.
       77  CT-RETIDAS       PIC 9(05) VALUE ZEROS.
       77  CT-LANCADAS      PIC 9(05) VALUE ZEROS.
       77  CT-SEM-MAPA      PIC 9(05) VALUE ZEROS.
       77  WS-TOT-DEB       PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-CRE       PIC 9(13)V99 VALUE ZEROS.
       77  WS-EVENTO        PIC X(04) VALUE SPACES.
       77  WS-VALOR         PIC 9(11)V99 VALUE ZEROS.
       77  WS-DOC           PIC 9(06) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  TAB-MAPAS.
                 04 TAB-MP-OCORR OCCURS 100 TIMES.
                       05 TAB-MP-EVENTO PIC X(04).
                       05 TAB-MP-DEB    PIC 9(06).
                       05 TAB-MP-CRE    PIC 9(06).
                       05 TAB-MP-DESCR  PIC X(20).
       01  TAB-FATURADAS.
                 04 TAB-FT-OCORR OCCURS 5000 TIMES.
                       05 TAB-FT-NUMPC  PIC 9(06).
                       05 TAB-FT-ITEM   PIC 9(02).
                       05 TAB-FT-QTDE   PIC 9(07).
       01  TAB-LINHAS-NOTA.
                 04 TAB-LN-OCORR OCCURS 99 TIMES.
                       05 TAB-LN-ITEM   PIC 9(02).
                       05 TAB-LN-QTDE   PIC 9(05).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(15) VALUE SPACES.
                 03 FILLER  PIC X(60) VALUE
                       "CONFERENCIA DE NOTAS DE FORNECEDORES".
       01  CAB2.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 FILLER  PIC X(06) VALUE "FORN".
                 03 FILLER  PIC X(12) VALUE "NOTA".
                 03 FILLER  PIC X(09) VALUE "PEDIDO".
                 03 FILLER  PIC X(17) VALUE "VALOR".
                 03 FILLER  PIC X(06) VALUE "SIT".
                 03 FILLER  PIC X(20) VALUE "MOTIVO".
       01  DETCONF.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DC-FOR  PIC 9(04) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DC-NF   PIC 9(09) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DC-PC   PIC 9(06) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DC-VAL  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 DC-SIT  PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 DC-MOT  PIC X(20) VALUE SPACES.
       01  DETLIN.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(06) VALUE "ITEM".
                 03 LD-ITEM PIC Z9    VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 LD-PROD PIC X(06) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "FAT:".
                 03 LD-QTNF PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(06) VALUE " REC:".
                 03 LD-QTRC PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 LD-OCOR PIC X(20) VALUE SPACES.
       01  TOTCONF.
                 03 FILLER  PIC X(12) VALUE "LIBERADAS:".
                 03 TC-LIB  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(12) VALUE "  RETIDAS:".
                 03 TC-RET  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(15) VALUE "  LANCADAS:".
                 03 TC-LAN  PIC ZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM VERIFICA-PERIODO.
           PERFORM LE-TOLERANCIAS.
           PERFORM CARREGA-MAPAS.
           MOVE SPACES TO WS-FS-NFFCAB.
           OPEN I-O NFFCAB.
           IF  WS-FS-NFFCAB EQUAL "35"
               DISPLAY "PRG90 - NENHUMA NOTA DE FORNECEDOR REGISTRADA"
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           OPEN INPUT PCITEM.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PCITEM" TO WS-ARQ-ERRO.
           MOVE WS-FS-PCITEM TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           OPEN I-O NFFITEM.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "NFFITEM" TO WS-ARQ-ERRO.
           MOVE WS-FS-NFFITEM TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM CARREGA-FATURADAS.
           PERFORM ABRE-DIARIO.
           PERFORM ABRE-TRANSFERIDOS.
           OPEN OUTPUT RELCONF.
           PERFORM LE-NOTA-FORNEC.
           PERFORM TRATA-NOTA-FORNEC
                   UNTIL NFC-FIM EQUAL "SIM".
           MOVE CT-LIBERADAS TO TC-LIB.
           MOVE CT-RETIDAS   TO TC-RET.
           MOVE CT-LANCADAS  TO TC-LAN.
           WRITE REGRELCONF FROM TOTCONF AFTER ADVANCING 3 LINES.
           CLOSE NFFCAB NFFITEM PCITEM DIARIO RELCONF.
           IF  WS-TRANSFERE EQUAL "SIM"
               CLOSE LANCTRF.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG90 - TOTAIS DE CONTROLE".
           DISPLAY "NOTAS LIDAS............: " CT-LIDOS.
           DISPLAY "NOTAS CONFERIDAS.......: " CT-CONFERIDAS.
           DISPLAY "NOTAS LIBERADAS........: " CT-LIBERADAS.
           DISPLAY "NOTAS RETIDAS..........: " CT-RETIDAS.
           DISPLAY "NOTAS CONTABILIZADAS...: " CT-LANCADAS.
           DISPLAY "EVENTOS SEM MAPA.......: " CT-SEM-MAPA.
           DISPLAY "LANCTOS TRANSFERIDOS...: " CT-TRANSFERIDOS.
           DISPLAY "TOTAL DEBITOS..........: " WS-TOT-DEB.
           DISPLAY "TOTAL CREDITOS.........: " WS-TOT-CRE.
           IF  CT-SEM-MAPA GREATER ZERO
               MOVE 4 TO RETURN-CODE.
           IF  CT-TRANSFERIDOS GREATER ZERO
           AND RETURN-CODE LESS 4
               MOVE 4 TO RETURN-CODE.

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

       VERIFICA-PERIODO.
           MOVE WS-HOJE TO WS-DATA-LANC.
           MOVE "NAO" TO WS-TRANSFERE.
           MOVE "NAO" TO PF-FIM.
           MOVE ZEROS TO WS-ULT-FECHADO.
           MOVE SPACES TO WS-FS-PERFECH.
           OPEN INPUT PERFECH.
           IF  WS-FS-PERFECH NOT EQUAL "35"
               PERFORM LE-PERFECH
               PERFORM GUARDA-FECHAMENTO
                       UNTIL PF-FIM EQUAL "SIM"
               CLOSE PERFECH.
           IF  WS-LANC-COMPET NOT GREATER WS-ULT-FECHADO
               PERFORM PROXIMO-PERIODO-ABERTO.
       LE-PERFECH.
           READ PERFECH
                       AT END
                             MOVE "SIM" TO PF-FIM.
       GUARDA-FECHAMENTO.
           IF  PF-COMPET GREATER WS-ULT-FECHADO
               MOVE PF-COMPET TO WS-ULT-FECHADO.
           PERFORM LE-PERFECH.
       PROXIMO-PERIODO-ABERTO.
           MOVE WS-ULT-FECHADO TO WS-LANC-COMPET.
           IF  WS-LANC-MES EQUAL 12
               ADD 1 TO WS-LANC-ANO
               MOVE 1 TO WS-LANC-MES
           ELSE
               ADD 1 TO WS-LANC-MES.
           MOVE 1 TO WS-LANC-DIA.
           MOVE "SIM" TO WS-TRANSFERE.
           DISPLAY "PRG90 - PERIODO " WS-HOJE(1:6) " FECHADO - "
                   "LANCAMENTOS EM " WS-DATA-LANC.

       ABRE-TRANSFERIDOS.
           IF  WS-TRANSFERE EQUAL "SIM"
               MOVE SPACES TO WS-FS-LANCTRF
               OPEN EXTEND LANCTRF
               IF  WS-FS-LANCTRF EQUAL "35"
                   OPEN OUTPUT LANCTRF.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "LANCTRF" TO WS-ARQ-ERRO.
           MOVE WS-FS-LANCTRF TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       REGISTRA-TRANSFERENCIA.
           IF  WS-TRANSFERE EQUAL "SIM"
               MOVE WS-HOJE     TO TR-DATA-ORIG
               MOVE DL-DATA     TO TR-DATA-NOVA
               MOVE "PRG90"     TO TR-PROGRAMA
               MOVE DL-CONTA    TO TR-CONTA
               MOVE DL-DC       TO TR-DC
               MOVE DL-VALOR    TO TR-VALOR
               MOVE DL-HIST     TO TR-HIST
               MOVE DL-DOC      TO TR-DOC
               WRITE REGLANCTRF
               ADD 1 TO CT-TRANSFERIDOS.

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
           IF  PG-PROGRAMA EQUAL "PRG90"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-TOLERANCIAS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "TOLPRECO" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:5) TO WS-PARM-V5X
               MOVE WS-PARM-V5 TO WS-TOL-PRECO.
           MOVE "TOLQTDE" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:5) TO WS-PARM-V5X
               MOVE WS-PARM-V5 TO WS-TOL-QTDE.

       CARREGA-MAPAS.
           MOVE SPACES TO WS-FS-CONTAMAP.
           OPEN INPUT CONTAMAP.
           IF  WS-FS-CONTAMAP EQUAL "35"
               MOVE "SIM" TO MAP-FIM
           ELSE
               PERFORM LE-MAPA
               PERFORM GUARDA-MAPA
                       UNTIL MAP-FIM EQUAL "SIM"
               CLOSE CONTAMAP.
       LE-MAPA.
           READ CONTAMAP
                       AT END
                             MOVE "SIM" TO MAP-FIM.
       GUARDA-MAPA.
           IF  QT-MAPAS NOT LESS 100
               DISPLAY "PRG90 - TABELA MAPAS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-MAPAS.
           MOVE CM-EVENTO  TO TAB-MP-EVENTO(QT-MAPAS).
           MOVE CM-CTA-DEB TO TAB-MP-DEB(QT-MAPAS).
           MOVE CM-CTA-CRE TO TAB-MP-CRE(QT-MAPAS).
           MOVE CM-DESCR   TO TAB-MP-DESCR(QT-MAPAS).
           PERFORM LE-MAPA.

       ABRE-DIARIO.
           MOVE SPACES TO WS-FS-DIARIO.
           OPEN EXTEND DIARIO.
           IF  WS-FS-DIARIO EQUAL "35"
               OPEN OUTPUT DIARIO.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "DIARIO" TO WS-ARQ-ERRO.
           MOVE WS-FS-DIARIO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       LE-NOTA-FORNEC.
           READ NFFCAB NEXT
                       AT END
                             MOVE "SIM" TO NFC-FIM
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "NFFCAB" TO WS-ARQ-ERRO.
           MOVE WS-FS-NFFCAB TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       CARREGA-FATURADAS.
           MOVE "NAO" TO FAT-FIM.
           PERFORM LE-FATURADA.
           PERFORM GUARDA-FATURADA
                   UNTIL FAT-FIM EQUAL "SIM".
           CLOSE NFFCAB.
           OPEN I-O NFFCAB.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "NFFCAB" TO WS-ARQ-ERRO.
           MOVE WS-FS-NFFCAB TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       LE-FATURADA.
           READ NFFCAB NEXT
                       AT END
                             MOVE "SIM" TO FAT-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "NFFCAB" TO WS-ARQ-ERRO.
           MOVE WS-FS-NFFCAB TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       GUARDA-FATURADA.
           IF  NFC-SITUACAO EQUAL "L"
           OR  NFC-SITUACAO EQUAL "P"
               PERFORM GUARDA-LINHA-FATURADA
                       VARYING WS-LX FROM 1 BY 1
                       UNTIL WS-LX GREATER NFC-QTITENS.
           PERFORM LE-FATURADA.
       GUARDA-LINHA-FATURADA.
           MOVE NFC-CODFOR TO NFI-CODFOR.
           MOVE NFC-NUMNF  TO NFI-NUMNF.
           MOVE WS-LX      TO NFI-ITEM.
           MOVE "SIM" TO WS-ACHOU.
           READ NFFITEM
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "SIM"
               MOVE NFI-ITEMPC TO WS-FT-ITEM
               MOVE NFI-QTDE   TO WS-FT-QTDE
               PERFORM ACUMULA-FATURADA.

       ACUMULA-FATURADA.
           PERFORM BUSCA-FATURADA.
           IF  WS-FX EQUAL ZERO
               IF  QT-FAT NOT LESS 5000
                   DISPLAY "PRG90 - TABELA FATURADOS ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QT-FAT
               MOVE NFC-NUMPC  TO TAB-FT-NUMPC(QT-FAT)
               MOVE WS-FT-ITEM TO TAB-FT-ITEM(QT-FAT)
               MOVE ZEROS      TO TAB-FT-QTDE(QT-FAT)
               MOVE QT-FAT     TO WS-FX.
           ADD WS-FT-QTDE TO TAB-FT-QTDE(WS-FX).
       BUSCA-FATURADA.
           MOVE ZEROS TO WS-FX.
           PERFORM PROCURA-FATURADA
                   VARYING WS-IY FROM 1 BY 1
                   UNTIL WS-IY GREATER QT-FAT
                   OR WS-FX NOT EQUAL ZERO.
       PROCURA-FATURADA.
           IF  TAB-FT-NUMPC(WS-IY) EQUAL NFC-NUMPC
           AND TAB-FT-ITEM(WS-IY) EQUAL WS-FT-ITEM
               MOVE WS-IY TO WS-FX.

       TRATA-NOTA-FORNEC.
           MOVE "NAO" TO WS-REGRAVA.
           IF  NFC-SITUACAO EQUAL "R"
               PERFORM CONFERE-NOTA.
           IF  NFC-SITUACAO EQUAL "L"
           AND NFC-LANCADO NOT EQUAL "S"
               PERFORM CONTABILIZA-NOTA.
           IF  WS-REGRAVA EQUAL "SIM"
               REWRITE REGNFFCAB
               MOVE "REWRITE" TO WS-OPER-ERRO
               MOVE "NFFCAB" TO WS-ARQ-ERRO
               MOVE WS-FS-NFFCAB TO WS-FS-ERRO
               PERFORM TESTA-STATUS.
           PERFORM LE-NOTA-FORNEC.

       CONFERE-NOTA.
           ADD 1 TO CT-CONFERIDAS.
           MOVE "NAO" TO WS-DIVERGE-QT WS-DIVERGE-PR WS-SEM-ITEM.
           MOVE ZEROS TO QT-LN-NOTA.
           PERFORM IMPRIME-NOTA-CAB.
           PERFORM CONFERE-LINHA
                   VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX GREATER NFC-QTITENS.
           IF  WS-SEM-ITEM EQUAL "SIM"
               MOVE "H" TO NFC-SITUACAO
               MOVE "ITEM FORA DO PEDIDO" TO NFC-MOTIVO
           ELSE
               IF  WS-DIVERGE-QT EQUAL "SIM"
                   MOVE "H" TO NFC-SITUACAO
                   MOVE "QTDE ACIMA RECEBIDO" TO NFC-MOTIVO
               ELSE
                   IF  WS-DIVERGE-PR EQUAL "SIM"
                       MOVE "H" TO NFC-SITUACAO
                       MOVE "PRECO DIVERGENTE" TO NFC-MOTIVO
                   ELSE
                       MOVE "L" TO NFC-SITUACAO
                       MOVE "CONFERIDA" TO NFC-MOTIVO
                       MOVE WS-HOJE TO NFC-DATA-LIB.
           IF  NFC-SITUACAO EQUAL "L"
               ADD 1 TO CT-LIBERADAS
               PERFORM LIBERA-LINHA-NOTA
                       VARYING WS-NX FROM 1 BY 1
                       UNTIL WS-NX GREATER QT-LN-NOTA
           ELSE
               ADD 1 TO CT-RETIDAS.
           MOVE "SIM" TO WS-REGRAVA.
           MOVE NFC-SITUACAO TO DC-SIT.
           MOVE NFC-MOTIVO   TO DC-MOT.
           WRITE REGRELCONF FROM DETCONF AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       CONFERE-LINHA.
           MOVE NFC-CODFOR TO NFI-CODFOR.
           MOVE NFC-NUMNF  TO NFI-NUMNF.
           MOVE WS-LX      TO NFI-ITEM.
           MOVE "SIM" TO WS-ACHOU.
           READ NFFITEM
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "SIM"
               PERFORM CONFERE-LINHA-PEDIDO.
       CONFERE-LINHA-PEDIDO.
           MOVE SPACE TO NFI-OCORR.
           MOVE NFI-ITEMPC TO WS-FT-ITEM.
           PERFORM BUSCA-FATURADA.
           MOVE ZEROS TO WS-QT-FATURADA.
           IF  WS-FX NOT EQUAL ZERO
               MOVE TAB-FT-QTDE(WS-FX) TO WS-QT-FATURADA.
           PERFORM SOMA-LINHA-NOTA
                   VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX GREATER QT-LN-NOTA.
           MOVE NFC-NUMPC  TO PI-NUMPC.
           MOVE NFI-ITEMPC TO PI-ITEM.
           MOVE "SIM" TO WS-ACHOU.
           READ PCITEM
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               MOVE "SIM" TO WS-SEM-ITEM
               MOVE "X" TO NFI-OCORR
               MOVE ZEROS TO PI-QTREC
           ELSE
               COMPUTE WS-LIM-QTDE =
                       PI-QTREC + PI-QTREC * WS-TOL-QTDE / 100
                       - WS-QT-FATURADA
               IF  NFI-QTDE GREATER WS-LIM-QTDE
                   MOVE "SIM" TO WS-DIVERGE-QT
                   MOVE "Q" TO NFI-OCORR
               ELSE
                   IF  NFI-PRECO GREATER PI-PRECO
                       COMPUTE WS-DIF-PRECO = NFI-PRECO - PI-PRECO
                   ELSE
                       COMPUTE WS-DIF-PRECO = PI-PRECO - NFI-PRECO
                   END-IF
                   COMPUTE WS-LIM-PRECO =
                           PI-PRECO * WS-TOL-PRECO / 100
                   IF  WS-DIF-PRECO GREATER WS-LIM-PRECO
                       MOVE "SIM" TO WS-DIVERGE-PR
                       MOVE "P" TO NFI-OCORR.
           REWRITE REGNFFITEM
               INVALID KEY
                   DISPLAY "PRG90 - ERRO AO REGRAVAR LINHA " NFI-CHAVE.
           IF  NFI-OCORR NOT EQUAL SPACE
               PERFORM IMPRIME-LINHA-DIVERGENTE.
           IF  NFI-OCORR NOT EQUAL "X"
               ADD 1 TO QT-LN-NOTA
               MOVE NFI-ITEMPC TO TAB-LN-ITEM(QT-LN-NOTA)
               MOVE NFI-QTDE   TO TAB-LN-QTDE(QT-LN-NOTA).
       SOMA-LINHA-NOTA.
           IF  TAB-LN-ITEM(WS-NX) EQUAL NFI-ITEMPC
               ADD TAB-LN-QTDE(WS-NX) TO WS-QT-FATURADA.
       LIBERA-LINHA-NOTA.
           MOVE TAB-LN-ITEM(WS-NX) TO WS-FT-ITEM.
           MOVE TAB-LN-QTDE(WS-NX) TO WS-FT-QTDE.
           PERFORM ACUMULA-FATURADA.

       CONTABILIZA-NOTA.
           MOVE "NFFO"     TO WS-EVENTO.
           MOVE NFC-VALOR  TO WS-VALOR.
           MOVE NFC-NUMPC  TO WS-DOC.
           PERFORM GERA-LANCAMENTO.
           IF  WS-ACHOU EQUAL "SIM"
               MOVE "S" TO NFC-LANCADO
               ADD 1 TO CT-LANCADAS
               MOVE "SIM" TO WS-REGRAVA.

       GERA-LANCAMENTO.
           MOVE "NAO" TO WS-ACHOU.
           PERFORM PROCURA-MAPA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-MAPAS
                   OR WS-ACHOU EQUAL "SIM".
           IF  WS-ACHOU EQUAL "NAO"
               ADD 1 TO CT-SEM-MAPA
               DISPLAY "PRG90 - EVENTO SEM MAPA: " WS-EVENTO
           ELSE
               SUBTRACT 1 FROM WS-IX
               MOVE WS-DATA-LANC TO DL-DATA
               MOVE TAB-MP-DEB(WS-IX) TO DL-CONTA
               MOVE "D" TO DL-DC
               MOVE WS-VALOR TO DL-VALOR
               MOVE TAB-MP-DESCR(WS-IX) TO DL-HIST
               MOVE WS-DOC TO DL-DOC
               WRITE REGDIARIO
               PERFORM REGISTRA-TRANSFERENCIA
               ADD WS-VALOR TO WS-TOT-DEB
               MOVE TAB-MP-CRE(WS-IX) TO DL-CONTA
               MOVE "C" TO DL-DC
               WRITE REGDIARIO
               PERFORM REGISTRA-TRANSFERENCIA
               ADD WS-VALOR TO WS-TOT-CRE.
       PROCURA-MAPA.
           IF  TAB-MP-EVENTO(WS-IX) EQUAL WS-EVENTO
               MOVE "SIM" TO WS-ACHOU.

       IMPRIME-NOTA-CAB.
           IF  CTLIN GREATER 30
               MOVE SPACES TO REGRELCONF
               WRITE REGRELCONF AFTER ADVANCING PAGE
               MOVE 1 TO CTLIN
               ADD 1 TO CTPAG
               MOVE CTPAG TO CTP
               WRITE REGRELCONF FROM CAB0 AFTER ADVANCING 1 LINE
               WRITE REGRELCONF FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELCONF FROM CAB1 AFTER ADVANCING 1 LINE
               WRITE REGRELCONF FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELCONF FROM CAB2 AFTER ADVANCING 1 LINE
               WRITE REGRELCONF FROM BREAK AFTER ADVANCING 1 LINE.
           MOVE NFC-CODFOR TO DC-FOR.
           MOVE NFC-NUMNF  TO DC-NF.
           MOVE NFC-NUMPC  TO DC-PC.
           MOVE NFC-VALOR  TO DC-VAL.

       IMPRIME-LINHA-DIVERGENTE.
           MOVE NFI-ITEM    TO LD-ITEM.
           MOVE NFI-CODPROD TO LD-PROD.
           MOVE NFI-QTDE    TO LD-QTNF.
           MOVE PI-QTREC    TO LD-QTRC.
           IF  NFI-OCORR EQUAL "X"
               MOVE "ITEM FORA DO PEDIDO" TO LD-OCOR
           ELSE
               IF  NFI-OCORR EQUAL "Q"
                   MOVE "QTDE ACIMA RECEBIDO" TO LD-OCOR
               ELSE
                   MOVE "PRECO DIVERGENTE" TO LD-OCOR.
           WRITE REGRELCONF FROM DETLIN AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG90"       TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-CONFERIDAS TO RL-QTDE.
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
               DISPLAY "PRG90 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG90" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
