       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG91.
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
           SELECT FORNEC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FO-CODFOR
           FILE STATUS IS WS-FS-FORNEC.
           SELECT PAGFORN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAGFORN.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
           SELECT CONTAMAP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTAMAP.
           SELECT DIARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIARIO.
           SELECT RELPAG ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELPAG.
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
       FD  FORNEC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FORNEC.DAT".
       01  REGFORNEC.
           02 FO-CODFOR     PIC 9(04).
           02 FO-NOME       PIC X(20).
           02 FO-CONTATO    PIC X(30).
           02 FO-BANCO      PIC 9(03).
           02 FO-AGENCIA    PIC 9(04).
           02 FO-CONTA      PIC 9(10).
           02 FO-SITUACAO   PIC X(01).
       FD  PAGFORN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAGFORN.DAT".
       01  REGPAGFORN       PIC X(80).
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
       FD  RELPAG LABEL RECORD OMITTED.
       01  REGRELPAG        PIC X(80).
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
       77  WS-FS-FORNEC     PIC X(02) VALUE SPACES.
       77  WS-FS-PAGFORN    PIC X(02) VALUE "00".
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-CONTAMAP   PIC X(02) VALUE SPACES.
       77  WS-FS-DIARIO     PIC X(02) VALUE SPACES.
       77  WS-FS-RELPAG     PIC X(02) VALUE "00".
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
       01  WS-PARM-N3X.
           02 WS-PARM-N3    PIC 9(03).
       77  WS-HORIZONTE     PIC 9(03) VALUE 7.
       77  WS-DATA-LIMITE   PIC 9(08) VALUE ZEROS.
       77  WS-IX            PIC 9(03) VALUE ZEROS.
       77  QT-MAPAS         PIC 9(03) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77  CT-PAGAS         PIC 9(05) VALUE ZEROS.
       77  CT-SEM-BANCO     PIC 9(05) VALUE ZEROS.
       77  CT-SEM-MAPA      PIC 9(05) VALUE ZEROS.
       77  WS-TEM-PGFO      PIC X(03) VALUE "NAO".
       77  WS-HASH-VALOR    PIC 9(13)V99 VALUE ZEROS.
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
       01  PAG-HEADER.
           02 FILLER        PIC X(01) VALUE "0".
           02 PH-DATA       PIC 9(08) VALUE ZEROS.
           02 FILLER        PIC X(15) VALUE "PAGTOFORNEC".
           02 FILLER        PIC X(56) VALUE SPACES.
       01  PAG-DETALHE.
           02 FILLER        PIC X(01) VALUE "1".
           02 PD-CODFOR     PIC 9(04) VALUE ZEROS.
           02 PD-NOME       PIC X(20) VALUE SPACES.
           02 PD-BANCO      PIC 9(03) VALUE ZEROS.
           02 PD-AGENCIA    PIC 9(04) VALUE ZEROS.
           02 PD-CONTA      PIC 9(10) VALUE ZEROS.
           02 PD-NUMNF      PIC 9(09) VALUE ZEROS.
           02 PD-VALOR      PIC 9(09)V99 VALUE ZEROS.
           02 PD-VENC       PIC 9(08) VALUE ZEROS.
           02 FILLER        PIC X(10) VALUE SPACES.
       01  PAG-TRAILER.
           02 FILLER        PIC X(01) VALUE "9".
           02 PT-QTDE       PIC 9(06) VALUE ZEROS.
           02 PT-HASH       PIC 9(13)V99 VALUE ZEROS.
           02 FILLER        PIC X(58) VALUE SPACES.
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
                 03 FILLER  PIC X(60) VALUE
                       "PAGAMENTO A FORNECEDORES".
       01  CAB2.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 FILLER  PIC X(06) VALUE "FORN".
                 03 FILLER  PIC X(22) VALUE "NOME".
                 03 FILLER  PIC X(12) VALUE "NOTA".
                 03 FILLER  PIC X(12) VALUE "VENCTO".
                 03 FILLER  PIC X(17) VALUE "VALOR".
       01  DETPAG.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DP-FOR  PIC 9(04) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DP-NOME PIC X(20) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DP-NF   PIC 9(09) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DP-VENC PIC 9(02)/9(02)/9(04).
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DP-VAL  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DP-OBS  PIC X(09) VALUE SPACES.
       01  TOTPAG.
                 03 FILLER  PIC X(20) VALUE "NOTAS PAGAS:".
                 03 TP-QTD  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(10) VALUE "   TOTAL:".
                 03 TP-VAL  PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM VERIFICA-PERIODO.
           PERFORM LE-HORIZONTE.
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-HOJE) + WS-HORIZONTE).
           PERFORM CARREGA-MAPAS.
           PERFORM VERIFICA-MAPA-PAGTO.
           MOVE SPACES TO WS-FS-NFFCAB.
           OPEN I-O NFFCAB.
           IF  WS-FS-NFFCAB EQUAL "35"
               DISPLAY "PRG91 - NENHUMA NOTA DE FORNECEDOR REGISTRADA"
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           OPEN INPUT FORNEC.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "FORNEC" TO WS-ARQ-ERRO.
           MOVE WS-FS-FORNEC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           OPEN OUTPUT PAGFORN.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PAGFORN" TO WS-ARQ-ERRO.
           MOVE WS-FS-PAGFORN TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM ABRE-DIARIO.
           PERFORM ABRE-TRANSFERIDOS.
           OPEN OUTPUT RELPAG.
           PERFORM GRAVA-HEADER.
           PERFORM LE-NOTA-FORNEC.
           PERFORM TRATA-NOTA-FORNEC
                   UNTIL NFC-FIM EQUAL "SIM".
           PERFORM GRAVA-TRAILER.
           MOVE CT-PAGAS      TO TP-QTD.
           MOVE WS-HASH-VALOR TO TP-VAL.
           WRITE REGRELPAG FROM TOTPAG AFTER ADVANCING 3 LINES.
           CLOSE NFFCAB FORNEC PAGFORN DIARIO RELPAG.
           IF  WS-TRANSFERE EQUAL "SIM"
               CLOSE LANCTRF.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG91 - TOTAIS DE CONTROLE".
           DISPLAY "DATA LIMITE VENCTO.....: " WS-DATA-LIMITE.
           DISPLAY "NOTAS LIDAS............: " CT-LIDOS.
           DISPLAY "NOTAS PAGAS............: " CT-PAGAS.
           DISPLAY "VALOR PAGO.............: " WS-HASH-VALOR.
           DISPLAY "FORNEC SEM BANCO.......: " CT-SEM-BANCO.
           DISPLAY "EVENTOS SEM MAPA.......: " CT-SEM-MAPA.
           DISPLAY "LANCTOS TRANSFERIDOS...: " CT-TRANSFERIDOS.
           DISPLAY "TOTAL DEBITOS..........: " WS-TOT-DEB.
           DISPLAY "TOTAL CREDITOS.........: " WS-TOT-CRE.
           IF  CT-SEM-BANCO GREATER ZERO
           OR  CT-SEM-MAPA GREATER ZERO
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
           DISPLAY "PRG91 - PERIODO " WS-HOJE(1:6) " FECHADO - "
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
               MOVE "PRG91"     TO TR-PROGRAMA
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
           IF  PG-PROGRAMA EQUAL "PRG91"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-HORIZONTE.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "HORIZPAG" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-N3X
               MOVE WS-PARM-N3 TO WS-HORIZONTE.

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
               DISPLAY "PRG91 - TABELA MAPAS ESGOTADA"
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

       GRAVA-HEADER.
           MOVE WS-HOJE TO PH-DATA.
           WRITE REGPAGFORN FROM PAG-HEADER.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "PAGFORN" TO WS-ARQ-ERRO.
           MOVE WS-FS-PAGFORN TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       GRAVA-TRAILER.
           MOVE CT-PAGAS TO PT-QTDE.
           MOVE WS-HASH-VALOR TO PT-HASH.
           WRITE REGPAGFORN FROM PAG-TRAILER.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "PAGFORN" TO WS-ARQ-ERRO.
           MOVE WS-FS-PAGFORN TO WS-FS-ERRO.
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

       TRATA-NOTA-FORNEC.
           IF  NFC-SITUACAO EQUAL "L"
           AND NFC-LANCADO EQUAL "S"
           AND NFC-VENC NOT GREATER WS-DATA-LIMITE
               PERFORM PAGA-NOTA.
           PERFORM LE-NOTA-FORNEC.

       PAGA-NOTA.
           MOVE NFC-CODFOR TO FO-CODFOR.
           MOVE "SIM" TO WS-ACHOU.
           READ FORNEC
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               MOVE SPACES TO FO-NOME
               MOVE ZEROS TO FO-BANCO FO-AGENCIA FO-CONTA.
           MOVE SPACES TO DP-OBS.
           IF  FO-BANCO EQUAL ZEROS
           OR  FO-CONTA EQUAL ZEROS
               ADD 1 TO CT-SEM-BANCO
               MOVE "SEM BANCO" TO DP-OBS
               PERFORM IMPRIME-PAGAMENTO
           ELSE
               IF  WS-TEM-PGFO EQUAL "NAO"
                   ADD 1 TO CT-SEM-MAPA
                   MOVE "SEM MAPA" TO DP-OBS
                   PERFORM IMPRIME-PAGAMENTO
               ELSE
                   PERFORM GRAVA-PAGAMENTO.

       VERIFICA-MAPA-PAGTO.
           MOVE "PGFO" TO WS-EVENTO.
           MOVE "NAO" TO WS-ACHOU.
           PERFORM PROCURA-MAPA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-MAPAS
                   OR WS-ACHOU EQUAL "SIM".
           MOVE WS-ACHOU TO WS-TEM-PGFO.
           IF  WS-TEM-PGFO EQUAL "NAO"
               DISPLAY "PRG91 - EVENTO PGFO SEM MAPA - NOTAS VENCIDAS "
                       "FICAM LIBERADAS SEM PAGAMENTO".

       GRAVA-PAGAMENTO.
           MOVE NFC-CODFOR  TO PD-CODFOR.
           MOVE FO-NOME     TO PD-NOME.
           MOVE FO-BANCO    TO PD-BANCO.
           MOVE FO-AGENCIA  TO PD-AGENCIA.
           MOVE FO-CONTA    TO PD-CONTA.
           MOVE NFC-NUMNF   TO PD-NUMNF.
           MOVE NFC-VALOR   TO PD-VALOR.
           MOVE NFC-VENC    TO PD-VENC.
           WRITE REGPAGFORN FROM PAG-DETALHE.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "PAGFORN" TO WS-ARQ-ERRO.
           MOVE WS-FS-PAGFORN TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD 1 TO CT-PAGAS.
           ADD NFC-VALOR TO WS-HASH-VALOR.
           MOVE "PGFO"     TO WS-EVENTO.
           MOVE NFC-VALOR  TO WS-VALOR.
           MOVE NFC-NUMPC  TO WS-DOC.
           PERFORM GERA-LANCAMENTO.
           MOVE "P" TO NFC-SITUACAO.
           MOVE WS-HOJE TO NFC-DATA-PAG.
           REWRITE REGNFFCAB.
           MOVE "REWRITE" TO WS-OPER-ERRO.
           MOVE "NFFCAB" TO WS-ARQ-ERRO.
           MOVE WS-FS-NFFCAB TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM IMPRIME-PAGAMENTO.

       GERA-LANCAMENTO.
           MOVE "NAO" TO WS-ACHOU.
           PERFORM PROCURA-MAPA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-MAPAS
                   OR WS-ACHOU EQUAL "SIM".
           IF  WS-ACHOU EQUAL "NAO"
               ADD 1 TO CT-SEM-MAPA
               DISPLAY "PRG91 - EVENTO SEM MAPA: " WS-EVENTO
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

       IMPRIME-PAGAMENTO.
           IF  CTLIN GREATER 30
               MOVE SPACES TO REGRELPAG
               WRITE REGRELPAG AFTER ADVANCING PAGE
               MOVE 1 TO CTLIN
               ADD 1 TO CTPAG
               MOVE CTPAG TO CTP
               WRITE REGRELPAG FROM CAB0 AFTER ADVANCING 1 LINE
               WRITE REGRELPAG FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELPAG FROM CAB1 AFTER ADVANCING 1 LINE
               WRITE REGRELPAG FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELPAG FROM CAB2 AFTER ADVANCING 1 LINE
               WRITE REGRELPAG FROM BREAK AFTER ADVANCING 1 LINE.
           MOVE NFC-CODFOR TO DP-FOR.
           MOVE FO-NOME    TO DP-NOME.
           MOVE NFC-NUMNF  TO DP-NF.
           MOVE NFC-VENC(7:2) TO WS-DATA-DD.
           MOVE NFC-VENC(5:2) TO WS-DATA-MM.
           MOVE NFC-VENC(1:4) TO WS-DATA-AA.
           MOVE WS-DATA-ED TO DP-VENC.
           MOVE NFC-VALOR  TO DP-VAL.
           WRITE REGRELPAG FROM DETPAG AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG91"       TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-PAGAS      TO RL-QTDE.
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
               DISPLAY "PRG91 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG91" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
