           SELECT FAMCICLO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FAMCICLO.
           SELECT TAXCICLO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TAXCICLO.
           SELECT CREDSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CR-NUMSOC
           FILE STATUS IS WS-FS-CREDSOC.
           SELECT PONTSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PS-NUMSOC
           FILE STATUS IS WS-FS-PONTSOC.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
           SELECT EXTRATO ASSIGN TO DISK
           FILE STATUS IS WS-FS-EXTRATO.
           SELECT NOTIFEV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFEV.
           SELECT RUNLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUNLOG.
           02 FC-RESP       PIC 9(06).
           02 FC-DEP        PIC 9(06).
           02 FC-VALOR      PIC 9(09)V99.
       FD  TAXCICLO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TAXCICLO.DAT".
       01  REGTAXCICLO.
           02 TX-NUMSOC     PIC 9(06).
           02 TX-USUARIO    PIC 9(06).
           02 TX-INSTAL     PIC X(04).
           02 TX-DATA       PIC 9(08).
           02 TX-HORA       PIC 9(02).
           02 TX-VALOR      PIC 9(07)V99.
       FD  CREDSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".
           02 CR-NUMSOC     PIC 9(06).
           02 CR-VALOR      PIC 9(09)V99.
           02 CR-DATA-ORIG  PIC 9(08).
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
       FD  PARMGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMGER.DAT".
           02 PG-DESCR      PIC X(30).
       FD  EXTRATO LABEL RECORD OMITTED.
       01  REGEXTRATO       PIC X(80).
       FD  NOTIFEV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTIFEV.DAT".
       01  REGNOTIFEV.
           02 NE-DATA       PIC 9(08).
           02 NE-HORA       PIC 9(08).
           02 NE-ORIGEM     PIC X(08).
           02 NE-TIPO       PIC X(02).
           02 NE-NUMSOC     PIC 9(06).
           02 NE-REFER      PIC X(17).
           02 NE-VALOR      PIC 9(09)V99.
           02 NE-DATAREF    PIC 9(08).
       FD  RUNLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RUNLOG.DAT".
       77  WS-FS-IOERR      PIC X(02) VALUE "00".
       77  WS-FS-CADSOC1    PIC X(02) VALUE "00".
       77  WS-FS-EXTRATO    PIC X(02) VALUE "00".
       77  WS-FS-NOTIFEV    PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  FIMARQ           PIC X(03) VALUE "NAO".
       77  PAG-FIM          PIC X(03) VALUE "NAO".
       77  WS-TEM-CREDARQ   PIC X(03) VALUE "NAO".
       77  WS-CRED-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-VAL-CREDITO   PIC 9(09)V99 VALUE ZEROS.
       77  WS-FS-PONTSOC    PIC X(02) VALUE SPACES.
       77  WS-TEM-PONTARQ   PIC X(03) VALUE "NAO".
       77  WS-PONT-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-FS-FAMCICLO   PIC X(02) VALUE SPACES.
       77  FAM-FIM          PIC X(03) VALUE "NAO".
       77  QT-FAMCICLO      PIC 9(04) VALUE ZEROS.
       77  WS-TEM-FAMILIA   PIC X(03) VALUE "NAO".
       77  WS-FS-TAXCICLO   PIC X(02) VALUE SPACES.
       77  TAX-FIM          PIC X(03) VALUE "NAO".
       77  QT-TAXCICLO      PIC 9(04) VALUE ZEROS.
       77  WS-TEM-TAXAS     PIC X(03) VALUE "NAO".
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
                       05 TAB-FC-RESP  PIC 9(06).
                       05 TAB-FC-DEP   PIC 9(06).
                       05 TAB-FC-VALOR PIC 9(09)V99.
       01  TAB-TAXCICLO.
                 04 TAB-TAXCICLO-OCORR OCCURS 2000 TIMES.
                       05 TAB-TX-NUMSOC  PIC 9(06).
                       05 TAB-TX-USUARIO PIC 9(06).
                       05 TAB-TX-INSTAL  PIC X(04).
                       05 TAB-TX-DATA    PIC 9(08).
                       05 TAB-TX-HORA    PIC 9(02).
                       05 TAB-TX-VALOR   PIC 9(07)V99.
       77  QT-PAGTOS        PIC 9(04) VALUE ZEROS.
       77  QT-PEDIDOS       PIC 9(04) VALUE ZEROS.
       77  WS-NUMSOC-PARM   PIC 9(06) VALUE ZEROS.
       01  EX-CREDITO.
                 03 FILLER  PIC X(22) VALUE "SALDO CREDOR........:".
                 03 EX-CRVAL PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  EX-PONTOS.
                 03 FILLER  PIC X(22) VALUE "SALDO DE PONTOS.....:".
                 03 EX-PTSAL PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       01  EX-CABPAG.
                 03 FILLER  PIC X(40) VALUE
                            "PAGAMENTOS REGISTRADOS:".
                 03 EX-FMNUM PIC 999.999 VALUE ZEROS.
                 03 FILLER  PIC X(10) VALUE "  PARCELA ".
                 03 EX-FMVAL PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  EX-CABTAX.
                 03 FILLER  PIC X(40) VALUE
                            "TAXAS DE RESERVA DA COBRANCA:".
       01  EX-LINTAX.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(08) VALUE "RESERVA ".
                 03 EX-TXINST PIC X(04) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 EX-TXDATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 EX-TXHORA PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(08) VALUE "H SOCIO ".
                 03 EX-TXNUM PIC 999.999 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 EX-TXVAL PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  EX-POSICAO.
                 03 FILLER  PIC X(22) VALUE "POSICAO LIQUIDA.....:".
                 03 EX-POSVAL PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           PERFORM CARREGA-PAGTOS.
           PERFORM CARREGA-PEDIDOS.
           PERFORM CARREGA-FAMCICLO.
           PERFORM CARREGA-TAXCICLO.
           OPEN INPUT CADSOC1 OUTPUT EXTRATO.
           MOVE SPACES TO WS-FS-CREDSOC.
           OPEN INPUT CREDSOC.
               MOVE "SIM" TO WS-TEM-CREDARQ
           ELSE
               MOVE "NAO" TO WS-TEM-CREDARQ.
           MOVE SPACES TO WS-FS-PONTSOC.
           OPEN INPUT PONTSOC.
           IF  WS-FS-PONTSOC EQUAL "00"
               MOVE "SIM" TO WS-TEM-PONTARQ
           ELSE
               MOVE "NAO" TO WS-TEM-PONTARQ.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           MOVE "EXTRATO" TO WS-ARQ-ERRO.
           MOVE WS-FS-EXTRATO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM ABRE-NOTIFEV.
           PERFORM LEITURA.
           PERFORM PRINCIPAL
                   UNTIL FIMARQ EQUAL "SIM".
           CLOSE NOTIFEV.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           IF  WS-TEM-CREDARQ EQUAL "SIM"
               CLOSE CREDSOC.
           IF  WS-TEM-PONTARQ EQUAL "SIM"
               CLOSE PONTSOC.
           CLOSE CADSOC1 EXTRATO.
           MOVE "CLOSE" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE FC-VALOR TO TAB-FC-VALOR(QT-FAMCICLO).
           PERFORM CARREGA-FAMCICLO-LER.

       CARREGA-TAXCICLO.
           MOVE SPACES TO WS-FS-TAXCICLO.
           OPEN INPUT TAXCICLO.
           IF  WS-FS-TAXCICLO EQUAL "35"
               MOVE "SIM" TO TAX-FIM
           ELSE
               PERFORM CARREGA-TAXCICLO-LER
               PERFORM CARREGA-TAXCICLO-PRINCIPAL
                       UNTIL TAX-FIM EQUAL "SIM"
               CLOSE TAXCICLO.
       CARREGA-TAXCICLO-LER.
           READ TAXCICLO
                       AT END
                             MOVE "SIM" TO TAX-FIM.
       CARREGA-TAXCICLO-PRINCIPAL.
           IF  QT-TAXCICLO NOT LESS 2000
               DISPLAY "PRG16 - TABELA TAXCICLO ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-TAXCICLO.
           MOVE TX-NUMSOC  TO TAB-TX-NUMSOC(QT-TAXCICLO).
           MOVE TX-USUARIO TO TAB-TX-USUARIO(QT-TAXCICLO).
           MOVE TX-INSTAL  TO TAB-TX-INSTAL(QT-TAXCICLO).
           MOVE TX-DATA    TO TAB-TX-DATA(QT-TAXCICLO).
           MOVE TX-HORA    TO TAB-TX-HORA(QT-TAXCICLO).
           MOVE TX-VALOR   TO TAB-TX-VALOR(QT-TAXCICLO).
           PERFORM CARREGA-TAXCICLO-LER.

       ABRE-NOTIFEV.
           MOVE SPACES TO WS-FS-NOTIFEV.
           OPEN EXTEND NOTIFEV.
           IF  WS-FS-NOTIFEV EQUAL "35"
               OPEN OUTPUT NOTIFEV.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "NOTIFEV" TO WS-ARQ-ERRO.
           MOVE WS-FS-NOTIFEV TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       LEITURA.
           READ CADSOC1
                       AT END
           WRITE REGEXTRATO FROM EX-BRANCO AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-ABERTO.
           PERFORM IMPRIME-CREDITO.
           PERFORM IMPRIME-PONTOS.
           WRITE REGEXTRATO FROM EX-BRANCO AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-PAGAMENTOS.
           WRITE REGEXTRATO FROM EX-BRANCO AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-PEDIDOS.
           PERFORM IMPRIME-FAMILIA.
           PERFORM IMPRIME-TAXAS.
           COMPUTE WS-POSICAO = WS-VAL-ABERTO + WS-TOT-PEDIDOS
                              - WS-TOT-PAGTOS - WS-VAL-CREDITO.
           MOVE WS-POSICAO TO EX-POSVAL.
           WRITE REGEXTRATO FROM EX-POSICAO AFTER ADVANCING 2 LINES.
           ADD 1 TO CT-EXTRATOS.
           PERFORM GRAVA-NOTIFEV.

       GRAVA-NOTIFEV.
           MOVE WS-DATA-EXEC  TO NE-DATA.
           ACCEPT NE-HORA FROM TIME.
           MOVE "PRG16"       TO NE-ORIGEM.
           MOVE "EX"          TO NE-TIPO.
           MOVE NUMSOC1       TO NE-NUMSOC.
           MOVE "EXTRATO"     TO NE-REFER.
           MOVE WS-VAL-ABERTO TO NE-VALOR.
           IF  CODPAG1 EQUAL 2
               MOVE DATAVENC1    TO NE-DATAREF
           ELSE
               MOVE WS-DATA-EXEC TO NE-DATAREF.
           WRITE REGNOTIFEV.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "NOTIFEV" TO WS-ARQ-ERRO.
           MOVE WS-FS-NOTIFEV TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       IMPRIME-ABERTO.
           IF  CODPAG1 EQUAL 2
                   WRITE REGEXTRATO FROM EX-CREDITO
                         AFTER ADVANCING 1 LINE.

       IMPRIME-PONTOS.
           IF  WS-TEM-PONTARQ EQUAL "SIM"
               MOVE "SIM" TO WS-PONT-ACHADO
               MOVE NUMSOC1 TO PS-NUMSOC
               READ PONTSOC
                   INVALID KEY
                       MOVE "NAO" TO WS-PONT-ACHADO
               END-READ
               IF  WS-PONT-ACHADO EQUAL "SIM"
               AND PS-SALDO GREATER ZERO
                   MOVE PS-SALDO TO EX-PTSAL
                   WRITE REGEXTRATO FROM EX-PONTOS
                         AFTER ADVANCING 1 LINE.

       IMPRIME-PAGAMENTOS.
           WRITE REGEXTRATO FROM EX-CABPAG AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-PAGAMENTO-LINHA
               WRITE REGEXTRATO FROM EX-LINFAM
                     AFTER ADVANCING 1 LINE.

       IMPRIME-TAXAS.
           MOVE "NAO" TO WS-TEM-TAXAS.
           PERFORM VERIFICA-TEM-TAXAS
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-TAXCICLO.
           IF  WS-TEM-TAXAS EQUAL "SIM"
               WRITE REGEXTRATO FROM EX-BRANCO
                     AFTER ADVANCING 1 LINE
               WRITE REGEXTRATO FROM EX-CABTAX
                     AFTER ADVANCING 1 LINE
               PERFORM IMPRIME-TAXAS-LINHA
                       VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER QT-TAXCICLO.
       VERIFICA-TEM-TAXAS.
           IF  TAB-TX-NUMSOC(WS-IX) EQUAL NUMSOC1
               MOVE "SIM" TO WS-TEM-TAXAS.
       IMPRIME-TAXAS-LINHA.
           IF  TAB-TX-NUMSOC(WS-IX) EQUAL NUMSOC1
               MOVE TAB-TX-INSTAL(WS-IX) TO EX-TXINST
               MOVE TAB-TX-DATA(WS-IX)(1:4) TO EX-TXDATA(7:4)
               MOVE TAB-TX-DATA(WS-IX)(5:2) TO EX-TXDATA(4:2)
               MOVE TAB-TX-DATA(WS-IX)(7:2) TO EX-TXDATA(1:2)
               MOVE TAB-TX-HORA(WS-IX) TO EX-TXHORA
               MOVE TAB-TX-USUARIO(WS-IX) TO EX-TXNUM
               MOVE TAB-TX-VALOR(WS-IX) TO EX-TXVAL
               WRITE REGEXTRATO FROM EX-LINTAX
                     AFTER ADVANCING 1 LINE.

       TESTA-STATUS.
           IF  WS-FS-ERRO(1:1) EQUAL "3"
           OR  WS-FS-ERRO(1:1) EQUAL "4"
