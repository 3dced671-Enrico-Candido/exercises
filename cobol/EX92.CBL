       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG92.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ES-CODPROD
           FILE STATUS IS WS-FS-ESTOQUE.
           SELECT FORNLINK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FL-CHAVE
           FILE STATUS IS WS-FS-FORNLINK.
           SELECT INVCAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IV-NUMCONT
           FILE STATUS IS WS-FS-INVCAB.
           SELECT INVCONT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IC-CHAVE
           FILE STATUS IS WS-FS-INVCONT.
           SELECT ULTINV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ULTINV.
           SELECT PEDBACK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEDBACK.
           SELECT PRODMA2 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRODMA2.
           SELECT RELCONT ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELCONT.
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
       FD  ESTOQUE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ESTOQUE.DAT".
       01  REGESTOQUE.
           02 ES-CODPROD    PIC X(06).
           02 ES-SALDO      PIC 9(05).
           02 ES-MINIMO     PIC 9(05).
           02 ES-CUSTO-MEDIO PIC 9(06)V99.
           02 ES-LOTE        PIC 9(05).
       FD  FORNLINK
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FORNLINK.DAT".
       01  REGFORNLINK.
           02 FL-CHAVE.
              03 FL-TIPO    PIC X(01).
              03 FL-CODIGO  PIC X(06).
           02 FL-CODFOR     PIC 9(04).
           02 FL-MARCA      PIC X(01).
           02 FL-PRAZO      PIC 9(03).
           02 FL-QTMIN      PIC 9(05).
           02 FL-PRECO      PIC 9(06)V99.
       FD  INVCAB
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "INVCAB.DAT".
       01  REGINVCAB.
           02 IV-NUMCONT    PIC 9(06).
           02 IV-DATA       PIC 9(08).
           02 IV-SITUACAO   PIC X(01).
           02 IV-QTITENS    PIC 9(05).
           02 IV-DATA-EFET  PIC 9(08).
       FD  INVCONT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "INVCONT.DAT".
       01  REGINVCONT.
           02 IC-CHAVE.
              03 IC-NUMCONT PIC 9(06).
              03 IC-CODPROD PIC X(06).
           02 IC-SALDO-CONG PIC 9(05).
           02 IC-QTCONT     PIC 9(05).
           02 IC-CONTADO    PIC X(01).
           02 IC-BACKORDER  PIC X(01).
           02 IC-CUSTO      PIC 9(06)V99.
           02 IC-SITUACAO   PIC X(01).
           02 IC-OPERADOR   PIC X(08).
       FD  ULTINV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ULTINV.DAT".
       01  REGULTINV.
           02 UI-ULTIMO     PIC 9(06).
       FD  PEDBACK
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDBACK.DAT".
       01  REGPEDBACK.
           02 BKNUMPED        PIC 9(06).
           02 BKNUMITEM       PIC 9(02).
           02 BKNUMSOC        PIC 9(06).
           02 BKCODPROD       PIC X(06).
           02 BKQTDPED        PIC 9(03).
           02 FILLER          PIC X(31).
       FD  PRODMA2
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PRODMA2.DAT".
       01  REGPRODMA2.
           02 PM2-CODPROD   PIC X(06).
           02 PM2-DESCPROD  PIC X(10).
       FD  RELCONT LABEL RECORD OMITTED.
       01  REGRELCONT       PIC X(80).
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
       77  WS-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77  WS-FS-FORNLINK   PIC X(02) VALUE SPACES.
       77  WS-FS-INVCAB     PIC X(02) VALUE SPACES.
       77  WS-FS-INVCONT    PIC X(02) VALUE SPACES.
       77  WS-FS-ULTINV     PIC X(02) VALUE SPACES.
       77  WS-FS-PEDBACK    PIC X(02) VALUE SPACES.
       77  WS-FS-PRODMA2    PIC X(02) VALUE SPACES.
       77  WS-FS-RELCONT    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  EST-FIM          PIC X(03) VALUE "NAO".
       77  INV-FIM          PIC X(03) VALUE "NAO".
       77  BK-FIM           PIC X(03) VALUE "NAO".
       77  PM-FIM           PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-LINK-OK       PIC X(03) VALUE "NAO".
       77  WS-EM-ABERTO     PIC X(03) VALUE "NAO".
       77  WS-ULTIMO-INV    PIC 9(06) VALUE ZEROS.
       77  QT-BACK          PIC 9(05) VALUE ZEROS.
       77  QT-PRODMA2       PIC 9(05) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77  CT-CONGELADOS    PIC 9(05) VALUE ZEROS.
       77  CT-BACKORDER     PIC 9(05) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  TAB-BACK.
                 04 TAB-BACK-OCORR OCCURS 2000 TIMES
                                   INDEXED BY IX-BACK.
                       05 TAB-BK-CODPROD PIC X(06).
       01  TAB-PRODMA2.
                 04 TAB-PRODMA2-OCORR OCCURS 5000 TIMES
                                      INDEXED BY IX-PRODMA2.
                       05 TAB-PM2-CODPROD PIC X(06).
                       05 TAB-PM2-DESC    PIC X(10).
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
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(30) VALUE
                       "FOLHA DE CONTAGEM - CONTAGEM".
                 03 CB-NUM  PIC 9(06) VALUE ZEROS.
                 03 FILLER  PIC X(07) VALUE "  DATA ".
                 03 CB-DATA PIC 9(02)/9(02)/9(04).
       01  CAB2.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 FILLER  PIC X(10) VALUE "PRODUTO".
                 03 FILLER  PIC X(14) VALUE "DESCRICAO".
                 03 FILLER  PIC X(20) VALUE "QTDE CONTADA".
                 03 FILLER  PIC X(20) VALUE "OBSERVACAO".
       01  DETCONT.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DC-PROD PIC X(06) VALUE SPACES.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 DC-DESC PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 FILLER  PIC X(14) VALUE "______________".
                 03 FILLER  PIC X(06) VALUE SPACES.
                 03 DC-OBS  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM ABRE-CABECALHOS.
           PERFORM VERIFICA-CONTAGEM-ABERTA.
           IF  WS-EM-ABERTO EQUAL "SIM"
               DISPLAY "PRG92 - CONTAGEM " IV-NUMCONT
                       " AINDA NAO EFETIVADA"
               DISPLAY "PRG92 - NOVA CONTAGEM NAO ABERTA"
               CLOSE INVCAB
               MOVE 4 TO RETURN-CODE
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           PERFORM CARREGA-BACKORDERS.
           PERFORM CARREGA-PRODMA2.
           OPEN INPUT ESTOQUE.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "ESTOQUE" TO WS-ARQ-ERRO.
           MOVE WS-FS-ESTOQUE TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-FORNLINK.
           MOVE "SIM" TO WS-LINK-OK.
           OPEN INPUT FORNLINK.
           IF  WS-FS-FORNLINK EQUAL "35"
               MOVE "NAO" TO WS-LINK-OK.
           MOVE SPACES TO WS-FS-INVCONT.
           OPEN I-O INVCONT.
           IF  WS-FS-INVCONT EQUAL "35"
               OPEN OUTPUT INVCONT
               CLOSE INVCONT
               OPEN I-O INVCONT.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "INVCONT" TO WS-ARQ-ERRO.
           MOVE WS-FS-INVCONT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           OPEN OUTPUT RELCONT.
           PERFORM LE-ULTIMO-INV.
           ADD 1 TO WS-ULTIMO-INV.
           MOVE WS-ULTIMO-INV TO CB-NUM.
           MOVE WS-HOJE(7:2) TO WS-DATA-DD.
           MOVE WS-HOJE(5:2) TO WS-DATA-MM.
           MOVE WS-HOJE(1:4) TO WS-DATA-AA.
           MOVE WS-DATA-ED TO CB-DATA.
           PERFORM LE-ESTOQUE.
           PERFORM CONGELA-PRODUTO
                   UNTIL EST-FIM EQUAL "SIM".
           MOVE WS-ULTIMO-INV TO IV-NUMCONT.
           MOVE WS-HOJE       TO IV-DATA.
           MOVE "A"           TO IV-SITUACAO.
           MOVE CT-CONGELADOS TO IV-QTITENS.
           MOVE ZEROS         TO IV-DATA-EFET.
           WRITE REGINVCAB.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "INVCAB" TO WS-ARQ-ERRO.
           MOVE WS-FS-INVCAB TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM GRAVA-ULTIMO-INV.
           IF  WS-LINK-OK EQUAL "SIM"
               CLOSE FORNLINK.
           CLOSE ESTOQUE INVCAB INVCONT RELCONT.
           DISPLAY "PRG92 - CONTAGEM " WS-ULTIMO-INV " ABERTA".
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG92 - TOTAIS DE CONTROLE".
           DISPLAY "PRODUTOS LIDOS.........: " CT-LIDOS.
           DISPLAY "PRODUTOS CONGELADOS....: " CT-CONGELADOS.
           DISPLAY "COM PEDIDO PENDENTE....: " CT-BACKORDER.

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

       ABRE-CABECALHOS.
           MOVE SPACES TO WS-FS-INVCAB.
           OPEN I-O INVCAB.
           IF  WS-FS-INVCAB EQUAL "35"
               OPEN OUTPUT INVCAB
               CLOSE INVCAB
               OPEN I-O INVCAB.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "INVCAB" TO WS-ARQ-ERRO.
           MOVE WS-FS-INVCAB TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       VERIFICA-CONTAGEM-ABERTA.
           MOVE "NAO" TO WS-EM-ABERTO INV-FIM.
           MOVE ZEROS TO IV-NUMCONT.
           START INVCAB KEY NOT LESS IV-NUMCONT
               INVALID KEY
                   MOVE "SIM" TO INV-FIM.
           PERFORM LE-CABECALHO
                   UNTIL INV-FIM EQUAL "SIM".
       LE-CABECALHO.
           READ INVCAB NEXT
               AT END
                   MOVE "SIM" TO INV-FIM
               NOT AT END
                   IF  IV-SITUACAO NOT EQUAL "E"
                       MOVE "SIM" TO WS-EM-ABERTO INV-FIM
                   END-IF
           END-READ.

       CARREGA-BACKORDERS.
           MOVE SPACES TO WS-FS-PEDBACK.
           OPEN INPUT PEDBACK.
           IF  WS-FS-PEDBACK EQUAL "35"
               MOVE "SIM" TO BK-FIM
           ELSE
               PERFORM LE-BACKORDER
               PERFORM GUARDA-BACKORDER
                       UNTIL BK-FIM EQUAL "SIM"
               CLOSE PEDBACK.
       LE-BACKORDER.
           READ PEDBACK
                       AT END
                             MOVE "SIM" TO BK-FIM.
       GUARDA-BACKORDER.
           IF  QT-BACK NOT LESS 2000
               DISPLAY "PRG92 - TABELA BACKORDERS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-BACK.
           MOVE BKCODPROD TO TAB-BK-CODPROD(QT-BACK).
           PERFORM LE-BACKORDER.

       CARREGA-PRODMA2.
           MOVE SPACES TO WS-FS-PRODMA2.
           OPEN INPUT PRODMA2.
           IF  WS-FS-PRODMA2 EQUAL "35"
               MOVE "SIM" TO PM-FIM
           ELSE
               PERFORM CARREGA-PRODMA2-LER
               PERFORM CARREGA-PRODMA2-PRINCIPAL
                       UNTIL PM-FIM EQUAL "SIM"
               CLOSE PRODMA2.
       CARREGA-PRODMA2-LER.
           READ PRODMA2
                      AT END
                             MOVE "SIM" TO PM-FIM.
       CARREGA-PRODMA2-PRINCIPAL.
           IF  QT-PRODMA2 NOT LESS 5000
               DISPLAY "PRG92 - TABELA PRODMA2 ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-PRODMA2.
           MOVE PM2-CODPROD  TO TAB-PM2-CODPROD(QT-PRODMA2).
           MOVE PM2-DESCPROD TO TAB-PM2-DESC(QT-PRODMA2).
           PERFORM CARREGA-PRODMA2-LER.

       LE-ULTIMO-INV.
           MOVE SPACES TO WS-FS-ULTINV.
           OPEN INPUT ULTINV.
           IF  WS-FS-ULTINV EQUAL "35"
               MOVE ZEROS TO REGULTINV
           ELSE
               READ ULTINV
                           AT END
                                 MOVE ZEROS TO REGULTINV
               END-READ
               CLOSE ULTINV.
           MOVE UI-ULTIMO TO WS-ULTIMO-INV.

       GRAVA-ULTIMO-INV.
           OPEN OUTPUT ULTINV.
           MOVE WS-ULTIMO-INV TO UI-ULTIMO.
           WRITE REGULTINV.
           CLOSE ULTINV.

       LE-ESTOQUE.
           READ ESTOQUE
                       AT END
                             MOVE "SIM" TO EST-FIM
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "ESTOQUE" TO WS-ARQ-ERRO.
           MOVE WS-FS-ESTOQUE TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       CONGELA-PRODUTO.
           MOVE WS-ULTIMO-INV TO IC-NUMCONT.
           MOVE ES-CODPROD    TO IC-CODPROD.
           MOVE ES-SALDO      TO IC-SALDO-CONG.
           MOVE ZEROS         TO IC-QTCONT.
           MOVE "N"           TO IC-CONTADO.
           MOVE "N"           TO IC-BACKORDER.
           MOVE "A"           TO IC-SITUACAO.
           MOVE SPACES        TO IC-OPERADOR.
           MOVE SPACES        TO DC-OBS.
           IF  QT-BACK GREATER ZERO
               SET IX-BACK TO 1
               SEARCH TAB-BACK-OCORR
                   AT END
                       CONTINUE
                   WHEN TAB-BK-CODPROD(IX-BACK) EQUAL ES-CODPROD
                       MOVE "S" TO IC-BACKORDER
                       MOVE "*PEDIDO PENDENTE*" TO DC-OBS
                       ADD 1 TO CT-BACKORDER.
           PERFORM BUSCA-CUSTO.
           WRITE REGINVCONT
               INVALID KEY
                   DISPLAY "PRG92 - PRODUTO DUPLICADO " IC-CHAVE.
           ADD 1 TO CT-CONGELADOS.
           PERFORM IMPRIME-FOLHA.
           PERFORM LE-ESTOQUE.

       BUSCA-CUSTO.
           MOVE ES-CUSTO-MEDIO TO IC-CUSTO.
           IF  IC-CUSTO EQUAL ZEROS
           AND WS-LINK-OK EQUAL "SIM"
               MOVE "P"        TO FL-TIPO
               MOVE ES-CODPROD TO FL-CODIGO
               READ FORNLINK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FL-PRECO TO IC-CUSTO
               END-READ.

       IMPRIME-FOLHA.
           IF  CTLIN GREATER 30
               MOVE SPACES TO REGRELCONT
               WRITE REGRELCONT AFTER ADVANCING PAGE
               MOVE 1 TO CTLIN
               ADD 1 TO CTPAG
               MOVE CTPAG TO CTP
               WRITE REGRELCONT FROM CAB0 AFTER ADVANCING 1 LINE
               WRITE REGRELCONT FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELCONT FROM CAB1 AFTER ADVANCING 1 LINE
               WRITE REGRELCONT FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELCONT FROM CAB2 AFTER ADVANCING 1 LINE
               WRITE REGRELCONT FROM BREAK AFTER ADVANCING 1 LINE.
           MOVE ES-CODPROD TO DC-PROD.
           MOVE SPACES TO DC-DESC.
           IF  QT-PRODMA2 GREATER ZERO
               SET IX-PRODMA2 TO 1
               SEARCH TAB-PRODMA2-OCORR
                   AT END
                       CONTINUE
                   WHEN TAB-PM2-CODPROD(IX-PRODMA2) EQUAL ES-CODPROD
                       MOVE TAB-PM2-DESC(IX-PRODMA2) TO DC-DESC.
           WRITE REGRELCONT FROM DETCONT AFTER ADVANCING 2 LINES.
           ADD 2 TO CTLIN.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG92"       TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-CONGELADOS TO RL-QTDE.
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
               DISPLAY "PRG92 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG92" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
