       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG86.
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
           SELECT FORNEC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FO-CODFOR
           FILE STATUS IS WS-FS-FORNEC.
           SELECT FORNLINK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FL-CHAVE
           FILE STATUS IS WS-FS-FORNLINK.
           SELECT PRODMA2 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRODMA2.
           SELECT PCCAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PC-NUMPC
           FILE STATUS IS WS-FS-PCCAB.
           SELECT PCITEM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PI-CHAVE
           FILE STATUS IS WS-FS-PCITEM.
           SELECT ULTPC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ULTPC.
           SELECT RELPC ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELPC.
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
       FD  PRODMA2
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PRODMA2.DAT".
       01  REGPRODMA2.
           02 PM2-CODPROD   PIC X(06).
           02 PM2-DESCPROD  PIC X(10).
       FD  PCCAB
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PCCAB.DAT".
       01  REGPCCAB.
           02 PC-NUMPC      PIC 9(06).
           02 PC-CODFOR     PIC 9(04).
           02 PC-DATA       PIC 9(08).
           02 PC-DATAPREV   PIC 9(08).
           02 PC-SITUACAO   PIC X(01).
           02 PC-QTITENS    PIC 9(02).
           02 PC-VALOR      PIC 9(09)V99.
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
       FD  ULTPC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ULTPC.DAT".
       01  REGULTPC.
           02 UC-ULTIMO     PIC 9(06).
       FD  RELPC LABEL RECORD OMITTED.
       01  REGRELPC         PIC X(80).
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
       77  WS-FS-FORNEC     PIC X(02) VALUE SPACES.
       77  WS-FS-FORNLINK   PIC X(02) VALUE SPACES.
       77  WS-FS-PRODMA2    PIC X(02) VALUE SPACES.
       77  WS-FS-PCCAB      PIC X(02) VALUE SPACES.
       77  WS-FS-PCITEM     PIC X(02) VALUE SPACES.
       77  WS-FS-ULTPC      PIC X(02) VALUE SPACES.
       77  WS-FS-RELPC      PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  EST-FIM          PIC X(03) VALUE "NAO".
       77  PM-FIM           PIC X(03) VALUE "NAO".
       77  PCI-FIM          PIC X(03) VALUE "NAO".
       77  WS-TEM-LINK      PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77  CT-REPOR         PIC 9(05) VALUE ZEROS.
       77  CT-JA-PEDIDOS    PIC 9(05) VALUE ZEROS.
       77  CT-SEM-FORN      PIC 9(05) VALUE ZEROS.
       77  CT-PEDIDOS       PIC 9(05) VALUE ZEROS.
       77  CT-ITENS         PIC 9(05) VALUE ZEROS.
       77  QT-PRODMA2       PIC 9(05) VALUE ZEROS.
       77  QT-ABERTOS       PIC 9(05) VALUE ZEROS.
       77  QT-CAND          PIC 9(05) VALUE ZEROS.
       77  WS-IX            PIC 9(05) VALUE ZEROS.
       77  WS-JX            PIC 9(05) VALUE ZEROS.
       77  WS-NECESSIDADE   PIC S9(06) VALUE ZEROS.
       77  WS-EM-ABERTO     PIC 9(06) VALUE ZEROS.
       77  WS-CODFOR        PIC 9(04) VALUE ZEROS.
       77  WS-PRAZO         PIC 9(03) VALUE ZEROS.
       77  WS-QTMIN         PIC 9(05) VALUE ZEROS.
       77  WS-PRECO         PIC 9(06)V99 VALUE ZEROS.
       77  WS-MARCA         PIC X(01) VALUE SPACES.
       77  WS-MOTIVO        PIC X(20) VALUE SPACES.
       77  WS-ULTIMO-PC     PIC 9(06) VALUE ZEROS.
       77  WS-PRAZO-MAX     PIC 9(03) VALUE ZEROS.
       77  WS-VALOR-ITEM    PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR-PC      PIC 9(09)V99 VALUE ZEROS.
       77  WS-INT-PREV      PIC 9(08) VALUE ZEROS.
       77  WS-DESCPROD      PIC X(10) VALUE SPACES.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  TAB-PRODMA2.
                 04 TAB-PRODMA2-OCORR OCCURS 5000 TIMES
                                      INDEXED BY IX-PRODMA2.
                       05 TAB-PM2-CODPROD  PIC X(06).
                       05 TAB-PM2-DESCPROD PIC X(10).
       01  TAB-ABERTOS.
                 04 TAB-ABERTOS-OCORR OCCURS 5000 TIMES
                                      INDEXED BY IX-AB.
                       05 TAB-AB-CODPROD PIC X(06).
                       05 TAB-AB-QTDE    PIC 9(06).
       01  TAB-CAND.
                 04 TAB-CAND-OCORR OCCURS 5000 TIMES.
                       05 TAB-CD-CODFOR  PIC 9(04).
                       05 TAB-CD-CODPROD PIC X(06).
                       05 TAB-CD-QTDE    PIC 9(05).
                       05 TAB-CD-PRAZO   PIC 9(03).
                       05 TAB-CD-PRECO   PIC 9(06)V99.
                       05 TAB-CD-GERADO  PIC X(01).
                       05 TAB-CD-MOTIVO  PIC X(20).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  PC-CAB1.
                 03 FILLER  PIC X(20) VALUE SPACES.
                 03 FILLER  PIC X(18) VALUE "PEDIDO DE COMPRA".
                 03 FILLER  PIC X(04) VALUE "NO.".
                 03 PCC-NUM PIC 999.999 VALUE ZEROS.
       01  PC-CAB2.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(12) VALUE "FORNECEDOR:".
                 03 PCC-FOR PIC 9(04) VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE " - ".
                 03 PCC-NOM PIC X(20) VALUE SPACES.
       01  PC-CAB3.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(12) VALUE "CONTATO:".
                 03 PCC-CTT PIC X(30) VALUE SPACES.
       01  PC-CAB4.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(12) VALUE "EMISSAO:".
                 03 PCC-EMI PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(20) VALUE "ENTREGA PREVISTA:".
                 03 PCC-PRV PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  PC-CAB5.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(06) VALUE "ITEM".
                 03 FILLER  PIC X(10) VALUE "PRODUTO".
                 03 FILLER  PIC X(13) VALUE "DESCRICAO".
                 03 FILLER  PIC X(09) VALUE "QTDE".
                 03 FILLER  PIC X(14) VALUE "PRECO UNIT".
                 03 FILLER  PIC X(15) VALUE "VALOR".
       01  DETPC.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 DP-ITEM PIC Z9    VALUE ZEROS.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 DP-PROD PIC X(06) VALUE SPACES.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 DP-DESC PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DP-QTDE PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DP-PREC PIC ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DP-VAL  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  TOTPC.
                 03 FILLER  PIC X(50) VALUE SPACES.
                 03 FILLER  PIC X(07) VALUE "TOTAL:".
                 03 TP-VAL  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  SF-CAB1.
                 03 FILLER  PIC X(20) VALUE SPACES.
                 03 FILLER  PIC X(50) VALUE
                            "PRODUTOS A REPOR SEM FORNECEDOR".
       01  SF-CAB2.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(10) VALUE "PRODUTO".
                 03 FILLER  PIC X(10) VALUE "QTDE".
                 03 FILLER  PIC X(20) VALUE "MOTIVO".
       01  DETSF.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 DS-PROD PIC X(06) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DS-QTDE PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(06) VALUE SPACES.
                 03 DS-MOT  PIC X(20) VALUE SPACES.
       01  TOTGER.
                 03 FILLER  PIC X(30) VALUE
                            "PEDIDOS DE COMPRA EMITIDOS...:".
                 03 TG-QTDE PIC ZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM CARREGA-PRODMA2.
           PERFORM CARREGA-ABERTOS.
           PERFORM SELECIONA-REPOSICAO.
           PERFORM LE-ULTIMO-PC.
           PERFORM ABRE-PEDIDOS-COMPRA.
           OPEN OUTPUT RELPC.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELPC" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELPC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM EMITE-PEDIDOS
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-CAND.
           PERFORM RELATA-SEM-FORNECEDOR.
           MOVE CT-PEDIDOS TO TG-QTDE.
           WRITE REGRELPC FROM TOTGER AFTER ADVANCING 3 LINES.
           CLOSE RELPC PCCAB PCITEM.
           IF  WS-TEM-LINK EQUAL "SIM"
               CLOSE FORNEC FORNLINK.
           PERFORM GRAVA-ULTIMO-PC.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG86 - TOTAIS DE CONTROLE".
           DISPLAY "PRODUTOS LIDOS.........: " CT-LIDOS.
           DISPLAY "PRODUTOS A REPOR.......: " CT-REPOR.
           DISPLAY "JA COBERTOS POR PEDIDO.: " CT-JA-PEDIDOS.
           DISPLAY "SEM FORNECEDOR.........: " CT-SEM-FORN.
           DISPLAY "PEDIDOS EMITIDOS.......: " CT-PEDIDOS.
           DISPLAY "ITENS PEDIDOS..........: " CT-ITENS.
           IF  CT-SEM-FORN GREATER ZERO
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
               DISPLAY "PRG86 - TABELA PRODMA2 ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-PRODMA2.
           MOVE PM2-CODPROD  TO TAB-PM2-CODPROD(QT-PRODMA2).
           MOVE PM2-DESCPROD TO TAB-PM2-DESCPROD(QT-PRODMA2).
           PERFORM CARREGA-PRODMA2-LER.

       CARREGA-ABERTOS.
           MOVE SPACES TO WS-FS-PCITEM.
           OPEN INPUT PCITEM.
           IF  WS-FS-PCITEM EQUAL "35"
               MOVE "SIM" TO PCI-FIM
           ELSE
               PERFORM LE-PCITEM
               PERFORM GUARDA-ABERTO
                       UNTIL PCI-FIM EQUAL "SIM"
               CLOSE PCITEM.
       LE-PCITEM.
           READ PCITEM NEXT
                       AT END
                             MOVE "SIM" TO PCI-FIM.
       GUARDA-ABERTO.
           IF  PI-SITUACAO EQUAL "A"
           AND PI-QTDE GREATER PI-QTREC
               PERFORM SOMA-ABERTO.
           PERFORM LE-PCITEM.
       SOMA-ABERTO.
           MOVE "NAO" TO WS-ACHOU.
           IF  QT-ABERTOS GREATER ZERO
               SET IX-AB TO 1
               SEARCH TAB-ABERTOS-OCORR
                   AT END
                       CONTINUE
                   WHEN TAB-AB-CODPROD(IX-AB) EQUAL PI-CODPROD
                       COMPUTE TAB-AB-QTDE(IX-AB) =
                               TAB-AB-QTDE(IX-AB) + PI-QTDE - PI-QTREC
                       MOVE "SIM" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               IF  QT-ABERTOS NOT LESS 5000
                   DISPLAY "PRG86 - TABELA ABERTOS ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QT-ABERTOS
               MOVE PI-CODPROD TO TAB-AB-CODPROD(QT-ABERTOS)
               COMPUTE TAB-AB-QTDE(QT-ABERTOS) = PI-QTDE - PI-QTREC.

       SELECIONA-REPOSICAO.
           MOVE SPACES TO WS-FS-FORNLINK.
           OPEN INPUT FORNLINK.
           IF  WS-FS-FORNLINK EQUAL "35"
               MOVE "NAO" TO WS-TEM-LINK
           ELSE
               MOVE "SIM" TO WS-TEM-LINK
               OPEN INPUT FORNEC
               MOVE "OPEN" TO WS-OPER-ERRO
               MOVE "FORNEC" TO WS-ARQ-ERRO
               MOVE WS-FS-FORNEC TO WS-FS-ERRO
               PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-ESTOQUE.
           OPEN INPUT ESTOQUE.
           IF  WS-FS-ESTOQUE EQUAL "35"
               MOVE "SIM" TO EST-FIM
           ELSE
               PERFORM LE-ESTOQUE
               PERFORM AVALIA-PRODUTO
                       THRU AVALIA-PRODUTO-FIM
                       UNTIL EST-FIM EQUAL "SIM"
               CLOSE ESTOQUE.
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

       AVALIA-PRODUTO.
           IF  ES-SALDO NOT LESS ES-MINIMO
               GO TO AVALIA-PRODUTO-PROXIMO.
           ADD 1 TO CT-REPOR.
           COMPUTE WS-NECESSIDADE = ES-MINIMO - ES-SALDO.
           MOVE ZEROS TO WS-EM-ABERTO.
           IF  QT-ABERTOS GREATER ZERO
               SET IX-AB TO 1
               SEARCH TAB-ABERTOS-OCORR
                   AT END
                       CONTINUE
                   WHEN TAB-AB-CODPROD(IX-AB) EQUAL ES-CODPROD
                       MOVE TAB-AB-QTDE(IX-AB) TO WS-EM-ABERTO.
           SUBTRACT WS-EM-ABERTO FROM WS-NECESSIDADE.
           IF  WS-NECESSIDADE NOT GREATER ZERO
               ADD 1 TO CT-JA-PEDIDOS
               GO TO AVALIA-PRODUTO-PROXIMO.
           PERFORM RESOLVE-FORNECEDOR THRU RESOLVE-FORNECEDOR-FIM.
           IF  QT-CAND NOT LESS 5000
               DISPLAY "PRG86 - TABELA CANDIDATOS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-CAND.
           MOVE ES-CODPROD TO TAB-CD-CODPROD(QT-CAND).
           IF  WS-NECESSIDADE LESS ES-LOTE
               MOVE ES-LOTE TO WS-NECESSIDADE.
           IF  WS-NECESSIDADE LESS WS-QTMIN
               MOVE WS-QTMIN TO TAB-CD-QTDE(QT-CAND)
           ELSE
               MOVE WS-NECESSIDADE TO TAB-CD-QTDE(QT-CAND).
           MOVE WS-CODFOR  TO TAB-CD-CODFOR(QT-CAND).
           MOVE WS-PRAZO   TO TAB-CD-PRAZO(QT-CAND).
           MOVE WS-PRECO   TO TAB-CD-PRECO(QT-CAND).
           MOVE WS-MOTIVO  TO TAB-CD-MOTIVO(QT-CAND).
           IF  WS-CODFOR EQUAL ZEROS
               ADD 1 TO CT-SEM-FORN
               MOVE "S" TO TAB-CD-GERADO(QT-CAND)
           ELSE
               MOVE "N" TO TAB-CD-GERADO(QT-CAND).
       AVALIA-PRODUTO-PROXIMO.
           PERFORM LE-ESTOQUE.
       AVALIA-PRODUTO-FIM.
           EXIT.

       RESOLVE-FORNECEDOR.
           MOVE ZEROS TO WS-CODFOR WS-PRAZO WS-QTMIN WS-PRECO.
           MOVE SPACES TO WS-MARCA.
           MOVE "PRODUTO SEM VINCULO" TO WS-MOTIVO.
           IF  WS-TEM-LINK NOT EQUAL "SIM"
               GO TO RESOLVE-FORNECEDOR-FIM.
           MOVE "P"        TO FL-TIPO.
           MOVE ES-CODPROD TO FL-CODIGO.
           MOVE "SIM" TO WS-ACHOU.
           READ FORNLINK
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "SIM"
               MOVE FL-CODFOR TO WS-CODFOR
               MOVE FL-PRAZO  TO WS-PRAZO
               MOVE FL-QTMIN  TO WS-QTMIN
               MOVE FL-PRECO  TO WS-PRECO
               MOVE FL-MARCA  TO WS-MARCA.
           IF  WS-MARCA EQUAL SPACES
               MOVE ES-CODPROD(6:1) TO WS-MARCA.
           IF  WS-MARCA NOT EQUAL SPACES
               MOVE "M"      TO FL-TIPO
               MOVE SPACES   TO FL-CODIGO
               MOVE WS-MARCA TO FL-CODIGO(1:1)
               READ FORNLINK
                   INVALID KEY
                       MOVE "NAO" TO WS-ACHOU
                   NOT INVALID KEY
                       PERFORM HERDA-DA-MARCA.
           IF  WS-CODFOR EQUAL ZEROS
               GO TO RESOLVE-FORNECEDOR-FIM.
           MOVE WS-CODFOR TO FO-CODFOR.
           MOVE "SIM" TO WS-ACHOU.
           READ FORNEC
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               MOVE "FORNECEDOR INEXIST." TO WS-MOTIVO
               MOVE ZEROS TO WS-CODFOR
           ELSE
               IF  FO-SITUACAO EQUAL "I"
                   MOVE "FORNECEDOR INATIVO" TO WS-MOTIVO
                   MOVE ZEROS TO WS-CODFOR
               ELSE
                   MOVE SPACES TO WS-MOTIVO.
       RESOLVE-FORNECEDOR-FIM.
           EXIT.

       HERDA-DA-MARCA.
           IF  WS-CODFOR EQUAL ZEROS
               MOVE FL-CODFOR TO WS-CODFOR.
           IF  WS-PRAZO EQUAL ZEROS
               MOVE FL-PRAZO TO WS-PRAZO.
           IF  WS-QTMIN EQUAL ZEROS
               MOVE FL-QTMIN TO WS-QTMIN.
           IF  WS-PRECO EQUAL ZEROS
               MOVE FL-PRECO TO WS-PRECO.

       LE-ULTIMO-PC.
           MOVE SPACES TO WS-FS-ULTPC.
           OPEN INPUT ULTPC.
           IF  WS-FS-ULTPC EQUAL "35"
               MOVE ZEROS TO REGULTPC
           ELSE
               READ ULTPC
                           AT END
                                 MOVE ZEROS TO REGULTPC
               END-READ
               CLOSE ULTPC.
           MOVE UC-ULTIMO TO WS-ULTIMO-PC.

       GRAVA-ULTIMO-PC.
           OPEN OUTPUT ULTPC.
           MOVE WS-ULTIMO-PC TO UC-ULTIMO.
           WRITE REGULTPC.
           CLOSE ULTPC.

       ABRE-PEDIDOS-COMPRA.
           MOVE SPACES TO WS-FS-PCCAB.
           OPEN I-O PCCAB.
           IF  WS-FS-PCCAB EQUAL "35"
               OPEN OUTPUT PCCAB
               CLOSE PCCAB
               OPEN I-O PCCAB.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PCCAB" TO WS-ARQ-ERRO.
           MOVE WS-FS-PCCAB TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-PCITEM.
           OPEN I-O PCITEM.
           IF  WS-FS-PCITEM EQUAL "35"
               OPEN OUTPUT PCITEM
               CLOSE PCITEM
               OPEN I-O PCITEM.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PCITEM" TO WS-ARQ-ERRO.
           MOVE WS-FS-PCITEM TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       EMITE-PEDIDOS.
           IF  TAB-CD-GERADO(WS-IX) EQUAL "N"
               PERFORM GERA-PEDIDO-COMPRA.

       GERA-PEDIDO-COMPRA.
           ADD 1 TO WS-ULTIMO-PC.
           ADD 1 TO CT-PEDIDOS.
           MOVE TAB-CD-CODFOR(WS-IX) TO WS-CODFOR.
           MOVE WS-CODFOR TO FO-CODFOR.
           READ FORNEC
               INVALID KEY
                   MOVE SPACES TO FO-NOME FO-CONTATO.
           MOVE WS-ULTIMO-PC TO PC-NUMPC.
           MOVE WS-CODFOR    TO PC-CODFOR.
           MOVE WS-HOJE      TO PC-DATA.
           MOVE "A"          TO PC-SITUACAO.
           MOVE ZEROS TO PC-QTITENS WS-VALOR-PC WS-PRAZO-MAX.
           PERFORM CALCULA-PRAZO-MAXIMO
                   VARYING WS-JX FROM WS-IX BY 1
                   UNTIL WS-JX GREATER QT-CAND.
           COMPUTE WS-INT-PREV =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-PRAZO-MAX.
           COMPUTE PC-DATAPREV =
                   FUNCTION DATE-OF-INTEGER(WS-INT-PREV).
           PERFORM IMPRIME-CABEC-PEDIDO.
           PERFORM INCLUI-ITEM-PEDIDO
                   VARYING WS-JX FROM WS-IX BY 1
                   UNTIL WS-JX GREATER QT-CAND
                   OR PC-QTITENS NOT LESS 99.
           MOVE WS-VALOR-PC TO PC-VALOR.
           WRITE REGPCCAB
               INVALID KEY
                   DISPLAY "PRG86 - PEDIDO DE COMPRA JA EXISTE "
                           PC-NUMPC
                   MOVE 12 TO RETURN-CODE
                   STOP RUN.
           MOVE WS-VALOR-PC TO TP-VAL.
           WRITE REGRELPC FROM TOTPC AFTER ADVANCING 2 LINES.

       CALCULA-PRAZO-MAXIMO.
           IF  TAB-CD-GERADO(WS-JX) EQUAL "N"
           AND TAB-CD-CODFOR(WS-JX) EQUAL WS-CODFOR
           AND TAB-CD-PRAZO(WS-JX) GREATER WS-PRAZO-MAX
               MOVE TAB-CD-PRAZO(WS-JX) TO WS-PRAZO-MAX.

       INCLUI-ITEM-PEDIDO.
           IF  TAB-CD-GERADO(WS-JX) EQUAL "N"
           AND TAB-CD-CODFOR(WS-JX) EQUAL WS-CODFOR
               ADD 1 TO PC-QTITENS
               MOVE PC-NUMPC               TO PI-NUMPC
               MOVE PC-QTITENS             TO PI-ITEM
               MOVE TAB-CD-CODPROD(WS-JX)  TO PI-CODPROD
               MOVE TAB-CD-QTDE(WS-JX)     TO PI-QTDE
               MOVE ZEROS                  TO PI-QTREC
               MOVE TAB-CD-PRECO(WS-JX)    TO PI-PRECO
               MOVE "A"                    TO PI-SITUACAO
               WRITE REGPCITEM
                   INVALID KEY
                       DISPLAY "PRG86 - ITEM DE PEDIDO JA EXISTE "
                               PI-CHAVE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-WRITE
               MOVE "S" TO TAB-CD-GERADO(WS-JX)
               ADD 1 TO CT-ITENS
               COMPUTE WS-VALOR-ITEM = PI-QTDE * PI-PRECO
               ADD WS-VALOR-ITEM TO WS-VALOR-PC
               PERFORM IMPRIME-ITEM-PEDIDO.

       IMPRIME-CABEC-PEDIDO.
           MOVE SPACES TO REGRELPC.
           WRITE REGRELPC AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           MOVE PC-NUMPC  TO PCC-NUM.
           MOVE WS-CODFOR TO PCC-FOR.
           MOVE FO-NOME   TO PCC-NOM.
           MOVE FO-CONTATO TO PCC-CTT.
           MOVE WS-HOJE(1:4) TO PCC-EMI(7:4).
           MOVE WS-HOJE(5:2) TO PCC-EMI(4:2).
           MOVE WS-HOJE(7:2) TO PCC-EMI(1:2).
           MOVE PC-DATAPREV(1:4) TO PCC-PRV(7:4).
           MOVE PC-DATAPREV(5:2) TO PCC-PRV(4:2).
           MOVE PC-DATAPREV(7:2) TO PCC-PRV(1:2).
           WRITE REGRELPC FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELPC FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELPC FROM PC-CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELPC FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELPC FROM PC-CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELPC FROM PC-CAB3 AFTER ADVANCING 1 LINE.
           WRITE REGRELPC FROM PC-CAB4 AFTER ADVANCING 1 LINE.
           WRITE REGRELPC FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELPC FROM PC-CAB5 AFTER ADVANCING 1 LINE.
           WRITE REGRELPC FROM BREAK AFTER ADVANCING 1 LINE.

       IMPRIME-ITEM-PEDIDO.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABEC-PEDIDO.
           MOVE PI-ITEM    TO DP-ITEM.
           MOVE PI-CODPROD TO DP-PROD.
           PERFORM BUSCA-DESCRICAO.
           MOVE WS-DESCPROD TO DP-DESC.
           MOVE PI-QTDE    TO DP-QTDE.
           MOVE PI-PRECO   TO DP-PREC.
           MOVE WS-VALOR-ITEM TO DP-VAL.
           WRITE REGRELPC FROM DETPC AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       BUSCA-DESCRICAO.
           MOVE SPACES TO WS-DESCPROD.
           IF  QT-PRODMA2 GREATER ZERO
               SET IX-PRODMA2 TO 1
               SEARCH TAB-PRODMA2-OCORR
                   AT END
                       CONTINUE
                   WHEN TAB-PM2-CODPROD(IX-PRODMA2) EQUAL PI-CODPROD
                       MOVE TAB-PM2-DESCPROD(IX-PRODMA2)
                            TO WS-DESCPROD.

       RELATA-SEM-FORNECEDOR.
           IF  CT-SEM-FORN GREATER ZERO
               WRITE REGRELPC FROM BREAK AFTER ADVANCING PAGE
               WRITE REGRELPC FROM SF-CAB1 AFTER ADVANCING 1 LINE
               WRITE REGRELPC FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELPC FROM SF-CAB2 AFTER ADVANCING 1 LINE
               WRITE REGRELPC FROM BREAK AFTER ADVANCING 1 LINE
               PERFORM IMPRIME-SEM-FORNECEDOR
                       VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER QT-CAND.
       IMPRIME-SEM-FORNECEDOR.
           IF  TAB-CD-CODFOR(WS-IX) EQUAL ZEROS
               MOVE TAB-CD-CODPROD(WS-IX) TO DS-PROD
               MOVE TAB-CD-QTDE(WS-IX)    TO DS-QTDE
               MOVE TAB-CD-MOTIVO(WS-IX)  TO DS-MOT
               WRITE REGRELPC FROM DETSF AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG86"       TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-ITENS      TO RL-QTDE.
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
               DISPLAY "PRG86 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG86" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
