           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTAS.
           SELECT NOTAHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTAHIST.
           SELECT PEDCAB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEDCAB.
           ACCESS MODE IS RANDOM
           RECORD KEY IS EN-NUMNOTA
           FILE STATUS IS WS-FS-ENTREGAS.
           SELECT NFESTAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NS-NUMNOTA
           FILE STATUS IS WS-FS-NFESTAT.
           SELECT RELPICK ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELPICK.
           SELECT NOTIFEV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFEV.
           SELECT PARMDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMDATA.
           03 NF-MARKUP       PIC 9(06)V99.
           03 NF-TOTNOTA      PIC 9(08)V99.
           03 NF-FILIAL       PIC 9(02).
       FD  NOTAHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTAHIST.DAT".
       01  REGNOTAHIST        PIC X(85).
       FD  PEDCAB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDCAB.DAT".
           02 EN-DATA-PROM  PIC 9(08).
           02 EN-SITUACAO   PIC X(01).
           02 EN-DATA-CONF  PIC 9(08).
           02 EN-ZONA       PIC X(04).
           02 EN-MANIFESTO  PIC 9(06).
           02 EN-VEICULO    PIC X(08).
           02 EN-DATA-ROTA  PIC 9(08).
       FD  NFESTAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NFESTAT.DAT".
       01  REGNFESTAT.
           02 NS-NUMNOTA    PIC 9(06).
           02 NS-SITUACAO   PIC X(01).
           02 NS-CHAVE      PIC X(44).
           02 NS-PROTOCOLO  PIC 9(15).
           02 NS-CODIGO     PIC 9(03).
           02 NS-MOTIVO     PIC X(40).
           02 NS-LOTE       PIC 9(06).
           02 NS-ENVIOS     PIC 9(02).
           02 NS-DATA-ENVIO PIC 9(08).
           02 NS-DATA-RET   PIC 9(08).
           02 NS-VALOR      PIC 9(08)V99.
           02 NS-PROT-CANC  PIC 9(15).
       FD  RELPICK LABEL RECORD OMITTED.
       01  REGRELPICK       PIC X(80).
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
       FD  PARMDATA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMDATA.DAT".
       77  WS-FS-NOTAS      PIC X(02) VALUE SPACES.
       77  WS-FS-PEDCAB     PIC X(02) VALUE SPACES.
       77  WS-FS-ENTREGAS   PIC X(02) VALUE SPACES.
       77  WS-FS-NFESTAT    PIC X(02) VALUE SPACES.
       77  WS-NFESTAT-OK    PIC X(03) VALUE "SIM".
       77  WS-NFE-LIBERADA  PIC X(03) VALUE "SIM".
       77  CT-RETIDAS-NFE   PIC 9(05) VALUE ZEROS.
       77  CT-LIBERADAS     PIC 9(05) VALUE ZEROS.
       77  CT-AGUARDA-NFE   PIC 9(05) VALUE ZEROS.
       77  WS-FS-NOTAHIST   PIC X(02) VALUE SPACES.
       77  HIS-FIM          PIC X(03) VALUE "NAO".
       77  WS-NOTA-ANT      PIC 9(06) VALUE ZEROS.
       77  WS-LIBERA-HIST   PIC X(03) VALUE "NAO".
       77  WS-JA-LIBERADA   PIC X(03) VALUE "NAO".
       77  QT-LIB           PIC 9(04) VALUE ZEROS.
       77  WS-FS-RELPICK    PIC X(02) VALUE "00".
       77  WS-FS-NOTIFEV    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  NOT-FIM          PIC X(03) VALUE "NAO".
                 04 TAB-CB-OCORR OCCURS 2000 TIMES.
                       05 TAB-CB-NUMPED PIC 9(06).
                       05 TAB-CB-NUMSOC PIC 9(06).
       01  TAB-LIB.
                 04 TAB-LB-NUMNOTA PIC 9(06) OCCURS 2000 TIMES.
       01  TAB-PICK.
                 04 TAB-PK-OCORR OCCURS 2000 TIMES.
                       05 TAB-PK-CODPROD PIC X(06).
                 03 FILLER  PIC X(30) VALUE
                            "ENTREGAS GERADAS.............:".
                 03 TP-QTDE PIC ZZ.ZZ9 VALUE ZEROS.
       01  TOTRETIDA.
                 03 FILLER  PIC X(30) VALUE
                            "ENTREGAS RETIDAS (NF-E)......:".
                 03 TR-QTDE PIC ZZ.ZZ9 VALUE ZEROS.
       01  TOTLIBERADA.
                 03 FILLER  PIC X(30) VALUE
                            "RETIDAS LIBERADAS NO DIA.....:".
                 03 TL-QTDE PIC ZZ.ZZ9 VALUE ZEROS.
       01  TOTAGUARDA.
                 03 FILLER  PIC X(30) VALUE
                            "RETIDAS AGUARDANDO NF-E......:".
                 03 TA-QTDE PIC ZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           PERFORM LE-DATA-PROCESSO.
           PERFORM CARREGA-PEDCAB.
           PERFORM ABRE-ENTREGAS.
           PERFORM ABRE-NOTIFEV.
           PERFORM ABRE-NFESTAT.
           IF  WS-NFESTAT-OK EQUAL "SIM"
               PERFORM LIBERA-RETIDAS.
           MOVE SPACES TO WS-FS-NOTAS.
           OPEN INPUT NOTAS.
           IF  WS-FS-NOTAS EQUAL "35"
               PERFORM PROCESSA-NOTA
                       UNTIL NOT-FIM EQUAL "SIM"
               CLOSE NOTAS.
           CLOSE ENTREGAS NOTIFEV.
           IF  WS-NFESTAT-OK EQUAL "SIM"
               CLOSE NFESTAT.
           PERFORM IMPRIME-PICKING.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           DISPLAY "PRG55 - TOTAIS DE CONTROLE".
           DISPLAY "NOTAS LIDAS............: " CT-NOTAS-LIDAS.
           DISPLAY "ENTREGAS GERADAS.......: " CT-ENTREGAS.
           DISPLAY "RETIDAS SEM NF-E.......: " CT-RETIDAS-NFE.
           DISPLAY "RETIDAS LIBERADAS......: " CT-LIBERADAS.
           DISPLAY "RETIDAS AGUARDANDO.....: " CT-AGUARDA-NFE.

       LE-DATA-PROCESSO.
           MOVE SPACES TO WS-FS-PARMDATA.
           MOVE WS-FS-ENTREGAS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       ABRE-NOTIFEV.
           MOVE SPACES TO WS-FS-NOTIFEV.
           OPEN EXTEND NOTIFEV.
           IF  WS-FS-NOTIFEV EQUAL "35"
               OPEN OUTPUT NOTIFEV.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "NOTIFEV" TO WS-ARQ-ERRO.
           MOVE WS-FS-NOTIFEV TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       ABRE-NFESTAT.
           MOVE SPACES TO WS-FS-NFESTAT.
           OPEN INPUT NFESTAT.
           IF  WS-FS-NFESTAT NOT EQUAL "00"
               MOVE "NAO" TO WS-NFESTAT-OK
               DISPLAY "PRG55 - NFESTAT.DAT INDISPONIVEL - "
                       "ENTREGAS RETIDAS".

       LIBERA-RETIDAS.
           MOVE SPACES TO WS-FS-NOTAHIST.
           OPEN INPUT NOTAHIST.
           IF  WS-FS-NOTAHIST NOT EQUAL "35"
               PERFORM LE-NOTAHIST
               PERFORM PROCESSA-HIST
                       UNTIL HIS-FIM EQUAL "SIM"
               CLOSE NOTAHIST.
       LE-NOTAHIST.
           READ NOTAHIST
                       AT END
                             MOVE "SIM" TO HIS-FIM
                       NOT AT END
                             MOVE REGNOTAHIST TO REGPRINT.
       PROCESSA-HIST.
           IF  TIPONOTA EQUAL "N"
               IF  NUMNOTA NOT EQUAL WS-NOTA-ANT
                   MOVE NUMNOTA TO WS-NOTA-ANT
                   PERFORM AVALIA-RETIDA
               END-IF
               IF  WS-LIBERA-HIST EQUAL "SIM"
                   PERFORM ACUMULA-PICKING.
           PERFORM LE-NOTAHIST.

       AVALIA-RETIDA.
           MOVE "NAO" TO WS-LIBERA-HIST.
           MOVE "SIM" TO WS-ACHOU.
           MOVE NUMNOTA TO EN-NUMNOTA.
           READ ENTREGAS
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "SIM"
           AND EN-SITUACAO EQUAL "R"
               MOVE NUMNOTA TO NS-NUMNOTA
               READ NFESTAT
                   INVALID KEY
                       MOVE SPACES TO NS-SITUACAO
               END-READ
               IF  NS-SITUACAO EQUAL "A"
               OR  NS-SITUACAO EQUAL "C"
               OR  NS-SITUACAO EQUAL "L"
                   MOVE "SIM" TO WS-LIBERA-HIST
                   PERFORM LIBERA-ENTREGA
               ELSE
                   ADD 1 TO CT-AGUARDA-NFE.

       LIBERA-ENTREGA.
           COMPUTE WS-INT-PROM =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE) + 3.
           COMPUTE EN-DATA-PROM =
                   FUNCTION DATE-OF-INTEGER(WS-INT-PROM).
           MOVE "A" TO EN-SITUACAO.
           REWRITE REGENTREGA
               INVALID KEY
                   DISPLAY "PRG55 - ERRO AO LIBERAR ENTREGA "
                           EN-NUMNOTA.
           ADD 1 TO CT-LIBERADAS.
           ADD 1 TO CT-ENTREGAS.
           IF  QT-LIB LESS 2000
               ADD 1 TO QT-LIB
               MOVE EN-NUMNOTA TO TAB-LB-NUMNOTA(QT-LIB).
           IF  EN-NUMSOC GREATER ZERO
               PERFORM GRAVA-NOTIFEV.

       LE-NOTA.
           READ NOTAS
                       AT END
                             ADD 1 TO CT-NOTAS-LIDAS.
       PROCESSA-NOTA.
           IF  TIPONOTA EQUAL "N"
               PERFORM VERIFICA-JA-LIBERADA
               IF  WS-JA-LIBERADA EQUAL "NAO"
                   PERFORM VERIFICA-NFE
                   IF  WS-NFE-LIBERADA EQUAL "SIM"
                       PERFORM ACUMULA-PICKING
                       IF  NF-NUMITEM NOT GREATER 1
                           PERFORM GERA-ENTREGA
                           THRU GERA-ENTREGA-FIM.
           PERFORM LE-NOTA.

       VERIFICA-JA-LIBERADA.
           MOVE "NAO" TO WS-JA-LIBERADA.
           PERFORM PROCURA-LIBERADA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-LIB
                   OR WS-JA-LIBERADA EQUAL "SIM".
       PROCURA-LIBERADA.
           IF  TAB-LB-NUMNOTA(WS-IX) EQUAL NUMNOTA
               MOVE "SIM" TO WS-JA-LIBERADA.

       VERIFICA-NFE.
           MOVE "SIM" TO WS-NFE-LIBERADA.
           MOVE SPACES TO NS-SITUACAO.
           IF  WS-NFESTAT-OK EQUAL "SIM"
               MOVE NUMNOTA TO NS-NUMNOTA
               READ NFESTAT
                   INVALID KEY
                       MOVE SPACES TO NS-SITUACAO.
           IF  NS-SITUACAO NOT EQUAL "A"
           AND NS-SITUACAO NOT EQUAL "C"
           AND NS-SITUACAO NOT EQUAL "L"
               MOVE "NAO" TO WS-NFE-LIBERADA.
           IF  WS-NFE-LIBERADA EQUAL "NAO"
           AND NF-NUMITEM NOT GREATER 1
           AND NS-SITUACAO NOT EQUAL "E"
           AND NS-SITUACAO NOT EQUAL "K"
           AND NS-SITUACAO NOT EQUAL "X"
               ADD 1 TO CT-RETIDAS-NFE
               DISPLAY "PRG55 - NOTA " NUMNOTA
                       " SEM NF-E AUTORIZADA - ENTREGA RETIDA"
               PERFORM GRAVA-ENTREGA-RETIDA.

       ACUMULA-PICKING.
           MOVE "NAO" TO WS-ACHOU.
           PERFORM PROCURA-PICK
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "SIM"
               IF  EN-SITUACAO EQUAL "R"
                   PERFORM LIBERA-ENTREGA
               END-IF
               GO TO GERA-ENTREGA-FIM.
           PERFORM BUSCA-SOCIO-PEDIDO.
           MOVE NUMNOTA       TO EN-NUMNOTA.
                   FUNCTION DATE-OF-INTEGER(WS-INT-PROM).
           MOVE "A"           TO EN-SITUACAO.
           MOVE ZEROS         TO EN-DATA-CONF.
           MOVE SPACES        TO EN-ZONA EN-VEICULO.
           MOVE ZEROS         TO EN-MANIFESTO EN-DATA-ROTA.
           WRITE REGENTREGA
               INVALID KEY
                   DISPLAY "PRG55 - ERRO AO GRAVAR ENTREGA "
                           EN-NUMNOTA.
           ADD 1 TO CT-ENTREGAS.
           IF  EN-NUMSOC GREATER ZERO
               PERFORM GRAVA-NOTIFEV.
       GERA-ENTREGA-FIM.
           EXIT.

       GRAVA-ENTREGA-RETIDA.
           MOVE NUMNOTA TO EN-NUMNOTA.
           READ ENTREGAS
               INVALID KEY
                   PERFORM BUSCA-SOCIO-PEDIDO
                   MOVE NUMNOTA        TO EN-NUMNOTA
                   MOVE NUMPED-NF      TO EN-NUMPED
                   MOVE WS-NUMSOC-NOTA TO EN-NUMSOC
                   MOVE WS-HOJE        TO EN-DATA-NOTA
                   MOVE ZEROS          TO EN-DATA-PROM EN-DATA-CONF
                   MOVE "R"            TO EN-SITUACAO
                   MOVE SPACES         TO EN-ZONA EN-VEICULO
                   MOVE ZEROS          TO EN-MANIFESTO EN-DATA-ROTA
                   WRITE REGENTREGA
                       INVALID KEY
                           DISPLAY "PRG55 - ERRO AO GRAVAR ENTREGA "
                                   EN-NUMNOTA
                   END-WRITE
           END-READ.

       GRAVA-NOTIFEV.
           MOVE WS-HOJE       TO NE-DATA.
           ACCEPT NE-HORA FROM TIME.
           MOVE "PRG55"       TO NE-ORIGEM.
           MOVE "EA"          TO NE-TIPO.
           MOVE EN-NUMSOC     TO NE-NUMSOC.
           MOVE EN-NUMNOTA    TO NE-REFER.
           MOVE NF-TOTNOTA    TO NE-VALOR.
           MOVE EN-DATA-PROM  TO NE-DATAREF.
           WRITE REGNOTIFEV.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "NOTIFEV" TO WS-ARQ-ERRO.
           MOVE WS-FS-NOTIFEV TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       BUSCA-SOCIO-PEDIDO.
           MOVE ZEROS TO WS-NUMSOC-NOTA.
           PERFORM PROCURA-SOCIO-PED
                   UNTIL WS-IX GREATER QT-PICK.
           MOVE CT-ENTREGAS TO TP-QTDE.
           WRITE REGRELPICK FROM TOTPICK AFTER ADVANCING 3 LINES.
           MOVE CT-RETIDAS-NFE TO TR-QTDE.
           WRITE REGRELPICK FROM TOTRETIDA AFTER ADVANCING 1 LINE.
           MOVE CT-LIBERADAS TO TL-QTDE.
           WRITE REGRELPICK FROM TOTLIBERADA AFTER ADVANCING 1 LINE.
           MOVE CT-AGUARDA-NFE TO TA-QTDE.
           WRITE REGRELPICK FROM TOTAGUARDA AFTER ADVANCING 1 LINE.
           CLOSE RELPICK.
       IMPRIME-PICK-LINHA.
           MOVE TAB-PK-CODPROD(WS-IX) TO PK-PROD.
