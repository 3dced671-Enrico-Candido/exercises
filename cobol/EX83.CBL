           SELECT PAGTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAGTOS.
           SELECT PAGNOTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAGNOTA.
           SELECT WOFFLEDG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-WOFFLEDG.
           SELECT DIARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIARIO.
           SELECT DIARIOAC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIARIOAC.
           SELECT RELDIAR ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELDIAR.
           SELECT PERFECH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERFECH.
           SELECT LANCTRF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LANCTRF.
           SELECT PARMDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMDATA.
           02 PG-NOMSOC     PIC X(20).
           02 PG-VALOR      PIC 9(09)V99.
           02 PG-DATAPAG    PIC 9(08).
           02 PG-CAIXA      PIC X(08).
           02 PG-FORMA      PIC X(01).
           02 PG-RECIBO     PIC 9(08).
       FD  PAGNOTA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAGNOTA.DAT".
       01  REGPAGNOTA.
           02 NP-NUMNOTA    PIC 9(06).
           02 NP-NUMSOC     PIC 9(06).
           02 NP-VALOR      PIC 9(09)V99.
           02 NP-DATA       PIC 9(08).
           02 NP-FORMA      PIC X(01).
           02 NP-CAIXA      PIC X(08).
           02 NP-RECIBO     PIC 9(08).
       FD  WOFFLEDG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "WOFFLEDG.DAT".
           02 DL-VALOR      PIC 9(11)V99.
           02 DL-HIST       PIC X(20).
           02 DL-DOC        PIC 9(06).
       FD  DIARIOAC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DIARIO.DAT".
       01  REGDIARIOAC      PIC X(54).
       FD  RELDIAR LABEL RECORD OMITTED.
       01  REGRELDIAR       PIC X(80).
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
       77  WS-FS-NOTAS      PIC X(02) VALUE SPACES.
       77  WS-FS-PAGTOS     PIC X(02) VALUE SPACES.
       77  WS-FS-WOFFLEDG   PIC X(02) VALUE SPACES.
       77  WS-FS-PAGNOTA    PIC X(02) VALUE SPACES.
       77  PNF-FIM          PIC X(03) VALUE "NAO".
       77  QT-PAGNOTA       PIC 9(04) VALUE ZEROS.
       77  WS-IP            PIC 9(04) VALUE ZEROS.
       77  WS-IX2           PIC 9(04) VALUE ZEROS.
       77  WS-FS-DIARIO     PIC X(02) VALUE "00".
       77  WS-FS-DIARIOAC   PIC X(02) VALUE SPACES.
       77  DIA-FIM          PIC X(03) VALUE "NAO".
       77  CT-ACUMULADOS    PIC 9(05) VALUE ZEROS.
       77  WS-INVERTE       PIC X(03) VALUE "NAO".
       77  WS-FS-RELDIAR    PIC X(02) VALUE "00".
       77  WS-FS-PERFECH    PIC X(02) VALUE SPACES.
       77  WS-FS-LANCTRF    PIC X(02) VALUE "00".
       77  PF-FIM           PIC X(03) VALUE "NAO".
       77  WS-ULT-FECHADO   PIC 9(06) VALUE ZEROS.
       77  WS-TRANSFERE     PIC X(03) VALUE "NAO".
       77  CT-TRANSFERIDOS  PIC 9(05) VALUE ZEROS.
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  MAP-FIM          PIC X(03) VALUE "NAO".
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-DATA-LANC.
           02 WS-LANC-COMPET.
              03 WS-LANC-ANO PIC 9(04).
              03 WS-LANC-MES PIC 9(02).
           02 WS-LANC-DIA   PIC 9(02).
       01  TAB-MAPAS.
                 04 TAB-MP-OCORR OCCURS 100 TIMES.
                       05 TAB-MP-EVENTO PIC X(04).
                       05 TAB-MP-DEB    PIC 9(06).
                       05 TAB-MP-CRE    PIC 9(06).
                       05 TAB-MP-DESCR  PIC X(20).
       01  TAB-PAGNOTA.
                 04 TAB-NP-OCORR OCCURS 2000 TIMES.
                       05 TAB-NP-NUMSOC  PIC 9(06).
                       05 TAB-NP-VALOR   PIC 9(09)V99.
                       05 TAB-NP-FORMA   PIC X(01).
                       05 TAB-NP-RECIBO  PIC 9(08).
                       05 TAB-NP-USADO   PIC X(01).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM VERIFICA-PERIODO.
           PERFORM CARREGA-MAPAS.
           IF  QT-MAPAS EQUAL ZERO
               DISPLAY "PRG83 - MAPA DE CONTAS AUSENTE"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT DIARIO RELDIAR.
           PERFORM ABRE-TRANSFERIDOS.
           PERFORM LANCA-NOTAS.
           PERFORM CARREGA-PAGNOTA.
           PERFORM LANCA-PAGTOS.
           PERFORM LANCA-WOFF.
           MOVE WS-TOT-DEB TO TD-DEB.
           MOVE WS-TOT-CRE TO TD-CRE.
           WRITE REGRELDIAR FROM TOTDIA AFTER ADVANCING 3 LINES.
           CLOSE DIARIO RELDIAR.
           IF  WS-TRANSFERE EQUAL "SIM"
               CLOSE LANCTRF.
           PERFORM VALIDA-BALANCE.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           DISPLAY "PRG83 - TOTAIS DE CONTROLE".
           DISPLAY "LANCAMENTOS GERADOS....: " CT-LANCTOS.
           DISPLAY "EVENTOS SEM MAPA.......: " CT-SEM-MAPA.
           DISPLAY "LANCTOS TRANSFERIDOS...: " CT-TRANSFERIDOS.
           DISPLAY "TOTAL DEBITOS..........: " WS-TOT-DEB.
           DISPLAY "TOTAL CREDITOS.........: " WS-TOT-CRE.
           DISPLAY "GRAVADOS NO DIARIO.DAT.: " CT-ACUMULADOS.
           IF  CT-SEM-MAPA GREATER ZERO
               MOVE 4 TO RETURN-CODE.
           IF  CT-TRANSFERIDOS GREATER ZERO
           AND RETURN-CODE LESS 4
               MOVE 4 TO RETURN-CODE.

       VALIDA-BALANCE.
           IF  WS-TOT-DEB NOT EQUAL WS-TOT-CRE
               DISPLAY "PRG83 - LOTE DESBALANCEADO - "
                       "DIARIO.DAT NAO ATUALIZADO"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ACUMULA-DIARIO.

       ACUMULA-DIARIO.
           MOVE SPACES TO WS-FS-DIARIOAC.
           OPEN EXTEND DIARIOAC.
           IF  WS-FS-DIARIOAC EQUAL "35"
               OPEN OUTPUT DIARIOAC.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "DIARIOAC" TO WS-ARQ-ERRO.
           MOVE WS-FS-DIARIOAC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           OPEN INPUT DIARIO.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "DIARIO" TO WS-ARQ-ERRO.
           MOVE WS-FS-DIARIO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "NAO" TO DIA-FIM.
           PERFORM LE-DIARIO.
           PERFORM COPIA-DIARIO
                   UNTIL DIA-FIM EQUAL "SIM".
           CLOSE DIARIO DIARIOAC.
           DISPLAY "PRG83 - LOTE BALANCEADO - " CT-ACUMULADOS
                   " LANCAMENTOS GRAVADOS NO DIARIO.DAT".
       LE-DIARIO.
           READ DIARIO
                       AT END
                             MOVE "SIM" TO DIA-FIM.
       COPIA-DIARIO.
           WRITE REGDIARIOAC FROM REGDIARIO.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "DIARIOAC" TO WS-ARQ-ERRO.
           MOVE WS-FS-DIARIOAC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD 1 TO CT-ACUMULADOS.
           PERFORM LE-DIARIO.

       LE-DATA-PROCESSO.
           MOVE SPACES TO WS-FS-PARMDATA.
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
           DISPLAY "PRG83 - PERIODO " WS-HOJE(1:6) " FECHADO - "
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
               MOVE "PRG83"     TO TR-PROGRAMA
               MOVE DL-CONTA    TO TR-CONTA
               MOVE DL-DC       TO TR-DC
               MOVE DL-VALOR    TO TR-VALOR
               MOVE DL-HIST     TO TR-HIST
               MOVE DL-DOC      TO TR-DOC
               WRITE REGLANCTRF
               ADD 1 TO CT-TRANSFERIDOS.

       CARREGA-MAPAS.
           MOVE SPACES TO WS-FS-CONTAMAP.
           OPEN INPUT CONTAMAP.
                   MOVE "CANC" TO WS-EVENTO
               ELSE
                   MOVE "NOTA" TO WS-EVENTO
                   IF  TIPONOTA EQUAL "D"
                       MOVE "SIM" TO WS-INVERTE
                   END-IF
               END-IF
               MOVE NF-TOTNOTA TO WS-VALOR
               MOVE NUMNOTA    TO WS-DOC
               PERFORM GERA-LANCAMENTO
               MOVE "NAO" TO WS-INVERTE.
           PERFORM LE-NOTA.

       LANCA-PAGTOS.
           READ PAGTOS
                       AT END
                             MOVE "SIM" TO PAG-FIM.
       CARREGA-PAGNOTA.
           MOVE SPACES TO WS-FS-PAGNOTA.
           OPEN INPUT PAGNOTA.
           IF  WS-FS-PAGNOTA EQUAL "35"
               MOVE "SIM" TO PNF-FIM
           ELSE
               PERFORM LE-PAGNOTA
               PERFORM GUARDA-PAGNOTA
                       UNTIL PNF-FIM EQUAL "SIM"
               CLOSE PAGNOTA.
       LE-PAGNOTA.
           READ PAGNOTA
                       AT END
                             MOVE "SIM" TO PNF-FIM.
       GUARDA-PAGNOTA.
           IF  NP-DATA EQUAL WS-HOJE
               IF  QT-PAGNOTA NOT LESS 2000
                   DISPLAY "PRG83 - TABELA PAGNOTA ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QT-PAGNOTA
                   MOVE NP-NUMSOC TO TAB-NP-NUMSOC(QT-PAGNOTA)
                   MOVE NP-VALOR  TO TAB-NP-VALOR(QT-PAGNOTA)
                   MOVE NP-FORMA  TO TAB-NP-FORMA(QT-PAGNOTA)
                   MOVE NP-RECIBO TO TAB-NP-RECIBO(QT-PAGNOTA)
                   MOVE "N"       TO TAB-NP-USADO(QT-PAGNOTA).
           PERFORM LE-PAGNOTA.

       LANCA-PAGTO.
           IF  PG-DATAPAG EQUAL WS-HOJE
               MOVE "PAGT" TO WS-EVENTO
               MOVE ZEROS TO WS-IP
               PERFORM PROCURA-PAGNOTA
                       VARYING WS-IX2 FROM 1 BY 1
                       UNTIL WS-IX2 GREATER QT-PAGNOTA
                       OR WS-IP GREATER ZERO
               IF  WS-IP GREATER ZERO
                   MOVE "RECN" TO WS-EVENTO
                   MOVE "S" TO TAB-NP-USADO(WS-IP)
               END-IF
               MOVE PG-VALOR  TO WS-VALOR
               MOVE PG-NUMSOC TO WS-DOC
               PERFORM GERA-LANCAMENTO.
           PERFORM LE-PAGTO.

       PROCURA-PAGNOTA.
           IF  TAB-NP-USADO(WS-IX2)  EQUAL "N"
           AND TAB-NP-NUMSOC(WS-IX2) EQUAL PG-NUMSOC
           AND TAB-NP-VALOR(WS-IX2)  EQUAL PG-VALOR
           AND TAB-NP-FORMA(WS-IX2)  EQUAL PG-FORMA
           AND TAB-NP-RECIBO(WS-IX2) EQUAL PG-RECIBO
               MOVE WS-IX2 TO WS-IP.

       LANCA-WOFF.
           MOVE SPACES TO WS-FS-WOFFLEDG.
           OPEN INPUT WOFFLEDG.
           ELSE
               SUBTRACT 1 FROM WS-IX
               MOVE TAB-MP-DESCR(WS-IX) TO WS-HIST
               MOVE WS-DATA-LANC TO DL-DATA
               MOVE TAB-MP-DEB(WS-IX) TO DL-CONTA
               IF  WS-INVERTE EQUAL "SIM"
                   MOVE "DEVOLUCAO DE VENDA" TO WS-HIST
                   MOVE TAB-MP-CRE(WS-IX) TO DL-CONTA
               END-IF
               MOVE "D" TO DL-DC
               MOVE WS-VALOR TO DL-VALOR
               MOVE WS-HIST TO DL-HIST
               MOVE WS-DOC TO DL-DOC
               WRITE REGDIARIO
               PERFORM REGISTRA-TRANSFERENCIA
               PERFORM IMPRIME-LANCAMENTO
               ADD WS-VALOR TO WS-TOT-DEB
               MOVE TAB-MP-CRE(WS-IX) TO DL-CONTA
               IF  WS-INVERTE EQUAL "SIM"
                   MOVE TAB-MP-DEB(WS-IX) TO DL-CONTA
               END-IF
               MOVE "C" TO DL-DC
               WRITE REGDIARIO
               PERFORM REGISTRA-TRANSFERENCIA
               PERFORM IMPRIME-LANCAMENTO
               ADD WS-VALOR TO WS-TOT-CRE
               ADD 2 TO CT-LANCTOS.
