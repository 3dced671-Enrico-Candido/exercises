           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
           SELECT CATSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CATSOC.
           SELECT PEDPROMO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PP-CHAVE
           FILE STATUS IS WS-FS-PEDPROMO.
           SELECT PEDIDOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEDIDOS.
           SELECT RUNLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUNLOG.
           SELECT ARQCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQCTL.

           SELECT IOERR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           02 IH-TIPO       PIC X(01).
           02 IH-ORIGEM     PIC X(08).
           02 IH-DATA       PIC 9(08).
           02 IH-SEQ        PIC 9(06).
           02 FILLER        PIC X(37).
       01  REGIMPDET REDEFINES REGIMPPED.
           02 ID-TIPO       PIC X(01).
           02 ID-NUMSOC     PIC 9(06).
           02 PG-EFETIVA    PIC 9(08).
           02 PG-VALOR      PIC X(15).
           02 PG-DESCR      PIC X(30).
       FD  CATSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CATSOC.DAT".
       01  REGCATSOC.
           02 CS-NUMSOC     PIC 9(06).
           02 CS-CATEG      PIC 9(02).
       FD  PEDPROMO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PEDPROMO.DAT".
       01  REGPEDPROMO.
           02 PP-CHAVE.
              03 PP-NUMPED   PIC 9(06).
              03 PP-NUMITEM  PIC 9(02).
           02 PP-CAMPANHA    PIC X(06).
           02 PP-CODPROD     PIC X(06).
           02 PP-QTD         PIC 9(03).
           02 PP-PRECO-LISTA PIC 9(04)V99.
           02 PP-PRECO-PROMO PIC 9(04)V99.
           02 PP-DESCONTO    PIC 9(07)V99.
           02 PP-DATA        PIC 9(08).
           02 PP-NUMNOTA     PIC 9(06).
           02 PP-RECEITA     PIC 9(06)V99.
           02 PP-DATA-FAT    PIC 9(08).
       FD  PEDIDOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDIDOS.DAT".
           02 ES-CODPROD    PIC X(06).
           02 ES-SALDO      PIC 9(05).
           02 ES-MINIMO     PIC 9(05).
           02 ES-CUSTO-MEDIO PIC 9(06)V99.
           02 ES-LOTE        PIC 9(05).
       FD  MOVEST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MOVEST.DAT".
           02 RL-HORAFIM    PIC 9(08).
           02 RL-ELAPSED    PIC 9(07).
           02 RL-QTDE       PIC 9(07).
       FD  ARQCTL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ARQCTL.DAT".
       01  REGARQCTL.
           02 AR-PROGRAMA   PIC X(08).
           02 AR-ARQUIVO    PIC X(08).
           02 AR-DATA-ARQ   PIC 9(08).
           02 AR-SEQ        PIC 9(06).
           02 AR-QTDE       PIC 9(06).
           02 AR-HASH       PIC 9(13)V99.
           02 AR-SITUACAO   PIC X(01).
           02 AR-MOTIVO     PIC X(20).
           02 AR-DATA-PROC  PIC 9(08).
           02 AR-HORA       PIC 9(08).

       FD  IOERR
           LABEL RECORDS ARE STANDARD
       77  WS-FS-PRODMA2    PIC X(02) VALUE "00".
       77  WS-FS-PRECOS     PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-CATSOC     PIC X(02) VALUE SPACES.
       77  WS-FS-PEDPROMO   PIC X(02) VALUE SPACES.
       77  CS-FIM           PIC X(03) VALUE "NAO".
       77  QT-CATSOC        PIC 9(04) VALUE ZEROS.
       77  WS-IX-CS         PIC 9(04) VALUE ZEROS.
       77  WS-CATEG         PIC 9(02) VALUE ZEROS.
       77  WS-CAMP-LINHA    PIC X(06) VALUE SPACES.
       77  CT-PROMOCOES     PIC 9(05) VALUE ZEROS.
       77  WS-FS-PEDIDOS    PIC X(02) VALUE "00".
       77  WS-FS-PEDCAB     PIC X(02) VALUE "00".
       77  WS-FS-ULTPED     PIC X(02) VALUE SPACES.
       77  WS-QTDE-TRAILER  PIC 9(06) VALUE ZEROS.
       77  WS-HASH-TRAILER  PIC 9(13)V99 VALUE ZEROS.
       77  WS-TEM-TRAILER   PIC X(03) VALUE "NAO".
       77  WS-FS-ARQCTL     PIC X(02) VALUE SPACES.
       77  ACT-FIM          PIC X(03) VALUE "NAO".
       77  WS-TEM-HEADER    PIC X(03) VALUE "NAO".
       77  WS-DATA-HEADER   PIC 9(08) VALUE ZEROS.
       77  WS-SEQ-HEADER    PIC 9(06) VALUE ZEROS.
       77  WS-SEQ-ESPERADA  PIC 9(06) VALUE ZEROS.
       77  WS-ULT-SEQ-ARQ   PIC 9(06) VALUE ZEROS.
       77  WS-ARQ-DUPLICADO PIC X(03) VALUE "NAO".
       77  WS-MOTIVO-RECUSA PIC X(20) VALUE SPACES.
       77  WS-SIT-RECEPCAO  PIC X(01) VALUE SPACES.
       77  WS-ORIGEM        PIC X(08) VALUE SPACES.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-ULTIMO-PED    PIC 9(06) VALUE ZEROS.
                       05 TAB-PR-CODPROD PIC X(06).
                       05 TAB-PR-EFETIVA PIC 9(08).
                       05 TAB-PR-PRECO   PIC 9(04)V99.
       01  TAB-CATSOC.
                 04 TAB-CATSOC-OCORR OCCURS 2000 TIMES.
                       05 TAB-CS-NUMSOC PIC 9(06).
                       05 TAB-CS-CATEG  PIC 9(02).
       01  WS-CAMPANHA.
           02 CPA-DATA        PIC 9(08).
           02 CPA-CATEG       PIC 9(02).
           02 CPA-CODPROD     PIC X(06).
           02 CPA-QTD         PIC 9(03).
           02 CPA-PRECO       PIC 9(04)V99.
           02 CPA-CODCAMP     PIC X(06).
           02 CPA-PRECO-PROMO PIC 9(04)V99.
           02 CPA-DESCONTO    PIC 9(07)V99.
       01  TAB-DETALHES.
                 04 TAB-DT-OCORR OCCURS 500 TIMES.
                       05 TAB-DT-IMAGEM PIC X(38).
           PERFORM CARREGA-PRODMA2.
           PERFORM CARREGA-PRECOS.
           PERFORM LE-PARAMETRO-TOLERANCIA.
           PERFORM CARREGA-CATSOC.
           PERFORM CARREGA-LOTE.
           PERFORM CONFERE-TOTAIS
                   THRU CONFERE-TOTAIS-FIM.
           IF  WS-MOTIVO-RECUSA NOT EQUAL SPACES
               PERFORM RECUSA-RECEPCAO
               GOBACK.
           PERFORM LE-ULTIMO-PEDIDO.
           OPEN I-O CADSOC1.
           OPEN EXTEND PEDIDOS PEDCAB REJIMP PEDBACK MOVEST.
               MOVE "NAO" TO WS-TEM-ESTARQ.
           IF  WS-FS-REJIMP EQUAL "35"
               OPEN OUTPUT REJIMP.
           MOVE SPACES TO WS-FS-PEDPROMO.
           OPEN I-O PEDPROMO.
           IF  WS-FS-PEDPROMO EQUAL "35"
               OPEN OUTPUT PEDPROMO
               CLOSE PEDPROMO
               OPEN I-O PEDPROMO.
           PERFORM PROCESSA-DETALHE
                   THRU PROCESSA-DETALHE-FIM
                   VARYING WS-IX FROM 1 BY 1
           IF  WS-TEM-ESTARQ EQUAL "SIM"
               CLOSE ESTOQUE.
           CLOSE CADSOC1 PEDIDOS PEDCAB REJIMP PEDBACK MOVEST.
           CLOSE PEDPROMO.
           PERFORM GRAVA-ULTIMO-PEDIDO.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           PERFORM GRAVA-CONTAGEM.
           MOVE "P" TO WS-SIT-RECEPCAO.
           PERFORM REGISTRA-RECEPCAO.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PEDIDOS ACEITOS........: " CT-ACEITOS.
           DISPLAY "REGISTROS REJEITADOS...: " CT-REJEITADOS.
           DISPLAY "ITENS EM BACKORDER.....: " CT-BACKORDER.
           DISPLAY "ITENS EM CAMPANHA......: " CT-PROMOCOES.

       LE-DATA-PROCESSO.
           MOVE SPACES TO WS-FS-PARMDATA.
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       CARREGA-CATSOC.
           MOVE SPACES TO WS-FS-CATSOC.
           OPEN INPUT CATSOC.
           IF  WS-FS-CATSOC EQUAL "35"
               MOVE "SIM" TO CS-FIM
           ELSE
               PERFORM CARREGA-CATSOC-LER
               PERFORM CARREGA-CATSOC-PRINCIPAL
                       UNTIL CS-FIM EQUAL "SIM"
               CLOSE CATSOC.
       CARREGA-CATSOC-LER.
           READ CATSOC
                       AT END
                             MOVE "SIM" TO CS-FIM.
       CARREGA-CATSOC-PRINCIPAL.
           IF  QT-CATSOC NOT LESS 2000
               DISPLAY "PRG75 - TABELA CATSOC ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-CATSOC.
           MOVE CS-NUMSOC TO TAB-CS-NUMSOC(QT-CATSOC).
           MOVE CS-CATEG  TO TAB-CS-CATEG(QT-CATSOC).
           PERFORM CARREGA-CATSOC-LER.

       CARREGA-LOTE.
           MOVE SPACES TO WS-FS-IMPPED.
           OPEN INPUT IMPPED.
       GUARDA-REGISTRO.
           IF  IH-TIPO EQUAL "0"
               MOVE IH-ORIGEM TO WS-ORIGEM
               MOVE "SIM"     TO WS-TEM-HEADER
               MOVE IH-DATA   TO WS-DATA-HEADER
               MOVE IH-SEQ    TO WS-SEQ-HEADER
               GO TO GUARDA-REGISTRO-FIM.
           IF  IT-TIPO EQUAL "9"
               MOVE "SIM" TO WS-TEM-TRAILER
           PERFORM LE-IMPORTACAO.

       CONFERE-TOTAIS.
           IF  WS-TEM-HEADER EQUAL "NAO"
               MOVE "ARQUIVO SEM HEADER" TO WS-MOTIVO-RECUSA
               GO TO CONFERE-TOTAIS-FIM.
           IF  WS-TEM-TRAILER EQUAL "NAO"
               MOVE "ARQUIVO SEM TRAILER" TO WS-MOTIVO-RECUSA
               GO TO CONFERE-TOTAIS-FIM.
           IF  WS-QTDE-TRAILER NOT EQUAL QT-DETALHES
               MOVE "QTDE DIVERGE TRAILER" TO WS-MOTIVO-RECUSA
               GO TO CONFERE-TOTAIS-FIM.
           IF  WS-HASH-TRAILER NOT EQUAL WS-HASH-CALC
               MOVE "HASH DIVERGE TRAILER" TO WS-MOTIVO-RECUSA
               GO TO CONFERE-TOTAIS-FIM.
           PERFORM CONSULTA-ARQCTL.
           IF  WS-ARQ-DUPLICADO EQUAL "SIM"
               MOVE "ARQUIVO JA RECEBIDO" TO WS-MOTIVO-RECUSA
               GO TO CONFERE-TOTAIS-FIM.
           IF  WS-ULT-SEQ-ARQ EQUAL ZEROS
               GO TO CONFERE-TOTAIS-FIM.
           COMPUTE WS-SEQ-ESPERADA = WS-ULT-SEQ-ARQ + 1.
           IF  WS-SEQ-HEADER LESS WS-SEQ-ESPERADA
               MOVE "SEQUENCIA JA USADA" TO WS-MOTIVO-RECUSA
               GO TO CONFERE-TOTAIS-FIM.
           IF  WS-SEQ-HEADER GREATER WS-SEQ-ESPERADA
               MOVE "SEQUENCIA SALTADA" TO WS-MOTIVO-RECUSA.
       CONFERE-TOTAIS-FIM.
           EXIT.

       CONSULTA-ARQCTL.
           MOVE "NAO" TO WS-ARQ-DUPLICADO.
           MOVE ZEROS TO WS-ULT-SEQ-ARQ.
           MOVE "NAO" TO ACT-FIM.
           MOVE SPACES TO WS-FS-ARQCTL.
           OPEN INPUT ARQCTL.
           IF  WS-FS-ARQCTL EQUAL "35"
               MOVE "SIM" TO ACT-FIM
           ELSE
               PERFORM LE-ARQCTL
               PERFORM FILTRA-ARQCTL
                       UNTIL ACT-FIM EQUAL "SIM"
               CLOSE ARQCTL.
       LE-ARQCTL.
           READ ARQCTL
                       AT END
                             MOVE "SIM" TO ACT-FIM.
       FILTRA-ARQCTL.
           IF  AR-PROGRAMA EQUAL "PRG75"
           AND AR-ARQUIVO EQUAL "IMPPED"
           AND AR-SITUACAO EQUAL "P"
               PERFORM CONFRONTA-ARQCTL.
           PERFORM LE-ARQCTL.
       CONFRONTA-ARQCTL.
           IF  AR-SEQ GREATER WS-ULT-SEQ-ARQ
               MOVE AR-SEQ TO WS-ULT-SEQ-ARQ.
           IF  AR-DATA-ARQ EQUAL WS-DATA-HEADER
           AND AR-SEQ EQUAL WS-SEQ-HEADER
               MOVE "SIM" TO WS-ARQ-DUPLICADO.
           IF  AR-QTDE GREATER ZERO
           AND AR-DATA-ARQ EQUAL WS-DATA-HEADER
           AND AR-QTDE EQUAL QT-DETALHES
           AND AR-HASH EQUAL WS-HASH-CALC
               MOVE "SIM" TO WS-ARQ-DUPLICADO.

       REGISTRA-RECEPCAO.
           MOVE SPACES TO WS-FS-ARQCTL.
           OPEN EXTEND ARQCTL.
           IF  WS-FS-ARQCTL EQUAL "35"
               OPEN OUTPUT ARQCTL.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "ARQCTL" TO WS-ARQ-ERRO.
           MOVE WS-FS-ARQCTL TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG75"           TO AR-PROGRAMA.
           MOVE "IMPPED"          TO AR-ARQUIVO.
           MOVE WS-DATA-HEADER    TO AR-DATA-ARQ.
           MOVE WS-SEQ-HEADER     TO AR-SEQ.
           MOVE QT-DETALHES       TO AR-QTDE.
           MOVE WS-HASH-CALC      TO AR-HASH.
           MOVE WS-SIT-RECEPCAO   TO AR-SITUACAO.
           MOVE WS-MOTIVO-RECUSA  TO AR-MOTIVO.
           MOVE WS-HOJE           TO AR-DATA-PROC.
           ACCEPT AR-HORA FROM TIME.
           WRITE REGARQCTL.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "ARQCTL" TO WS-ARQ-ERRO.
           MOVE WS-FS-ARQCTL TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           CLOSE ARQCTL.

       RECUSA-RECEPCAO.
           MOVE "R" TO WS-SIT-RECEPCAO.
           PERFORM REGISTRA-RECEPCAO.
           DISPLAY "PRG75 - ARQUIVO IMPPED RECUSADO: "
                   WS-MOTIVO-RECUSA.
           DISPLAY "PRG75 - DATA " WS-DATA-HEADER
                   " SEQUENCIA " WS-SEQ-HEADER
                   " REGISTROS " QT-DETALHES.
           MOVE 16 TO RETURN-CODE.

       LE-ULTIMO-PEDIDO.
           MOVE SPACES TO WS-FS-ULTPED.
           MOVE ZEROS TO WS-IX-PRC.
           PERFORM BUSCA-PRECO-UM
                   QT-PRECOS TIMES.
           MOVE SPACES TO WS-CAMP-LINHA.
           IF  WS-PRECO-ACHADO NOT EQUAL "SIM"
               GO TO VALIDA-PRECO-FIM.
           PERFORM APLICA-CAMPANHA.
           IF  WD-CUSTO EQUAL ZERO
               MOVE CPA-PRECO-PROMO TO WD-CUSTO
               GO TO VALIDA-PRECO-FIM.
           COMPUTE WS-LIM-SUP ROUNDED =
                   WS-PRECO-VIG * (100 + WS-TOLERANCIA) / 100.
           COMPUTE WS-LIM-INF ROUNDED =
                   CPA-PRECO-PROMO * (100 - WS-TOLERANCIA) / 100.
           IF  WD-CUSTO GREATER WS-LIM-SUP
           OR  WD-CUSTO LESS WS-LIM-INF
               MOVE "NAO" TO WS-PRECO-OK.
           IF  WD-CUSTO NOT LESS WS-PRECO-VIG
               MOVE SPACES TO WS-CAMP-LINHA.
       VALIDA-PRECO-FIM.
           EXIT.

       APLICA-CAMPANHA.
           PERFORM BUSCA-CATEG-SOCIO.
           MOVE WS-HOJE      TO CPA-DATA.
           MOVE WS-CATEG     TO CPA-CATEG.
           MOVE WD-CODPROD   TO CPA-CODPROD.
           MOVE WD-QTD       TO CPA-QTD.
           MOVE WS-PRECO-VIG TO CPA-PRECO.
           CALL "PRG124" USING WS-CAMPANHA.
           MOVE CPA-CODCAMP TO WS-CAMP-LINHA.
       BUSCA-CATEG-SOCIO.
           MOVE 01 TO WS-CATEG.
           MOVE ZEROS TO WS-IX-CS.
           PERFORM PROCURA-CATEG
                   QT-CATSOC TIMES.
       PROCURA-CATEG.
           ADD 1 TO WS-IX-CS.
           IF  TAB-CS-NUMSOC(WS-IX-CS) EQUAL WD-NUMSOC
               MOVE TAB-CS-CATEG(WS-IX-CS) TO WS-CATEG.
       BUSCA-PRECO-UM.
           ADD 1 TO WS-IX-PRC.
           IF  TAB-PR-CODPROD(WS-IX-PRC) EQUAL WD-CODPROD
               MOVE "B" TO SITPED
               WRITE REGPEDBACK FROM REGPEDIDO
               ADD 1 TO CT-BACKORDER.
           PERFORM GRAVA-PEDPROMO.
           MOVE NUMPED    TO CB-NUMPED.
           MOVE WD-NUMSOC TO CB-NUMSOC.
           MOVE WS-HOJE   TO CB-DATAPED.
       COPIA-IMPOSTO.
           MOVE WD-IMP(WS-IMP-IX) TO TAB-IMPOSTO(WS-IMP-IX).

       GRAVA-PEDPROMO.
           IF  WS-CAMP-LINHA NOT EQUAL SPACES
               MOVE NUMPED        TO PP-NUMPED
               MOVE NUMITEM       TO PP-NUMITEM
               MOVE WS-CAMP-LINHA TO PP-CAMPANHA
               MOVE WD-CODPROD    TO PP-CODPROD
               MOVE WD-QTD        TO PP-QTD
               MOVE WS-PRECO-VIG  TO PP-PRECO-LISTA
               MOVE WD-CUSTO      TO PP-PRECO-PROMO
               COMPUTE PP-DESCONTO =
                       (WS-PRECO-VIG - WD-CUSTO) * WD-QTD
               MOVE WS-HOJE       TO PP-DATA
               MOVE ZEROS TO PP-NUMNOTA PP-RECEITA PP-DATA-FAT
               WRITE REGPEDPROMO
                   INVALID KEY
                       DISPLAY "PRG75 - CAMPANHA JA REGISTRADA "
                               "PARA O PEDIDO " NUMPED
                   NOT INVALID KEY
                       ADD 1 TO CT-PROMOCOES
               END-WRITE.

       ALOCA-ESTOQUE-IMP.
           IF  WS-TEM-ESTARQ NOT EQUAL "SIM"
               MOVE "SIM" TO WS-TEM-SALDO
