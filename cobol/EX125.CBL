       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG125.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPANHA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CAMPANHA.
           SELECT PEDPROMO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PP-CHAVE
           FILE STATUS IS WS-FS-PEDPROMO.
           SELECT RELCAMP ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELCAMP.
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
       FD  CAMPANHA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CAMPANHA.DAT".
       01  REGCAMPANHA.
           02 CP-CODIGO     PIC X(06).
           02 CP-DESCR      PIC X(20).
           02 CP-DATA-INI   PIC 9(08).
           02 CP-DATA-FIM   PIC 9(08).
           02 CP-CATEG      PIC 9(02).
           02 CP-CODMA      PIC X(01).
           02 CP-TIPO       PIC X(01).
           02 CP-PERCENT    PIC 9(02)V99.
           02 CP-VALOR      PIC 9(04)V99.
           02 CP-LEVE       PIC 9(03).
           02 CP-GRATIS     PIC 9(03).
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
       FD  RELCAMP LABEL RECORD OMITTED.
       01  REGRELCAMP       PIC X(80).
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
       77  WS-FS-CAMPANHA   PIC X(02) VALUE SPACES.
       77  WS-FS-PEDPROMO   PIC X(02) VALUE SPACES.
       77  WS-FS-RELCAMP    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  CP-FIM           PIC X(03) VALUE "NAO".
       77  PP-FIM           PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  QT-CAMP          PIC 9(04) VALUE ZEROS.
       77  WS-IX-CA         PIC 9(04) VALUE ZEROS.
       77  WS-IX-ACHADO     PIC 9(04) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(06) VALUE ZEROS.
       77  CT-FATURADOS     PIC 9(06) VALUE ZEROS.
       77  CT-A-FATURAR     PIC 9(06) VALUE ZEROS.
       77  CT-SEM-CADASTRO  PIC 9(06) VALUE ZEROS.
       77  TT-UNIDADES      PIC 9(07) VALUE ZEROS.
       77  TT-RECEITA       PIC 9(09)V99 VALUE ZEROS.
       77  TT-DESCONTO      PIC 9(09)V99 VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  TAB-CAMP.
                 04 TAB-CAMP-OCORR OCCURS 200 TIMES.
                       05 TAB-CA-CODIGO   PIC X(06).
                       05 TAB-CA-DESCR    PIC X(20).
                       05 TAB-CA-TIPO     PIC X(01).
                       05 TAB-CA-ITENS    PIC 9(05).
                       05 TAB-CA-UNID     PIC 9(07).
                       05 TAB-CA-RECEITA  PIC 9(09)V99.
                       05 TAB-CA-DESCONTO PIC 9(09)V99.
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(40) VALUE
                       "RESULTADO DAS CAMPANHAS PROMOCIONAIS EM ".
                 03 CB-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(08) VALUE " CAMP.".
                 03 FILLER  PIC X(21) VALUE "DESCRICAO".
                 03 FILLER  PIC X(03) VALUE "TP".
                 03 FILLER  PIC X(06) VALUE "ITENS".
                 03 FILLER  PIC X(09) VALUE "UNIDADES".
                 03 FILLER  PIC X(14) VALUE "    RECEITA".
                 03 FILLER  PIC X(13) VALUE "    DESCONTO".
       01  DETCAMP.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DC-CODIGO PIC X(06) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DC-DESCR PIC X(20) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DC-TIPO PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DC-ITENS PIC ZZZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DC-UNID PIC Z.ZZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DC-RECEITA PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DC-DESCONTO PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINQTD.
                 03 LQ-TXT  PIC X(30) VALUE SPACES.
                 03 LQ-QTD  PIC ZZZ.ZZ9 VALUE ZEROS.
       01  LINVAL.
                 03 LV-TXT  PIC X(30) VALUE SPACES.
                 03 LV-VALOR PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM CARREGA-CAMPANHAS.
           MOVE SPACES TO WS-FS-PEDPROMO.
           OPEN INPUT PEDPROMO.
           IF  WS-FS-PEDPROMO EQUAL "35"
               DISPLAY "PRG125 - NENHUM ITEM EM CAMPANHA REGISTRADO"
               MOVE 4 TO RETURN-CODE
               MOVE "SIM" TO PP-FIM
           ELSE
               MOVE "OPEN" TO WS-OPER-ERRO
               MOVE "PEDPROMO" TO WS-ARQ-ERRO
               MOVE WS-FS-PEDPROMO TO WS-FS-ERRO
               PERFORM TESTA-STATUS
               PERFORM LE-PEDPROMO.
           PERFORM ACUMULA-ITEM
                   UNTIL PP-FIM EQUAL "SIM".
           IF  WS-FS-PEDPROMO NOT EQUAL "35"
               CLOSE PEDPROMO.
           OPEN OUTPUT RELCAMP.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELCAMP" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELCAMP TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-HOJE(1:4) TO CB-DATA(7:4).
           MOVE WS-HOJE(5:2) TO CB-DATA(4:2).
           MOVE WS-HOJE(7:2) TO CB-DATA(1:2).
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-DETALHE
                   VARYING WS-IX-CA FROM 1 BY 1
                   UNTIL WS-IX-CA GREATER QT-CAMP.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELCAMP.
           IF  CT-SEM-CADASTRO GREATER ZERO
               MOVE 4 TO RETURN-CODE.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG125 - TOTAIS DE CONTROLE".
           DISPLAY "CAMPANHAS CADASTRADAS..: " QT-CAMP.
           DISPLAY "ITENS EM CAMPANHA LIDOS: " CT-LIDOS.
           DISPLAY "ITENS JA FATURADOS.....: " CT-FATURADOS.
           DISPLAY "ITENS A FATURAR........: " CT-A-FATURAR.
           DISPLAY "CAMPANHA SEM CADASTRO..: " CT-SEM-CADASTRO.

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

       CARREGA-CAMPANHAS.
           MOVE SPACES TO WS-FS-CAMPANHA.
           OPEN INPUT CAMPANHA.
           IF  WS-FS-CAMPANHA EQUAL "35"
               MOVE "SIM" TO CP-FIM
           ELSE
               PERFORM CARREGA-CAMPANHA-LER
               PERFORM CARREGA-CAMPANHA-PRINCIPAL
                       UNTIL CP-FIM EQUAL "SIM"
               CLOSE CAMPANHA.
       CARREGA-CAMPANHA-LER.
           READ CAMPANHA
                       AT END
                             MOVE "SIM" TO CP-FIM.
       CARREGA-CAMPANHA-PRINCIPAL.
           MOVE CP-CODIGO TO PP-CAMPANHA.
           PERFORM NOVA-CAMPANHA.
           MOVE CP-DESCR TO TAB-CA-DESCR(QT-CAMP).
           MOVE CP-TIPO  TO TAB-CA-TIPO(QT-CAMP).
           PERFORM CARREGA-CAMPANHA-LER.

       NOVA-CAMPANHA.
           IF  QT-CAMP NOT LESS 200
               DISPLAY "PRG125 - TABELA CAMPANHA ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-CAMP.
           MOVE PP-CAMPANHA TO TAB-CA-CODIGO(QT-CAMP).
           MOVE "CAMPANHA NAO CADASTR" TO TAB-CA-DESCR(QT-CAMP).
           MOVE SPACES TO TAB-CA-TIPO(QT-CAMP).
           MOVE ZEROS TO TAB-CA-ITENS(QT-CAMP) TAB-CA-UNID(QT-CAMP)
                         TAB-CA-RECEITA(QT-CAMP)
                         TAB-CA-DESCONTO(QT-CAMP).

       LE-PEDPROMO.
           READ PEDPROMO
                       AT END
                             MOVE "SIM" TO PP-FIM
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "PEDPROMO" TO WS-ARQ-ERRO.
           MOVE WS-FS-PEDPROMO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       ACUMULA-ITEM.
           MOVE "NAO" TO WS-ACHOU.
           MOVE ZEROS TO WS-IX-ACHADO.
           PERFORM PROCURA-CAMPANHA
                   VARYING WS-IX-CA FROM 1 BY 1
                   UNTIL WS-IX-CA GREATER QT-CAMP
                   OR WS-ACHOU EQUAL "SIM".
           IF  WS-ACHOU EQUAL "NAO"
               ADD 1 TO CT-SEM-CADASTRO
               PERFORM NOVA-CAMPANHA
               MOVE QT-CAMP TO WS-IX-ACHADO.
           ADD 1 TO TAB-CA-ITENS(WS-IX-ACHADO).
           ADD PP-QTD TO TAB-CA-UNID(WS-IX-ACHADO) TT-UNIDADES.
           ADD PP-DESCONTO TO TAB-CA-DESCONTO(WS-IX-ACHADO)
                              TT-DESCONTO.
           IF  PP-NUMNOTA GREATER ZERO
               ADD 1 TO CT-FATURADOS
               ADD PP-RECEITA TO TAB-CA-RECEITA(WS-IX-ACHADO)
                                 TT-RECEITA
           ELSE
               ADD 1 TO CT-A-FATURAR.
           PERFORM LE-PEDPROMO.
       PROCURA-CAMPANHA.
           IF  TAB-CA-CODIGO(WS-IX-CA) EQUAL PP-CAMPANHA
               MOVE "SIM" TO WS-ACHOU
               MOVE WS-IX-CA TO WS-IX-ACHADO.

       IMPRIME-DETALHE.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           MOVE TAB-CA-CODIGO(WS-IX-CA)   TO DC-CODIGO.
           MOVE TAB-CA-DESCR(WS-IX-CA)    TO DC-DESCR.
           MOVE TAB-CA-TIPO(WS-IX-CA)     TO DC-TIPO.
           MOVE TAB-CA-ITENS(WS-IX-CA)    TO DC-ITENS.
           MOVE TAB-CA-UNID(WS-IX-CA)     TO DC-UNID.
           MOVE TAB-CA-RECEITA(WS-IX-CA)  TO DC-RECEITA.
           MOVE TAB-CA-DESCONTO(WS-IX-CA) TO DC-DESCONTO.
           WRITE REGRELCAMP FROM DETCAMP AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELCAMP.
           WRITE REGRELCAMP AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELCAMP FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELCAMP FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELCAMP FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELCAMP FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELCAMP FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELCAMP FROM BREAK AFTER ADVANCING 1 LINE.

       IMPRIME-TOTAIS.
           IF  CTLIN GREATER 24
               PERFORM IMPRIME-CABECALHO.
           MOVE "ITENS EM CAMPANHA............:" TO LQ-TXT.
           MOVE CT-LIDOS TO LQ-QTD.
           WRITE REGRELCAMP FROM LINQTD AFTER ADVANCING 3 LINES.
           MOVE "ITENS A FATURAR..............:" TO LQ-TXT.
           MOVE CT-A-FATURAR TO LQ-QTD.
           WRITE REGRELCAMP FROM LINQTD AFTER ADVANCING 1 LINE.
           MOVE "UNIDADES VENDIDAS............:" TO LQ-TXT.
           MOVE TT-UNIDADES TO LQ-QTD.
           WRITE REGRELCAMP FROM LINQTD AFTER ADVANCING 1 LINE.
           MOVE "RECEITA FATURADA.............:" TO LV-TXT.
           MOVE TT-RECEITA TO LV-VALOR.
           WRITE REGRELCAMP FROM LINVAL AFTER ADVANCING 1 LINE.
           MOVE "DESCONTO CONCEDIDO...........:" TO LV-TXT.
           MOVE TT-DESCONTO TO LV-VALOR.
           WRITE REGRELCAMP FROM LINVAL AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG125"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-LIDOS     TO RL-QTDE.
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
               DISPLAY "PRG125 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG125" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
