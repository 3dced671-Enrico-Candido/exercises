       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG87.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCCAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PC-NUMPC
           FILE STATUS IS WS-FS-PCCAB.
           SELECT PCITEM ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PI-CHAVE
           FILE STATUS IS WS-FS-PCITEM.
           SELECT ESTOQUE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ES-CODPROD
           FILE STATUS IS WS-FS-ESTOQUE.
           SELECT MOVEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOVEST.
           SELECT RECEBE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECEBE.
           SELECT CUSTOHIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CUSTOHIS.
           SELECT PRODMA2 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRODMA2.
           SELECT LOCKCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOCKCTL.
           SELECT OPERADOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPERADOR.
           SELECT SEGLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD  ESTOQUE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ESTOQUE.DAT".
       01  REGESTOQUE.
           02 ES-CODPROD    PIC X(06).
           02 ES-SALDO      PIC 9(05).
           02 ES-MINIMO     PIC 9(05).
           02 ES-CUSTO-MEDIO PIC 9(06)V99.
           02 ES-LOTE        PIC 9(05).
       FD  MOVEST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MOVEST.DAT".
       01  REGMOVEST.
           02 MV-DATA       PIC 9(08).
           02 MV-CODPROD    PIC X(06).
           02 MV-TIPO       PIC X(01).
           02 MV-QTDE       PIC 9(05).
           02 MV-ORIGEM     PIC X(08).
       FD  RECEBE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RECEBE.DAT".
       01  REGRECEBE.
           02 RC-DATA       PIC 9(08).
           02 RC-HORA       PIC 9(08).
           02 RC-NUMPC      PIC 9(06).
           02 RC-ITEM       PIC 9(02).
           02 RC-CODPROD    PIC X(06).
           02 RC-QTDE       PIC 9(05).
           02 RC-QTPEDIDA   PIC 9(05).
           02 RC-QTACUM     PIC 9(05).
           02 RC-OCORR      PIC X(01).
           02 RC-OPERADOR   PIC X(08).
       FD  CUSTOHIS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CUSTOHIS.DAT".
       01  REGCUSTOHIS.
           02 CH-DATA       PIC 9(08).
           02 CH-HORA       PIC 9(08).
           02 CH-CODPROD    PIC X(06).
           02 CH-NUMPC      PIC 9(06).
           02 CH-ITEM       PIC 9(02).
           02 CH-QTDE       PIC 9(05).
           02 CH-PRECO      PIC 9(06)V99.
           02 CH-SALDO-ANT  PIC 9(05).
           02 CH-CUSTO-ANT  PIC 9(06)V99.
           02 CH-CUSTO-NOVO PIC 9(06)V99.
       FD  PRODMA2
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PRODMA2.DAT".
       01  REGPRODMA2.
           02 PM2-CODPROD   PIC X(06).
           02 PM2-DESCPROD  PIC X(10).
       FD  LOCKCTL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LOCKCTL.DAT".
       01  REGLOCKCTL.
           02 LK-BATCH      PIC X(01).
           02 LK-ONLINE     PIC X(01).

       FD  OPERADOR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OPERADOR.DAT".
       01  REGOPERADOR.
           02 OP-ID         PIC X(08).
           02 OP-SENHA      PIC X(08).
           02 OP-NIVEL      PIC 9(01).
       FD  SEGLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SEGLOG.DAT".
       01  REGSEGLOG.
           02 SG-DATA       PIC 9(08).
           02 SG-HORA       PIC 9(08).
           02 FILLER        PIC X(01).
           02 SG-OPERADOR   PIC X(08).
           02 FILLER        PIC X(01).
           02 SG-PROGRAMA   PIC X(08).
           02 FILLER        PIC X(01).
           02 SG-EVENTO     PIC X(20).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO         PIC X(01) VALUE SPACES.
       77  WS-FS-PCCAB      PIC X(02) VALUE SPACES.
       77  WS-FS-PCITEM     PIC X(02) VALUE SPACES.
       77  WS-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77  WS-FS-MOVEST     PIC X(02) VALUE SPACES.
       77  WS-FS-RECEBE     PIC X(02) VALUE SPACES.
       77  WS-FS-CUSTOHIS   PIC X(02) VALUE SPACES.
       77  WS-FS-PRODMA2    PIC X(02) VALUE SPACES.
       77  WS-FS-LOCKCTL    PIC X(02) VALUE SPACES.
       77  WS-FS-OPERADOR   PIC X(02) VALUE SPACES.
       77  OPE-FIM          PIC X(03) VALUE "NAO".
       77  PM-FIM           PIC X(03) VALUE "NAO".
       77  QT-PRODMA2       PIC 9(05) VALUE ZEROS.
       77  WS-PROD-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-OPERADOR      PIC X(08) VALUE SPACES.
       77  WS-SENHA         PIC X(08) VALUE SPACES.
       77  WS-NIVEL         PIC 9(01) VALUE ZERO.
       77  WS-TENTATIVAS    PIC 9(01) VALUE ZERO.
       77  WS-LOGADO        PIC X(03) VALUE "NAO".
       77  WS-EVENTO        PIC X(20) VALUE SPACES.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-TODOS-FECHADOS PIC X(03) VALUE "NAO".
       77  WS-CONFIRMA      PIC X(01) VALUE SPACES.
       77  WS-IX            PIC 9(02) VALUE ZEROS.
       77  WS-PENDENTE      PIC 9(05) VALUE ZEROS.
       77  WS-OCORR         PIC X(01) VALUE SPACES.
       77  ENT-NUMPC        PIC 9(06) VALUE ZEROS.
       77  ENT-ITEM         PIC 9(02) VALUE ZEROS.
       77  ENT-CODPROD      PIC X(06) VALUE SPACES.
       77  ENT-QTDE         PIC 9(05) VALUE ZEROS.
       77  WS-DATA-EXEC     PIC 9(08) VALUE ZEROS.
       77  WS-CUSTO-ANT     PIC 9(06)V99 VALUE ZEROS.
       77  WS-SALDO-ANT     PIC 9(05) VALUE ZEROS.
       01  TAB-PRODMA2.
                 04 TAB-PRODMA2-OCORR OCCURS 5000 TIMES
                                      INDEXED BY IX-PRODMA2.
                       05 TAB-PM2-CODPROD PIC X(06).

       SCREEN SECTION.
       01  TELA-SIGNON.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "IDENTIFICACAO DO OPERADOR".
           02 LINE 3 COL 1 VALUE "OPERADOR: ".
           02 COL PLUS 1   PIC X(08) USING WS-OPERADOR.
           02 LINE 4 COL 1 VALUE "SENHA: ".
           02 COL PLUS 1   PIC X(08) USING WS-SENHA SECURE.
       01  TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 1  COL 1  VALUE "RECEBIMENTO DE MERCADORIAS".
           02 LINE 3  COL 1  VALUE "1 - RECEBER ITEM DE PEDIDO".
           02 LINE 4  COL 1  VALUE "2 - ENCERRAR ITEM DE PEDIDO".
           02 LINE 5  COL 1  VALUE "3 - REGISTRAR ITEM NAO PEDIDO".
           02 LINE 6  COL 1  VALUE "4 - SAIR".
           02 LINE 8  COL 1  VALUE "OPCAO: ".
           02 COL PLUS 1     PIC X(01) TO WS-OPCAO.
       01  TELA-ITEM.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "PEDIDO DE COMPRA: ".
           02 COL PLUS 1   PIC 9(06) USING ENT-NUMPC.
           02 LINE 2 COL 1 VALUE "ITEM: ".
           02 COL PLUS 1   PIC 9(02) USING ENT-ITEM.
       01  TELA-QTDE.
           02 LINE 4 COL 1 VALUE "PRODUTO: ".
           02 COL PLUS 1   PIC X(06) FROM PI-CODPROD.
           02 LINE 5 COL 1 VALUE "PEDIDO: ".
           02 COL PLUS 1   PIC ZZ.ZZ9 FROM PI-QTDE.
           02 LINE 6 COL 1 VALUE "JA RECEBIDO: ".
           02 COL PLUS 1   PIC ZZ.ZZ9 FROM PI-QTREC.
           02 LINE 8 COL 1 VALUE "QUANTIDADE RECEBIDA: ".
           02 COL PLUS 1   PIC 9(05) USING ENT-QTDE.
       01  TELA-ENCERRA.
           02 LINE 4 COL 1 VALUE "PRODUTO: ".
           02 COL PLUS 1   PIC X(06) FROM PI-CODPROD.
           02 LINE 5 COL 1 VALUE "PEDIDO: ".
           02 COL PLUS 1   PIC ZZ.ZZ9 FROM PI-QTDE.
           02 LINE 6 COL 1 VALUE "JA RECEBIDO: ".
           02 COL PLUS 1   PIC ZZ.ZZ9 FROM PI-QTREC.
           02 LINE 8 COL 1 VALUE "CONFIRMA ENCERRAMENTO (S/N): ".
           02 COL PLUS 1   PIC X(01) USING WS-CONFIRMA.
       01  TELA-NAOPEDIDO.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "PEDIDO DE COMPRA (SE HOUVER): ".
           02 COL PLUS 1   PIC 9(06) USING ENT-NUMPC.
           02 LINE 2 COL 1 VALUE "CODIGO DO PRODUTO: ".
           02 COL PLUS 1   PIC X(06) USING ENT-CODPROD.
           02 LINE 3 COL 1 VALUE "QUANTIDADE RECEBIDA: ".
           02 COL PLUS 1   PIC 9(05) USING ENT-QTDE.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           PERFORM EFETUA-SIGNON.
           PERFORM VERIFICA-TRAVA-BATCH.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM CARREGA-PRODMA2.
           MOVE SPACES TO WS-FS-PCCAB.
           OPEN I-O PCCAB.
           IF  WS-FS-PCCAB EQUAL "35"
               DISPLAY "PRG87 - NAO HA PEDIDOS DE COMPRA EMITIDOS"
               PERFORM LIBERA-TRAVA-ONLINE
               STOP RUN.
           OPEN I-O PCITEM.
           MOVE SPACES TO WS-FS-ESTOQUE.
           OPEN I-O ESTOQUE.
           IF  WS-FS-ESTOQUE EQUAL "35"
               OPEN OUTPUT ESTOQUE
               CLOSE ESTOQUE
               OPEN I-O ESTOQUE.
           OPEN EXTEND MOVEST.
           IF  WS-FS-MOVEST EQUAL "35"
               OPEN OUTPUT MOVEST.
           OPEN EXTEND RECEBE.
           IF  WS-FS-RECEBE EQUAL "35"
               OPEN OUTPUT RECEBE.
           OPEN EXTEND CUSTOHIS.
           IF  WS-FS-CUSTOHIS EQUAL "35"
               OPEN OUTPUT CUSTOHIS.
           PERFORM EXIBE-MENU
                   UNTIL WS-OPCAO EQUAL "4".
           CLOSE PCCAB PCITEM ESTOQUE MOVEST RECEBE CUSTOHIS.
           PERFORM LIBERA-TRAVA-ONLINE.
           STOP RUN.

       VERIFICA-TRAVA-BATCH.
           MOVE SPACES TO WS-FS-LOCKCTL.
           OPEN INPUT LOCKCTL.
           IF  WS-FS-LOCKCTL EQUAL "35"
               MOVE "NN" TO REGLOCKCTL
           ELSE
               READ LOCKCTL
                           AT END
                                 MOVE "NN" TO REGLOCKCTL
               END-READ
               CLOSE LOCKCTL.
           IF  LK-BATCH EQUAL "S"
               DISPLAY "PRG87 - CADEIA NOTURNA EM EXECUCAO"
               DISPLAY "PRG87 - MANUTENCAO BLOQUEADA - TENTE DEPOIS"
               STOP RUN.
           MOVE "S" TO LK-ONLINE.
           PERFORM GRAVA-TRAVA.

       LIBERA-TRAVA-ONLINE.
           MOVE "N" TO LK-ONLINE.
           PERFORM GRAVA-TRAVA.

       GRAVA-TRAVA.
           OPEN OUTPUT LOCKCTL.
           WRITE REGLOCKCTL.
           CLOSE LOCKCTL.

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
               DISPLAY "PRG87 - TABELA PRODMA2 ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-PRODMA2.
           MOVE PM2-CODPROD TO TAB-PM2-CODPROD(QT-PRODMA2).
           PERFORM CARREGA-PRODMA2-LER.

       VALIDA-PRODUTO.
           MOVE "NAO" TO WS-PROD-ACHADO.
           IF  QT-PRODMA2 GREATER ZERO
               SET IX-PRODMA2 TO 1
               SEARCH TAB-PRODMA2-OCORR
                   AT END
                       CONTINUE
                   WHEN TAB-PM2-CODPROD(IX-PRODMA2) EQUAL ENT-CODPROD
                       MOVE "SIM" TO WS-PROD-ACHADO.

       EXIBE-MENU.
           DISPLAY TELA-MENU.
           ACCEPT TELA-MENU.
           IF  WS-OPCAO EQUAL "1"
               PERFORM RECEBE-ITEM
                       THRU RECEBE-ITEM-FIM
           ELSE
               IF  WS-OPCAO EQUAL "2"
                   PERFORM ENCERRA-ITEM
                           THRU ENCERRA-ITEM-FIM
               ELSE
                   IF  WS-OPCAO EQUAL "3"
                       PERFORM REGISTRA-NAO-PEDIDO
                               THRU REGISTRA-NAO-PEDIDO-FIM.

       LOCALIZA-ITEM.
           MOVE ZEROS TO ENT-NUMPC ENT-ITEM.
           DISPLAY TELA-ITEM.
           ACCEPT TELA-ITEM.
           MOVE "NAO" TO WS-ACHOU.
           MOVE ENT-NUMPC TO PC-NUMPC.
           READ PCCAB
               INVALID KEY
                   DISPLAY "PEDIDO DE COMPRA NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE "SIM" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "SIM"
           AND PC-SITUACAO NOT EQUAL "A"
               DISPLAY "PEDIDO DE COMPRA JA ENCERRADO"
               MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "SIM"
               MOVE ENT-NUMPC TO PI-NUMPC
               MOVE ENT-ITEM  TO PI-ITEM
               READ PCITEM
                   INVALID KEY
                       DISPLAY "ITEM NAO CONSTA DO PEDIDO"
                       MOVE "NAO" TO WS-ACHOU
               END-READ.
           IF  WS-ACHOU EQUAL "SIM"
           AND PI-SITUACAO NOT EQUAL "A"
               DISPLAY "ITEM DE PEDIDO JA ENCERRADO"
               MOVE "NAO" TO WS-ACHOU.

       RECEBE-ITEM.
           PERFORM LOCALIZA-ITEM.
           IF  WS-ACHOU NOT EQUAL "SIM"
               GO TO RECEBE-ITEM-FIM.
           MOVE ZEROS TO ENT-QTDE.
           DISPLAY TELA-QTDE.
           ACCEPT TELA-QTDE.
           IF  ENT-QTDE NOT GREATER ZERO
               DISPLAY "QUANTIDADE INVALIDA - RECEBIMENTO RECUSADO"
               GO TO RECEBE-ITEM-FIM.
           COMPUTE WS-PENDENTE = PI-QTDE - PI-QTREC.
           MOVE SPACE TO WS-OCORR.
           IF  ENT-QTDE GREATER WS-PENDENTE
               MOVE "E" TO WS-OCORR
               DISPLAY "RECEBIMENTO EXCEDE O SALDO DO PEDIDO".
           ADD ENT-QTDE TO PI-QTREC.
           IF  PI-QTREC NOT LESS PI-QTDE
               MOVE "F" TO PI-SITUACAO.
           REWRITE REGPCITEM
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR ITEM DE PEDIDO".
           MOVE PI-CODPROD TO ENT-CODPROD.
           PERFORM ENTRADA-ESTOQUE.
           PERFORM GRAVA-RECEBIMENTO.
           PERFORM VERIFICA-PEDIDO-FECHADO.
           MOVE "RECEBIMENTO REGISTR." TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
           DISPLAY "SALDO ATUAL DO PRODUTO: " ES-SALDO.
       RECEBE-ITEM-FIM.
           EXIT.

       ENCERRA-ITEM.
           PERFORM LOCALIZA-ITEM.
           IF  WS-ACHOU NOT EQUAL "SIM"
               GO TO ENCERRA-ITEM-FIM.
           MOVE "N" TO WS-CONFIRMA.
           DISPLAY TELA-ENCERRA.
           ACCEPT TELA-ENCERRA.
           IF  WS-CONFIRMA NOT EQUAL "S"
               GO TO ENCERRA-ITEM-FIM.
           MOVE "F" TO PI-SITUACAO.
           REWRITE REGPCITEM
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR ITEM DE PEDIDO".
           MOVE ZEROS TO ENT-QTDE.
           MOVE PI-CODPROD TO ENT-CODPROD.
           IF  PI-QTREC LESS PI-QTDE
               MOVE "F" TO WS-OCORR
           ELSE
               MOVE SPACE TO WS-OCORR.
           PERFORM GRAVA-RECEBIMENTO.
           PERFORM VERIFICA-PEDIDO-FECHADO.
           MOVE "ITEM PC ENCERRADO" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
       ENCERRA-ITEM-FIM.
           EXIT.

       REGISTRA-NAO-PEDIDO.
           MOVE ZEROS TO ENT-NUMPC ENT-QTDE.
           MOVE SPACES TO ENT-CODPROD.
           DISPLAY TELA-NAOPEDIDO.
           ACCEPT TELA-NAOPEDIDO.
           PERFORM VALIDA-PRODUTO.
           IF  WS-PROD-ACHADO EQUAL "NAO"
               DISPLAY "PRODUTO NAO CADASTRADO"
               GO TO REGISTRA-NAO-PEDIDO-FIM.
           IF  ENT-QTDE NOT GREATER ZERO
               DISPLAY "QUANTIDADE INVALIDA"
               GO TO REGISTRA-NAO-PEDIDO-FIM.
           MOVE ENT-NUMPC   TO PI-NUMPC.
           MOVE ZEROS       TO PI-ITEM PI-QTDE PI-QTREC.
           MOVE ENT-CODPROD TO PI-CODPROD.
           MOVE "N" TO WS-OCORR.
           PERFORM GRAVA-RECEBIMENTO.
           MOVE "ITEM NAO PEDIDO" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
           DISPLAY "ITEM RETIDO PARA DEVOLUCAO OU REGULARIZACAO".
       REGISTRA-NAO-PEDIDO-FIM.
           EXIT.

       ENTRADA-ESTOQUE.
           MOVE "SIM" TO WS-ACHOU.
           MOVE ENT-CODPROD TO ES-CODPROD.
           READ ESTOQUE
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "SIM"
               MOVE ES-SALDO       TO WS-SALDO-ANT
               MOVE ES-CUSTO-MEDIO TO WS-CUSTO-ANT
               PERFORM CALCULA-CUSTO-MEDIO
               ADD ENT-QTDE TO ES-SALDO
               REWRITE REGESTOQUE
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR ESTOQUE"
               END-REWRITE
           ELSE
               MOVE ZEROS       TO WS-SALDO-ANT WS-CUSTO-ANT
               MOVE ENT-CODPROD TO ES-CODPROD
               MOVE ENT-QTDE    TO ES-SALDO
               MOVE ZEROS       TO ES-MINIMO
               MOVE PI-PRECO    TO ES-CUSTO-MEDIO
               MOVE ZEROS       TO ES-LOTE
               WRITE REGESTOQUE
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ESTOQUE"
               END-WRITE.
           PERFORM GRAVA-HISTORICO-CUSTO.
           MOVE WS-DATA-EXEC TO MV-DATA.
           MOVE ENT-CODPROD  TO MV-CODPROD.
           MOVE "E"          TO MV-TIPO.
           MOVE ENT-QTDE     TO MV-QTDE.
           MOVE "PRG87"      TO MV-ORIGEM.
           WRITE REGMOVEST.

       CALCULA-CUSTO-MEDIO.
           IF  ES-CUSTO-MEDIO EQUAL ZEROS
           OR  ES-SALDO EQUAL ZEROS
               MOVE PI-PRECO TO ES-CUSTO-MEDIO
           ELSE
               COMPUTE ES-CUSTO-MEDIO ROUNDED =
                       (ES-SALDO * ES-CUSTO-MEDIO + ENT-QTDE * PI-PRECO)
                       / (ES-SALDO + ENT-QTDE).

       GRAVA-HISTORICO-CUSTO.
           MOVE WS-DATA-EXEC   TO CH-DATA.
           ACCEPT CH-HORA FROM TIME.
           MOVE ENT-CODPROD    TO CH-CODPROD.
           MOVE PI-NUMPC       TO CH-NUMPC.
           MOVE PI-ITEM        TO CH-ITEM.
           MOVE ENT-QTDE       TO CH-QTDE.
           MOVE PI-PRECO       TO CH-PRECO.
           MOVE WS-SALDO-ANT   TO CH-SALDO-ANT.
           MOVE WS-CUSTO-ANT   TO CH-CUSTO-ANT.
           MOVE ES-CUSTO-MEDIO TO CH-CUSTO-NOVO.
           WRITE REGCUSTOHIS.

       GRAVA-RECEBIMENTO.
           MOVE WS-DATA-EXEC TO RC-DATA.
           ACCEPT RC-HORA FROM TIME.
           MOVE PI-NUMPC     TO RC-NUMPC.
           MOVE PI-ITEM      TO RC-ITEM.
           MOVE ENT-CODPROD  TO RC-CODPROD.
           MOVE ENT-QTDE     TO RC-QTDE.
           MOVE PI-QTDE      TO RC-QTPEDIDA.
           MOVE PI-QTREC     TO RC-QTACUM.
           MOVE WS-OCORR     TO RC-OCORR.
           MOVE WS-OPERADOR  TO RC-OPERADOR.
           WRITE REGRECEBE.

       VERIFICA-PEDIDO-FECHADO.
           MOVE "SIM" TO WS-TODOS-FECHADOS.
           PERFORM VERIFICA-ITEM-FECHADO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER PC-QTITENS.
           IF  WS-TODOS-FECHADOS EQUAL "SIM"
               MOVE "F" TO PC-SITUACAO
               REWRITE REGPCCAB
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR PEDIDO DE COMPRA"
               END-REWRITE
               DISPLAY "PEDIDO DE COMPRA TOTALMENTE ATENDIDO".
       VERIFICA-ITEM-FECHADO.
           MOVE PC-NUMPC TO PI-NUMPC.
           MOVE WS-IX    TO PI-ITEM.
           READ PCITEM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  PI-SITUACAO EQUAL "A"
                       MOVE "NAO" TO WS-TODOS-FECHADOS
                   END-IF
           END-READ.

       EFETUA-SIGNON.
           PERFORM SOLICITA-SIGNON
                   UNTIL WS-LOGADO EQUAL "SIM"
                   OR WS-TENTATIVAS NOT LESS 3.
           IF  WS-LOGADO NOT EQUAL "SIM"
               MOVE "VIOLACAO DE ACESSO" TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               DISPLAY "PRG87 - ACESSO NEGADO"
               STOP RUN.
           MOVE "SIGNON EFETUADO" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.

       SOLICITA-SIGNON.
           MOVE SPACES TO WS-OPERADOR WS-SENHA.
           DISPLAY TELA-SIGNON.
           ACCEPT TELA-SIGNON.
           ADD 1 TO WS-TENTATIVAS.
           PERFORM VALIDA-OPERADOR.
           IF  WS-LOGADO NOT EQUAL "SIM"
               DISPLAY "OPERADOR OU SENHA INVALIDOS".

       VALIDA-OPERADOR.
           MOVE "NAO" TO WS-LOGADO OPE-FIM.
           MOVE SPACES TO WS-FS-OPERADOR.
           OPEN INPUT OPERADOR.
           IF  WS-FS-OPERADOR EQUAL "35"
               DISPLAY "PRG87 - ARQUIVO DE OPERADORES AUSENTE"
               STOP RUN.
           PERFORM LE-OPERADOR.
           PERFORM CONFERE-OPERADOR
                   UNTIL OPE-FIM EQUAL "SIM".
           CLOSE OPERADOR.
       LE-OPERADOR.
           READ OPERADOR
                       AT END
                             MOVE "SIM" TO OPE-FIM.
       CONFERE-OPERADOR.
           IF  OP-ID EQUAL WS-OPERADOR
           AND OP-SENHA EQUAL WS-SENHA
               MOVE "SIM" TO WS-LOGADO
               MOVE OP-NIVEL TO WS-NIVEL.
           PERFORM LE-OPERADOR.

       GRAVA-SEGLOG.
           OPEN EXTEND SEGLOG.
           MOVE SPACES TO REGSEGLOG.
           MOVE WS-EVENTO TO SG-EVENTO.
           ACCEPT SG-DATA FROM DATE YYYYMMDD.
           ACCEPT SG-HORA FROM TIME.
           MOVE WS-OPERADOR TO SG-OPERADOR.
           MOVE "PRG87" TO SG-PROGRAMA.
           WRITE REGSEGLOG.
           CLOSE SEGLOG.
