           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRODMA2.

           SELECT ESTOQUE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ES-CODPROD
           FILE STATUS IS WS-FS-ESTOQUE.

           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.

           SELECT PEDPROMO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PP-CHAVE
           FILE STATUS IS WS-FS-PEDPROMO.

           SELECT PEDHOLD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEDHOLD.
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTAHIST.DAT".
       01  REGNOTAHIST        PIC X(85).
       FD  PEDPROMO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDPROMO.DAT".
       01  REGPEDPROMO.
           02 PP-CHAVE.
              03 PP-NUMPED    PIC 9(06).
              03 PP-NUMITEM   PIC 9(02).
           02 PP-CAMPANHA     PIC X(06).
           02 PP-CODPROD      PIC X(06).
           02 PP-QTD          PIC 9(03).
           02 PP-PRECO-LISTA  PIC 9(04)V99.
           02 PP-PRECO-PROMO  PIC 9(04)V99.
           02 PP-DESCONTO     PIC 9(07)V99.
           02 PP-DATA         PIC 9(08).
           02 PP-NUMNOTA      PIC 9(06).
           02 PP-RECEITA      PIC 9(06)V99.
           02 PP-DATA-FAT     PIC 9(08).
       FD  RELNOTA LABEL RECORD OMITTED.
       01  REGNOTA            PIC X(80).
       FD  DESTCONTAB
       01  REGPRODMA2.
           02 PM2-CODPROD     PIC X(06).
           02 PM2-DESCPROD    PIC X(10).
       FD  ESTOQUE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ESTOQUE.DAT".
       01  REGESTOQUE.
           02 ES-CODPROD      PIC X(06).
           02 ES-SALDO        PIC 9(05).
           02 ES-MINIMO       PIC 9(05).
           02 ES-CUSTO-MEDIO  PIC 9(06)V99.
           02 ES-LOTE         PIC 9(05).
       FD  CADSOC1
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".
       77  WS-FS-REJPED     PIC X(02) VALUE "00".
       77  WS-FS-PRODMA2    PIC X(02) VALUE "00".
       77  WS-FS-CADSOC1    PIC X(02) VALUE "00".
       77  WS-FS-ESTOQUE    PIC X(02) VALUE "00".
       77  WS-FS-PEDHOLD    PIC X(02) VALUE "00".
       77  WS-FS-PEDWRK     PIC X(02) VALUE "00".
       77  WS-FS-PEDNEW     PIC X(02) VALUE "00".
       77  WS-FS-CTLCOUNT   PIC X(02) VALUE "00".
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  WS-FS-DESTCONTAB PIC X(02) VALUE "00".
       77  WS-FS-PEDPROMO   PIC X(02) VALUE SPACES.
       77  WS-PROMO-OK        PIC X(03) VALUE "NAO".
       77  CT-PROMOCOES       PIC 9(05) VALUE ZEROS.
       77  WS-DATA-EXEC       PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI        PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM        PIC 9(08) VALUE ZEROS.
       77  CT-REJEITADOS      PIC 9(05) VALUE ZEROS.
       77  CT-NOTAS           PIC 9(05) VALUE ZEROS.
       77  WS-SOMA-IMPOSTOS   PIC 9(04) VALUE ZEROS.
       77  WS-ESTOQUE-OK      PIC X(03) VALUE "NAO".
       77  WS-CUSTO-ITEM      PIC 9(06)V99 VALUE ZEROS.
       77  WS-MARGEM          PIC S9(07)V99 VALUE ZEROS.
       77  RT-FIM             PIC X(03) VALUE "NAO".
       77  COPIA-FIM          PIC X(03) VALUE "NAO".
       77  FAT-FIM            PIC X(03) VALUE "NAO".
           MOVE "AUDIT" TO WS-ARQ-ERRO.
           MOVE WS-FS-AUDIT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           OPEN INPUT ESTOQUE.
           IF  WS-FS-ESTOQUE EQUAL "00"
               MOVE "SIM" TO WS-ESTOQUE-OK
           ELSE
               MOVE "NAO" TO WS-ESTOQUE-OK.
           MOVE SPACES TO WS-FS-PEDPROMO.
           OPEN I-O PEDPROMO.
           IF  WS-FS-PEDPROMO EQUAL "00"
               MOVE "SIM" TO WS-PROMO-OK
           ELSE
               MOVE "NAO" TO WS-PROMO-OK.
           PERFORM LEITURA.
           PERFORM PRINCIPAL
                   UNTIL FIMARQ EQUAL "*".
           PERFORM GRAVA-RUNLOG.
           PERFORM GRAVA-CONTAGEM.
           CLOSE PEDWRK RELNOTA NOTAS AUDIT.
           IF  WS-ESTOQUE-OK EQUAL "SIM"
               CLOSE ESTOQUE.
           IF  WS-PROMO-OK EQUAL "SIM"
               CLOSE PEDPROMO.
           MOVE "CLOSE" TO WS-OPER-ERRO.
           MOVE "PEDWRK" TO WS-ARQ-ERRO.
           MOVE WS-FS-PEDWRK TO WS-FS-ERRO.
           DISPLAY "PEDIDOS RETIDOS........: " CT-RETIDOS.
           DISPLAY "JA FATURADOS/CANCELADOS: " CT-JA-TRATADOS.
           DISPLAY "NOTAS EMITIDAS.........: " CT-NOTAS.
           DISPLAY "ITENS EM CAMPANHA......: " CT-PROMOCOES.
           IF  CT-VALIDOS EQUAL ZERO
               MOVE 8 TO RETURN-CODE.

           PERFORM SOMA-IMPOSTOS.
           COMPUTE PRECFINAL ROUNDED =
            (WKCUSTOPROD * WKQTDPED + WS-SOMA-IMPOSTOS) * WS-FATOR.
           PERFORM BUSCA-CUSTO-MEDIO.
           MOVE WS-CUSTO-ITEM    TO NF-CUSTO.
           MOVE ZEROS            TO NF-IMPOSTO(1) NF-IMPOSTO(2)
                                    NF-IMPOSTO(3) NF-IMPOSTO(4)
                                    NF-IMPOSTO(5).
                   VARYING WS-IMP-IX FROM 1 BY 1
                   UNTIL WS-IMP-IX GREATER WKQT-IMPOSTOS.
           MOVE WS-SOMA-IMPOSTOS TO NF-TOTIMP.
           COMPUTE WS-MARGEM =
                   PRECFINAL - (WS-CUSTO-ITEM * WKQTDPED)
                   - WS-SOMA-IMPOSTOS.
           IF  WS-MARGEM LESS ZERO
               MOVE ZEROS TO NF-MARKUP
           ELSE
               MOVE WS-MARGEM TO NF-MARKUP.
           MOVE ZEROS TO NF-TOTNOTA.
           PERFORM BUSCA-FILIAL-SOCIO.
           PERFORM ACUMULA-COMPONENTES.
           ADD PRECFINAL TO WS-TOT-NOTA.
           IF  WS-PROMO-OK EQUAL "SIM"
               PERFORM MARCA-PROMOCAO.
           IF  QT-ITENS-NOTA NOT LESS 99
               DISPLAY "PROVA1 - TABELA ITENS DA NOTA ESGOTADA"
               MOVE 12 TO RETURN-CODE
           PERFORM IMPRIMIR.
           PERFORM LEITURA.

       MARCA-PROMOCAO.
           MOVE WKNUMPED  TO PP-NUMPED.
           MOVE WKNUMITEM TO PP-NUMITEM.
           READ PEDPROMO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NUMNOTA      TO PP-NUMNOTA
                   MOVE PRECFINAL    TO PP-RECEITA
                   MOVE WS-DATA-EXEC TO PP-DATA-FAT
                   REWRITE REGPEDPROMO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO CT-PROMOCOES
           END-READ.

       BUSCA-CUSTO-MEDIO.
           MOVE WKCUSTOPROD TO WS-CUSTO-ITEM.
           IF  WS-ESTOQUE-OK EQUAL "SIM"
               MOVE WKCODPROD TO ES-CODPROD
               READ ESTOQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  ES-CUSTO-MEDIO GREATER ZERO
                           MOVE ES-CUSTO-MEDIO TO WS-CUSTO-ITEM
                       END-IF
               END-READ.

       BUSCA-FILIAL-SOCIO.
           MOVE ZEROS TO NF-FILIAL.
           IF  QT-SOC GREATER ZERO
