       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG124.
       AUTHOR.      ENRICO CANDIDO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPANHA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CAMPANHA.
           SELECT CAMPPROD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CAMPPROD.
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
       FD  CAMPPROD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CAMPPROD.DAT".
       01  REGCAMPPROD.
           02 CPR-CODIGO    PIC X(06).
           02 CPR-CODPROD   PIC X(06).
       WORKING-STORAGE SECTION.
       77  WS-FS-CAMPANHA   PIC X(02) VALUE SPACES.
       77  WS-FS-CAMPPROD   PIC X(02) VALUE SPACES.
       77  WS-CARREGADO     PIC X(03) VALUE "NAO".
       77  CP-FIM           PIC X(03) VALUE "NAO".
       77  CPR-FIM          PIC X(03) VALUE "NAO".
       77  QT-CAMP          PIC 9(04) VALUE ZEROS.
       77  QT-CAMPPROD      PIC 9(04) VALUE ZEROS.
       77  WS-IX-CP         PIC 9(04) VALUE ZEROS.
       77  WS-IX-CPR        PIC 9(04) VALUE ZEROS.
       77  WS-ELEGIVEL      PIC X(03) VALUE "NAO".
       77  WS-VALOR-LINHA   PIC 9(07)V99 VALUE ZEROS.
       77  WS-DESC-CAMP     PIC 9(07)V99 VALUE ZEROS.
       77  WS-MELHOR-DESC   PIC 9(07)V99 VALUE ZEROS.
       77  WS-DESC-UNIT     PIC 9(04)V99 VALUE ZEROS.
       77  WS-GRUPO         PIC 9(04) VALUE ZEROS.
       77  WS-GRUPOS        PIC 9(04) VALUE ZEROS.
       01  TAB-CAMP.
                 04 TAB-CAMP-OCORR OCCURS 200 TIMES.
                       05 TAB-CP-CODIGO  PIC X(06).
                       05 TAB-CP-INI     PIC 9(08).
                       05 TAB-CP-FIM     PIC 9(08).
                       05 TAB-CP-CATEG   PIC 9(02).
                       05 TAB-CP-CODMA   PIC X(01).
                       05 TAB-CP-TIPO    PIC X(01).
                       05 TAB-CP-PERCENT PIC 9(02)V99.
                       05 TAB-CP-VALOR   PIC 9(04)V99.
                       05 TAB-CP-LEVE    PIC 9(03).
                       05 TAB-CP-GRATIS  PIC 9(03).
       01  TAB-CAMPPROD.
                 04 TAB-CAMPPROD-OCORR OCCURS 5000 TIMES.
                       05 TAB-CPR-CODIGO  PIC X(06).
                       05 TAB-CPR-CODPROD PIC X(06).
       LINKAGE SECTION.
       01  LK-CAMPANHA.
           02 LK-DATA        PIC 9(08).
           02 LK-CATEG       PIC 9(02).
           02 LK-CODPROD     PIC X(06).
           02 LK-QTD         PIC 9(03).
           02 LK-PRECO       PIC 9(04)V99.
           02 LK-CODCAMP     PIC X(06).
           02 LK-PRECO-PROMO PIC 9(04)V99.
           02 LK-DESCONTO    PIC 9(07)V99.
       PROCEDURE DIVISION USING LK-CAMPANHA.
       PRINCIPAL-PROG.
           IF  WS-CARREGADO EQUAL "NAO"
               PERFORM CARREGA-CAMPANHAS
               PERFORM CARREGA-CAMPPROD
               MOVE "SIM" TO WS-CARREGADO.
           MOVE SPACES   TO LK-CODCAMP.
           MOVE LK-PRECO TO LK-PRECO-PROMO.
           MOVE ZEROS    TO LK-DESCONTO WS-MELHOR-DESC.
           IF  LK-QTD GREATER ZERO
           AND LK-PRECO GREATER ZERO
               PERFORM AVALIA-CAMPANHA
                       THRU AVALIA-CAMPANHA-FIM
                       VARYING WS-IX-CP FROM 1 BY 1
                       UNTIL WS-IX-CP GREATER QT-CAMP.
           IF  LK-CODCAMP NOT EQUAL SPACES
               COMPUTE LK-PRECO-PROMO ROUNDED =
                       (LK-PRECO * LK-QTD - WS-MELHOR-DESC) / LK-QTD
               COMPUTE LK-DESCONTO =
                       (LK-PRECO - LK-PRECO-PROMO) * LK-QTD.
           GOBACK.

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
           IF  QT-CAMP NOT LESS 200
               DISPLAY "PRG124 - TABELA CAMPANHA ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-CAMP.
           MOVE CP-CODIGO   TO TAB-CP-CODIGO(QT-CAMP).
           MOVE CP-DATA-INI TO TAB-CP-INI(QT-CAMP).
           MOVE CP-DATA-FIM TO TAB-CP-FIM(QT-CAMP).
           MOVE CP-CATEG    TO TAB-CP-CATEG(QT-CAMP).
           MOVE CP-CODMA    TO TAB-CP-CODMA(QT-CAMP).
           MOVE CP-TIPO     TO TAB-CP-TIPO(QT-CAMP).
           MOVE CP-PERCENT  TO TAB-CP-PERCENT(QT-CAMP).
           MOVE CP-VALOR    TO TAB-CP-VALOR(QT-CAMP).
           MOVE CP-LEVE     TO TAB-CP-LEVE(QT-CAMP).
           MOVE CP-GRATIS   TO TAB-CP-GRATIS(QT-CAMP).
           PERFORM CARREGA-CAMPANHA-LER.

       CARREGA-CAMPPROD.
           MOVE SPACES TO WS-FS-CAMPPROD.
           OPEN INPUT CAMPPROD.
           IF  WS-FS-CAMPPROD EQUAL "35"
               MOVE "SIM" TO CPR-FIM
           ELSE
               PERFORM CARREGA-CAMPPROD-LER
               PERFORM CARREGA-CAMPPROD-PRINCIPAL
                       UNTIL CPR-FIM EQUAL "SIM"
               CLOSE CAMPPROD.
       CARREGA-CAMPPROD-LER.
           READ CAMPPROD
                       AT END
                             MOVE "SIM" TO CPR-FIM.
       CARREGA-CAMPPROD-PRINCIPAL.
           IF  QT-CAMPPROD NOT LESS 5000
               DISPLAY "PRG124 - TABELA CAMPPROD ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-CAMPPROD.
           MOVE CPR-CODIGO  TO TAB-CPR-CODIGO(QT-CAMPPROD).
           MOVE CPR-CODPROD TO TAB-CPR-CODPROD(QT-CAMPPROD).
           PERFORM CARREGA-CAMPPROD-LER.

       AVALIA-CAMPANHA.
           IF  LK-DATA LESS TAB-CP-INI(WS-IX-CP)
           OR  LK-DATA GREATER TAB-CP-FIM(WS-IX-CP)
               GO TO AVALIA-CAMPANHA-FIM.
           IF  TAB-CP-CATEG(WS-IX-CP) NOT EQUAL ZERO
           AND TAB-CP-CATEG(WS-IX-CP) NOT EQUAL LK-CATEG
               GO TO AVALIA-CAMPANHA-FIM.
           MOVE "NAO" TO WS-ELEGIVEL.
           IF  TAB-CP-CODMA(WS-IX-CP) NOT EQUAL SPACE
           AND TAB-CP-CODMA(WS-IX-CP) EQUAL LK-CODPROD(6:1)
               MOVE "SIM" TO WS-ELEGIVEL.
           IF  TAB-CP-CODMA(WS-IX-CP) EQUAL SPACE
               MOVE ZEROS TO WS-IX-CPR
               PERFORM PROCURA-CAMPPROD
                       QT-CAMPPROD TIMES.
           IF  WS-ELEGIVEL EQUAL "NAO"
               GO TO AVALIA-CAMPANHA-FIM.
           PERFORM CALCULA-DESCONTO.
           IF  WS-DESC-CAMP GREATER WS-MELHOR-DESC
               MOVE WS-DESC-CAMP TO WS-MELHOR-DESC
               MOVE TAB-CP-CODIGO(WS-IX-CP) TO LK-CODCAMP.
       AVALIA-CAMPANHA-FIM.
           EXIT.
       PROCURA-CAMPPROD.
           ADD 1 TO WS-IX-CPR.
           IF  TAB-CPR-CODIGO(WS-IX-CPR) EQUAL TAB-CP-CODIGO(WS-IX-CP)
           AND TAB-CPR-CODPROD(WS-IX-CPR) EQUAL LK-CODPROD
               MOVE "SIM" TO WS-ELEGIVEL.

       CALCULA-DESCONTO.
           MOVE ZEROS TO WS-DESC-CAMP.
           COMPUTE WS-VALOR-LINHA = LK-PRECO * LK-QTD.
           IF  TAB-CP-TIPO(WS-IX-CP) EQUAL "P"
               COMPUTE WS-DESC-CAMP ROUNDED = WS-VALOR-LINHA
                       * TAB-CP-PERCENT(WS-IX-CP) / 100.
           IF  TAB-CP-TIPO(WS-IX-CP) EQUAL "V"
               MOVE TAB-CP-VALOR(WS-IX-CP) TO WS-DESC-UNIT
               IF  WS-DESC-UNIT GREATER LK-PRECO
                   MOVE LK-PRECO TO WS-DESC-UNIT
               END-IF
               COMPUTE WS-DESC-CAMP = WS-DESC-UNIT * LK-QTD.
           IF  TAB-CP-TIPO(WS-IX-CP) EQUAL "L"
           AND TAB-CP-LEVE(WS-IX-CP) GREATER ZERO
           AND TAB-CP-GRATIS(WS-IX-CP) GREATER ZERO
               COMPUTE WS-GRUPO = TAB-CP-LEVE(WS-IX-CP)
                       + TAB-CP-GRATIS(WS-IX-CP)
               DIVIDE LK-QTD BY WS-GRUPO GIVING WS-GRUPOS
               COMPUTE WS-DESC-CAMP = WS-GRUPOS
                       * TAB-CP-GRATIS(WS-IX-CP) * LK-PRECO.
           IF  WS-DESC-CAMP GREATER WS-VALOR-LINHA
               MOVE WS-VALOR-LINHA TO WS-DESC-CAMP.
