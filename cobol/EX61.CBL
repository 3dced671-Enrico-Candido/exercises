           SELECT FOLHCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FOLHCTL.
           SELECT LANCFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LANCFER.
           SELECT LANCPTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LANCPTO.
           SELECT HOLHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HOLHIST.
           SELECT PARMOVRD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMOVRD.
           02 DT-TIPO       PIC X(01).
           02 DT-EFETIVA    PIC 9(08).
           02 DT-PERC       PIC 9(02)V99.
           02 DT-TETO       PIC 9(07)V99.
           02 DT-PARCELA    PIC 9(05)V99.
           02 DT-BASE       PIC X(01).
       FD  HOLERITE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "HOLERITE.DAT".
           VALUE OF FILE-ID IS "FOLHCTL.DAT".
       01  REGFOLHCTL.
           02 FC-COMPET     PIC 9(06).
       FD  HOLHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "HOLHIST.DAT".
       01  REGHOLHIST.
           02 HH-COMPET     PIC 9(06).
           02 HH-TIPO       PIC X(01).
           02 HH-CODIGO     PIC 9(07).
           02 HH-NOME       PIC X(25).
           02 HH-DATA       PIC 9(08).
           02 HH-HORA       PIC 9(08).
           02 HH-BRUTO      PIC 9(05)V99.
           02 HH-DESCONTOS  PIC 9(05)V99.
           02 HH-LIQUIDO    PIC 9(05)V99.
           02 HH-QT-DED     PIC 9(02).
           02 HH-DED OCCURS 10 TIMES.
              03 HH-DED-COD PIC X(04).
              03 HH-DED-VAL PIC 9(05)V99.
       FD  PARMOVRD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMOVRD.DAT".
           VALUE OF FILE-ID IS "PARMDATA.DAT".
       01  REGPARMDATA.
           02 PARM-DATAPROC PIC 9(08).
       FD  LANCFER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LANCFER.DAT".
       01  REGLANCFER       PIC X(37).
       FD  LANCPTO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LANCPTO.DAT".
       01  REGLANCPTO       PIC X(37).
       FD  CTLCOUNT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CTLCOUNT.DAT".
       77  WS-FS-FOLHPAG    PIC X(02) VALUE "00".
       77  WS-FS-FOLHCTL    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMOVRD   PIC X(02) VALUE SPACES.
       77  WS-FS-HOLHIST    PIC X(02) VALUE SPACES.
       77  WS-FS-LANCFER    PIC X(02) VALUE SPACES.
       77  WS-FS-LANCPTO    PIC X(02) VALUE SPACES.
       77  WS-FS-RELFOLHA   PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-CTLCOUNT   PIC X(02) VALUE "00".
       77  FIMARQ           PIC X(03) VALUE "NAO".
       77  DED-FIM          PIC X(03) VALUE "NAO".
       77  QT-DED           PIC 9(02) VALUE ZEROS.
       77  WS-JX            PIC 9(02) VALUE ZEROS.
       77  WS-FX-ESC        PIC 9(02) VALUE ZEROS.
       77  WS-FX-MAIOR      PIC 9(02) VALUE ZEROS.
       77  WS-TETO-ESC      PIC 9(07)V99 VALUE ZEROS.
       77  WS-TETO-MAIOR    PIC 9(07)V99 VALUE ZEROS.
       77  WS-BASE-DED      PIC 9(07)V99 VALUE ZEROS.
       77  WS-VAL-CALC      PIC S9(07)V99 VALUE ZEROS.
       77  QT-DED-FUNC      PIC 9(02) VALUE ZEROS.
       77  LAN-FIM          PIC X(03) VALUE "NAO".
       77  QT-LANC          PIC 9(04) VALUE ZEROS.
       77  WS-LX            PIC 9(04) VALUE ZEROS.
       77  WS-DIAS-AFAST    PIC 9(03) VALUE ZEROS.
       77  WS-PROVENTOS     PIC 9(07)V99 VALUE ZEROS.
       77  WS-DESC-LANC     PIC 9(07)V99 VALUE ZEROS.
       77  CT-LANCAMENTOS   PIC 9(05) VALUE ZEROS.
       77  WS-IX            PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  CT-LIDOS         PIC 9(05) VALUE ZEROS.
                       05 TAB-DT-CODIGO  PIC X(04).
                       05 TAB-DT-TIPO    PIC X(01).
                       05 TAB-DT-EFETIVA PIC 9(08).
                       05 TAB-DT-BASE    PIC X(01).
                       05 TAB-DT-TOTAL   PIC 9(09)V99.
                       05 TAB-DT-QTFX    PIC 9(02).
                       05 TAB-DT-FAIXA OCCURS 10 TIMES.
                          06 TAB-FX-TETO    PIC 9(07)V99.
                          06 TAB-FX-PERC    PIC 9(02)V99.
                          06 TAB-FX-PARCELA PIC 9(05)V99.
       01  TAB-DED-FUNC.
                 04 TAB-DF-OCORR OCCURS 10 TIMES.
                       05 TAB-DF-CODIGO  PIC X(04).
                       05 TAB-DF-VALOR   PIC 9(05)V99.
       01  WS-LANCAMENTO.
           02 LF-COMPET     PIC 9(06).
           02 LF-CODIGO     PIC 9(07).
           02 LF-RUBRICA    PIC X(04).
           02 LF-TIPO       PIC X(01).
           02 LF-DIAS       PIC 9(02).
           02 LF-VALOR      PIC 9(07)V99.
           02 LF-ORIGEM     PIC X(08).
       01  TAB-LANC.
                 04 TAB-LANC-OCORR OCCURS 2000 TIMES.
                       05 TAB-LC-CODIGO  PIC 9(07).
                       05 TAB-LC-RUBRICA PIC X(04).
                       05 TAB-LC-TIPO    PIC X(01).
                       05 TAB-LC-DIAS    PIC 9(02).
                       05 TAB-LC-VALOR   PIC 9(07)V99.
       01  FP-HEADER.
           02 FILLER        PIC X(01) VALUE "0".
           02 FH-DATA       PIC 9(08) VALUE ZEROS.
                 03 DD-COD  PIC X(04) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE ": ".
                 03 DD-TOT  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  DETLAN.
                 03 FILLER  PIC X(11) VALUE SPACES.
                 03 FILLER  PIC X(09) VALUE "RUBRICA ".
                 03 DL-RUB  PIC X(04) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DL-TIPO PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DL-DIAS PIC Z9 VALUE ZEROS.
                 03 FILLER  PIC X(06) VALUE " DIAS ".
                 03 DL-VAL  PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       01  TOTFOL.
                 03 FILLER  PIC X(14) VALUE "TOTAL BRUTO:".
                 03 TF-BRU  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           MOVE WS-HOJE(1:6) TO WS-COMPET.
           PERFORM VERIFICA-EXECUCAO.
           PERFORM CARREGA-DEDUCOES.
           PERFORM CARREGA-LANCAMENTOS.
           OPEN INPUT CADENT
                OUTPUT HOLERITE FOLHPAG RELFOLHA.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADENT" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADENT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           OPEN EXTEND HOLHIST.
           IF  WS-FS-HOLHIST EQUAL "35"
               OPEN OUTPUT HOLHIST.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "HOLHIST" TO WS-ARQ-ERRO.
           MOVE WS-FS-HOLHIST TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM GRAVA-HEADER.
           PERFORM LEITURA.
           PERFORM PRINCIPAL
                   UNTIL FIMARQ EQUAL "SIM".
           PERFORM GRAVA-TRAILER.
           CLOSE HOLHIST.
           PERFORM IMPRIME-TOTAIS-FOLHA.
           CLOSE CADENT HOLERITE FOLHPAG RELFOLHA.
           PERFORM GRAVA-CONTROLE-EXEC.
           DISPLAY "PRG61 - TOTAIS DE CONTROLE".
           DISPLAY "FUNCIONARIOS LIDOS.....: " CT-LIDOS.
           DISPLAY "HOLERITES GERADOS......: " CT-PAGOS.
           DISPLAY "LANCAMENTOS APLICADOS..: " CT-LANCAMENTOS.
           DISPLAY "TOTAL BRUTO............: " WS-TOT-BRUTO.
           DISPLAY "TOTAL LIQUIDO..........: " WS-TOT-LIQUIDO.
           IF  CT-PAGOS EQUAL ZERO
       GUARDA-DEDUCAO.
           IF  DT-EFETIVA GREATER WS-HOJE
               GO TO GUARDA-DEDUCAO-FIM.
           IF  DT-TETO NOT NUMERIC
               MOVE ZEROS TO DT-TETO.
           IF  DT-PARCELA NOT NUMERIC
               MOVE ZEROS TO DT-PARCELA.
           MOVE "NAO" TO WS-ACHOU.
           PERFORM PROCURA-DEDUCAO
                   VARYING WS-IX FROM 1 BY 1
                   OR WS-ACHOU EQUAL "SIM".
           IF  WS-ACHOU EQUAL "SIM"
               SUBTRACT 1 FROM WS-IX
               IF  DT-EFETIVA GREATER TAB-DT-EFETIVA(WS-IX)
                   MOVE DT-EFETIVA TO TAB-DT-EFETIVA(WS-IX)
                   MOVE DT-TIPO    TO TAB-DT-TIPO(WS-IX)
                   MOVE DT-BASE    TO TAB-DT-BASE(WS-IX)
                   MOVE ZEROS      TO TAB-DT-QTFX(WS-IX)
                   PERFORM GUARDA-FAIXA
               ELSE
                   IF  DT-EFETIVA EQUAL TAB-DT-EFETIVA(WS-IX)
                       PERFORM GUARDA-FAIXA
                   END-IF
               END-IF
           ELSE
               IF  QT-DED NOT LESS 20
                   STOP RUN
               END-IF
               ADD 1 TO QT-DED
               MOVE QT-DED     TO WS-IX
               MOVE DT-CODIGO  TO TAB-DT-CODIGO(WS-IX)
               MOVE DT-TIPO    TO TAB-DT-TIPO(WS-IX)
               MOVE DT-EFETIVA TO TAB-DT-EFETIVA(WS-IX)
               MOVE DT-BASE    TO TAB-DT-BASE(WS-IX)
               MOVE ZEROS      TO TAB-DT-TOTAL(WS-IX)
               MOVE ZEROS      TO TAB-DT-QTFX(WS-IX)
               PERFORM GUARDA-FAIXA.
       GUARDA-DEDUCAO-FIM.
           PERFORM LE-DEDUCAO.
       GUARDA-FAIXA.
           IF  TAB-DT-QTFX(WS-IX) NOT LESS 10
               DISPLAY "PRG61 - FAIXAS ESGOTADAS NA DEDUCAO "
                       DT-CODIGO
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO TAB-DT-QTFX(WS-IX).
           MOVE TAB-DT-QTFX(WS-IX) TO WS-JX.
           MOVE DT-TETO    TO TAB-FX-TETO(WS-IX WS-JX).
           MOVE DT-PERC    TO TAB-FX-PERC(WS-IX WS-JX).
           MOVE DT-PARCELA TO TAB-FX-PARCELA(WS-IX WS-JX).
       PROCURA-DEDUCAO.
           IF  TAB-DT-CODIGO(WS-IX) EQUAL DT-CODIGO
               MOVE "SIM" TO WS-ACHOU.

       CARREGA-LANCAMENTOS.
           MOVE SPACES TO WS-FS-LANCFER.
           OPEN INPUT LANCFER.
           IF  WS-FS-LANCFER EQUAL "35"
               MOVE "SIM" TO LAN-FIM
           ELSE
               PERFORM LE-LANCAMENTO
               PERFORM GUARDA-LANCAMENTO
                       UNTIL LAN-FIM EQUAL "SIM"
               CLOSE LANCFER.
           MOVE "NAO" TO LAN-FIM.
           MOVE SPACES TO WS-FS-LANCPTO.
           OPEN INPUT LANCPTO.
           IF  WS-FS-LANCPTO EQUAL "35"
               MOVE "SIM" TO LAN-FIM
           ELSE
               PERFORM LE-LANCPTO
               PERFORM GUARDA-LANCPTO
                       UNTIL LAN-FIM EQUAL "SIM"
               CLOSE LANCPTO.
       LE-LANCAMENTO.
           READ LANCFER INTO WS-LANCAMENTO
                       AT END
                             MOVE "SIM" TO LAN-FIM.
       GUARDA-LANCAMENTO.
           PERFORM ARMAZENA-LANCAMENTO.
           PERFORM LE-LANCAMENTO.
       LE-LANCPTO.
           READ LANCPTO INTO WS-LANCAMENTO
                       AT END
                             MOVE "SIM" TO LAN-FIM.
       GUARDA-LANCPTO.
           PERFORM ARMAZENA-LANCAMENTO.
           PERFORM LE-LANCPTO.
       ARMAZENA-LANCAMENTO.
           IF  LF-COMPET EQUAL WS-COMPET
               IF  QT-LANC NOT LESS 2000
                   DISPLAY "PRG61 - TABELA LANCAMENTOS ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QT-LANC
               MOVE LF-CODIGO  TO TAB-LC-CODIGO(QT-LANC)
               MOVE LF-RUBRICA TO TAB-LC-RUBRICA(QT-LANC)
               MOVE LF-TIPO    TO TAB-LC-TIPO(QT-LANC)
               MOVE LF-DIAS    TO TAB-LC-DIAS(QT-LANC)
               MOVE LF-VALOR   TO TAB-LC-VALOR(QT-LANC).

       GRAVA-HEADER.
           MOVE WS-HOJE TO FH-DATA.
           WRITE REGFOLHPAG FROM FP-HEADER.
           PERFORM LEITURA.

       CALCULA-FUNCIONARIO.
           MOVE ZEROS TO WS-DIAS-AFAST WS-PROVENTOS WS-DESC-LANC.
           PERFORM SOMA-LANCAMENTO
                   VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX GREATER QT-LANC.
           IF  WS-DIAS-AFAST GREATER 30
               MOVE 30 TO WS-DIAS-AFAST.
           COMPUTE WS-BRUTO ROUNDED =
                   SALARIO * (30 - WS-DIAS-AFAST) / 30
                   + WS-PROVENTOS.
           IF  WS-DESC-LANC GREATER WS-BRUTO
               MOVE ZEROS TO WS-BRUTO
           ELSE
               SUBTRACT WS-DESC-LANC FROM WS-BRUTO.
           MOVE ZEROS TO WS-DESCONTOS QT-DED-FUNC.
           PERFORM APLICA-DEDUCAO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-DED.
           MOVE WS-DESCONTOS TO HE-DESCONTOS.
           MOVE WS-LIQUIDO   TO HE-LIQUIDO.
           WRITE REGHOLERITE.
           PERFORM GRAVA-HISTORICO.
           MOVE CODIGO     TO FP-CODIGO.
           MOVE NOME       TO FP-NOME.
           MOVE WS-LIQUIDO TO FP-LIQUIDO.
           ADD 1 TO CT-PAGOS.
           PERFORM IMPRIME-FUNCIONARIO.

       SOMA-LANCAMENTO.
           IF  TAB-LC-CODIGO(WS-LX) EQUAL CODIGO
               ADD TAB-LC-DIAS(WS-LX) TO WS-DIAS-AFAST
               ADD 1 TO CT-LANCAMENTOS
               IF  TAB-LC-TIPO(WS-LX) EQUAL "D"
                   ADD TAB-LC-VALOR(WS-LX) TO WS-DESC-LANC
               ELSE
                   ADD TAB-LC-VALOR(WS-LX) TO WS-PROVENTOS.

       GRAVA-HISTORICO.
           MOVE ZEROS TO REGHOLHIST.
           MOVE HE-COMPET    TO HH-COMPET.
           MOVE "M"          TO HH-TIPO.
           MOVE HE-CODIGO    TO HH-CODIGO.
           MOVE HE-NOME      TO HH-NOME.
           MOVE WS-HOJE      TO HH-DATA.
           ACCEPT HH-HORA FROM TIME.
           MOVE HE-BRUTO     TO HH-BRUTO.
           MOVE HE-DESCONTOS TO HH-DESCONTOS.
           MOVE HE-LIQUIDO   TO HH-LIQUIDO.
           MOVE QT-DED-FUNC  TO HH-QT-DED.
           PERFORM COPIA-DEDUCAO-FUNC
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX GREATER QT-DED-FUNC.
           WRITE REGHOLHIST.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "HOLHIST" TO WS-ARQ-ERRO.
           MOVE WS-FS-HOLHIST TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       COPIA-DEDUCAO-FUNC.
           MOVE TAB-DF-CODIGO(WS-JX) TO HH-DED-COD(WS-JX).
           MOVE TAB-DF-VALOR(WS-JX)  TO HH-DED-VAL(WS-JX).

       APLICA-DEDUCAO.
           IF  TAB-DT-BASE(WS-IX) EQUAL "L"
               COMPUTE WS-BASE-DED = WS-BRUTO - WS-DESCONTOS
           ELSE
               MOVE WS-BRUTO TO WS-BASE-DED.
           MOVE ZEROS TO WS-FX-ESC WS-FX-MAIOR WS-TETO-MAIOR.
           MOVE 9999999,99 TO WS-TETO-ESC.
           PERFORM ESCOLHE-FAIXA
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX GREATER TAB-DT-QTFX(WS-IX).
           IF  WS-FX-ESC EQUAL ZERO
               MOVE WS-FX-MAIOR   TO WS-FX-ESC
               MOVE WS-TETO-MAIOR TO WS-BASE-DED.
           MOVE ZEROS TO WS-VAL-DED.
           IF  WS-FX-ESC GREATER ZERO
               COMPUTE WS-VAL-CALC ROUNDED =
                       WS-BASE-DED * TAB-FX-PERC(WS-IX WS-FX-ESC) / 100
                       - TAB-FX-PARCELA(WS-IX WS-FX-ESC)
               IF  WS-VAL-CALC GREATER ZERO
                   MOVE WS-VAL-CALC TO WS-VAL-DED.
           ADD WS-VAL-DED TO TAB-DT-TOTAL(WS-IX).
           IF  TAB-DT-TIPO(WS-IX) EQUAL "D"
               ADD WS-VAL-DED TO WS-DESCONTOS
               IF  QT-DED-FUNC LESS 10
                   ADD 1 TO QT-DED-FUNC
                   MOVE TAB-DT-CODIGO(WS-IX)
                        TO TAB-DF-CODIGO(QT-DED-FUNC)
                   MOVE WS-VAL-DED TO TAB-DF-VALOR(QT-DED-FUNC).

       ESCOLHE-FAIXA.
           IF  TAB-FX-TETO(WS-IX WS-JX) EQUAL ZERO
               IF  WS-FX-ESC EQUAL ZERO
                   MOVE WS-JX TO WS-FX-ESC
               END-IF
           ELSE
               IF  TAB-FX-TETO(WS-IX WS-JX) GREATER WS-TETO-MAIOR
                   MOVE TAB-FX-TETO(WS-IX WS-JX) TO WS-TETO-MAIOR
                   MOVE WS-JX TO WS-FX-MAIOR
               END-IF
               IF  TAB-FX-TETO(WS-IX WS-JX) NOT LESS WS-BASE-DED
               AND TAB-FX-TETO(WS-IX WS-JX) LESS WS-TETO-ESC
                   MOVE TAB-FX-TETO(WS-IX WS-JX) TO WS-TETO-ESC
                   MOVE WS-JX TO WS-FX-ESC.

       IMPRIME-FUNCIONARIO.
           IF  CTLIN GREATER 30
           MOVE WS-LIQUIDO   TO DF-LIQ.
           WRITE REGRELFOLHA FROM DETFOL AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
           PERFORM IMPRIME-LANCAMENTO
                   VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX GREATER QT-LANC.

       IMPRIME-LANCAMENTO.
           IF  TAB-LC-CODIGO(WS-LX) EQUAL CODIGO
               MOVE TAB-LC-RUBRICA(WS-LX) TO DL-RUB
               MOVE TAB-LC-TIPO(WS-LX)    TO DL-TIPO
               MOVE TAB-LC-DIAS(WS-LX)    TO DL-DIAS
               MOVE TAB-LC-VALOR(WS-LX)   TO DL-VAL
               WRITE REGRELFOLHA FROM DETLAN AFTER ADVANCING 1 LINE
               ADD 1 TO CTLIN.

       IMPRIME-TOTAIS-FOLHA.
           MOVE WS-TOT-BRUTO   TO TF-BRU.
