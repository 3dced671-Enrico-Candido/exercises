           ACCESS MODE IS RANDOM
           RECORD KEY IS CR-NUMSOC
           FILE STATUS IS WS-FS-CREDSOC.
           SELECT RESERVAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RV-CHAVE
           FILE STATUS IS WS-FS-RESERVAS.
           SELECT CATHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-CHAVE
           FILE STATUS IS WS-FS-CATHIST.
           SELECT NASCSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NS-NUMSOC
           FILE STATUS IS WS-FS-NASCSOC.
           SELECT COBHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HC-CHAVE
           FILE STATUS IS WS-FS-COBHIST.
           SELECT TAXCICLO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TAXCICLO.
           SELECT RELCICLO ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELCICLO.
           SELECT RUNLOG ASSIGN TO DISK
           02 CR-NUMSOC     PIC 9(06).
           02 CR-VALOR      PIC 9(09)V99.
           02 CR-DATA-ORIG  PIC 9(08).
       FD  RESERVAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RESERVAS.DAT".
       01  REGRESERVA.
           02 RV-CHAVE.
              03 RV-INSTAL  PIC X(04).
              03 RV-DATA    PIC 9(08).
              03 RV-HORA    PIC 9(02).
           02 RV-NUMSOC     PIC 9(06).
           02 RV-CATEG      PIC 9(02).
           02 RV-VALOR      PIC 9(07)V99.
           02 RV-SITUACAO   PIC X(01).
           02 RV-DATA-RES   PIC 9(08).
           02 RV-OPERADOR   PIC X(08).
           02 RV-DATA-FAT   PIC 9(08).
       FD  CATHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CATHIST.DAT".
       01  REGCATHIST.
           02 CH-CHAVE.
              03 CH-NUMSOC  PIC 9(06).
              03 CH-INICIO  PIC 9(08).
           02 CH-TIPO       PIC X(01).
           02 CH-CATEG      PIC 9(02).
           02 CH-CATEG-ANT  PIC 9(02).
           02 CH-OPERADOR   PIC X(08).
           02 CH-DATA-REG   PIC 9(08).
       FD  NASCSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NASCSOC.DAT".
       01  REGNASCSOC.
           02 NS-NUMSOC     PIC 9(06).
           02 NS-DTNASC     PIC 9(08).
           02 NS-DTADMIS    PIC 9(08).
       FD  COBHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "COBHIST.DAT".
       01  REGCOBHIST.
           02 HC-CHAVE.
              03 HC-NUMSOC  PIC 9(06).
              03 HC-CICLO   PIC 9(08).
           02 HC-CATEG      PIC 9(02).
           02 HC-BRUTO      PIC 9(09)V99.
           02 HC-COBRADO    PIC 9(09)V99.
           02 HC-DATA-GER   PIC 9(08).
       FD  TAXCICLO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TAXCICLO.DAT".
       01  REGTAXCICLO.
           02 TX-NUMSOC     PIC 9(06).
           02 TX-USUARIO    PIC 9(06).
           02 TX-INSTAL     PIC X(04).
           02 TX-DATA       PIC 9(08).
           02 TX-HORA       PIC 9(02).
           02 TX-VALOR      PIC 9(07)V99.
       FD  RELCICLO LABEL RECORD OMITTED.
       01  REGRELCICLO      PIC X(80).
       FD  RUNLOG
       77  CT-SEM-TABELA    PIC 9(05) VALUE ZEROS.
       77  WS-CATEG         PIC 9(02) VALUE ZEROS.
       77  WS-VAL-MENS      PIC 9(09)V99 VALUE ZEROS.
       77  WS-VAL-BRUTO     PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR-CICLO   PIC 9(11)V99 VALUE ZEROS.
       77  WS-VAL-ACHADO    PIC X(03) VALUE "NAO".
       77  WS-FS-CREDSOC    PIC X(02) VALUE SPACES.
       77  WS-DEP-NUMSOC    PIC 9(06) VALUE ZEROS.
       77  WS-DESC-FAM      PIC 9(02) VALUE ZEROS.
       77  WS-VAL-PROPRIO   PIC 9(09)V99 VALUE ZEROS.
       77  WS-FS-RESERVAS   PIC X(02) VALUE SPACES.
       77  WS-FS-TAXCICLO   PIC X(02) VALUE "00".
       77  WS-FS-COBHIST    PIC X(02) VALUE SPACES.
       77  WS-TEM-RESARQ    PIC X(03) VALUE "NAO".
       77  RV-FIM           PIC X(03) VALUE "NAO".
       77  QT-RESERVAS      PIC 9(04) VALUE ZEROS.
       77  WS-IX-RES        PIC 9(04) VALUE ZEROS.
       77  CT-TAXAS         PIC 9(05) VALUE ZEROS.
       77  WS-VAL-TAXAS     PIC 9(11)V99 VALUE ZEROS.
       77  WS-FS-CATHIST    PIC X(02) VALUE SPACES.
       77  WS-TEM-HIST      PIC X(03) VALUE "NAO".
       77  CH-FIM           PIC X(03) VALUE "NAO".
       77  WS-CIC-INI       PIC 9(08) VALUE ZEROS.
       77  WS-CIC-FIM       PIC 9(08) VALUE ZEROS.
       77  WS-CIC-DIAS      PIC 9(02) VALUE ZEROS.
       77  WS-PR-NUMSOC     PIC 9(06) VALUE ZEROS.
       77  WS-PR-CAT-ATUAL  PIC 9(02) VALUE ZEROS.
       77  WS-PR-CAT-VIG    PIC 9(02) VALUE ZEROS.
       77  WS-PR-CAT-FINAL  PIC 9(02) VALUE ZEROS.
       77  WS-PR-LIMITE     PIC 9(02) VALUE ZEROS.
       77  WS-PR-DIA-INI    PIC 9(02) VALUE ZEROS.
       77  WS-PR-DIA-FIM    PIC 9(02) VALUE ZEROS.
       77  WS-PR-DIAS       PIC 9(02) VALUE ZEROS.
       77  WS-PR-DIAS-TOT   PIC 9(02) VALUE ZEROS.
       77  WS-PR-SEGS       PIC 9(02) VALUE ZEROS.
       77  WS-PR-VALOR      PIC 9(09)V99 VALUE ZEROS.
       77  WS-PR-VAL-SEG    PIC 9(09)V99 VALUE ZEROS.
       77  WS-PR-TEM-HIST   PIC X(03) VALUE "NAO".
       77  WS-PR-TEM-CAT    PIC X(03) VALUE "NAO".
       77  WS-PR-FUTURO     PIC X(03) VALUE "NAO".
       77  WS-PR-ACHADO     PIC X(03) VALUE "SIM".
       77  WS-PR-PRORATA    PIC X(03) VALUE "NAO".
       77  WS-PR-GUARDA     PIC X(03) VALUE "NAO".
       77  WS-PRORATA-SOCIO PIC X(03) VALUE "NAO".
       77  WS-PR-QT-SEG     PIC 9(02) VALUE ZEROS.
       77  WS-IX-SEG        PIC 9(02) VALUE ZEROS.
       77  CT-PRORATA       PIC 9(05) VALUE ZEROS.
       77  WS-FS-NASCSOC    PIC X(02) VALUE SPACES.
       77  WS-TEM-NASCARQ   PIC X(03) VALUE "NAO".
       77  WS-IDADE-ISENTO  PIC 9(03) VALUE 7.
       77  WS-IDADE         PIC 9(03) VALUE ZEROS.
       77  CT-ISENTOS       PIC 9(05) VALUE ZEROS.
       01  WS-CIC-INI-R.
           02 WS-CIR-ANO    PIC 9(04).
           02 WS-CIR-MMDD   PIC 9(04).
       01  WS-NASC.
           02 WS-NASC-ANO   PIC 9(04).
           02 WS-NASC-MMDD  PIC 9(04).
       01  TAB-SEGMENTOS.
                 04 TAB-SEGMENTOS-OCORR OCCURS 31 TIMES.
                       05 TAB-SG-CATEG  PIC 9(02).
                       05 TAB-SG-INI    PIC 9(02).
                       05 TAB-SG-FIM    PIC 9(02).
                       05 TAB-SG-DIAS   PIC 9(02).
                       05 TAB-SG-VALOR  PIC 9(09)V99.
       01  TAB-RESERVAS.
                 04 TAB-RESERVAS-OCORR OCCURS 3000 TIMES.
                       05 TAB-RV-INSTAL  PIC X(04).
                       05 TAB-RV-DATA    PIC 9(08).
                       05 TAB-RV-HORA    PIC 9(02).
                       05 TAB-RV-NUMSOC  PIC 9(06).
                       05 TAB-RV-PAGADOR PIC 9(06).
                       05 TAB-RV-VALOR   PIC 9(07)V99.
       01  TAB-FAMSOC.
                 04 TAB-FAMSOC-OCORR OCCURS 2000 TIMES.
                       05 TAB-FM-NUMSOC PIC 9(06).
           02 WS-VENC-MES   PIC 9(02).
           02 WS-VENC-DIA   PIC 9(02).
       01  WS-VENC-NUM REDEFINES WS-VENC PIC 9(08).
       01  WS-CICLO.
           02 WS-CICLO-ANO  PIC 9(04).
           02 WS-CICLO-MES  PIC 9(02).
           02 WS-CICLO-DIA  PIC 9(02).
       01  WS-CICLO-NUM REDEFINES WS-CICLO PIC 9(08).
       01  TAB-DIAS-MES.
           02 FILLER        PIC X(24) VALUE "312831303130313130313031".
       01  TAB-DIAS-MES-R REDEFINES TAB-DIAS-MES.
                 03 DC-VAL  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 DC-VENC PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  DETTAXA.
                 03 FILLER  PIC X(17) VALUE SPACES.
                 03 FILLER  PIC X(08) VALUE "RESERVA ".
                 03 DX-INST PIC X(04) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DX-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DX-HORA PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "H".
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DX-VAL  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  DETPRO.
                 03 FILLER  PIC X(13) VALUE SPACES.
                 03 FILLER  PIC X(13) VALUE "PRO-RATA CAT ".
                 03 DP-CAT  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(06) VALUE " DIAS ".
                 03 DP-INI  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "-".
                 03 DP-FIM  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DP-DIAS PIC Z9    VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 DP-MES  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DP-VAL  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  TOTCICLO.
                 03 FILLER  PIC X(30) VALUE
                            "COBRANCAS GERADAS............:".
                 03 TC-QTDE PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(12) VALUE "  VALOR:".
                 03 TC-VAL  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  TOTPRO.
                 03 FILLER  PIC X(30) VALUE
                            "COBRANCAS COM PRO-RATA.......:".
                 03 TP-QTDE PIC ZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-INI  FROM TIME.
           PERFORM MONTA-CICLO.
           PERFORM CARREGA-TABMENS.
           PERFORM CARREGA-CATSOC.
           PERFORM CARREGA-FAMSOC.
           PERFORM CARREGA-RESERVAS.
           OPEN I-O CADSOC1 OUTPUT RELCICLO FAMCICLO TAXCICLO.
           PERFORM ABRE-CREDSOC.
           PERFORM ABRE-CATHIST.
           PERFORM ABRE-NASCSOC.
           PERFORM ABRE-COBHIST.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           MOVE CT-GERADOS TO TC-QTDE.
           MOVE WS-VALOR-CICLO TO TC-VAL.
           WRITE REGRELCICLO FROM TOTCICLO AFTER ADVANCING 3 LINES.
           MOVE CT-PRORATA TO TP-QTDE.
           WRITE REGRELCICLO FROM TOTPRO AFTER ADVANCING 1 LINE.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           IF  WS-TEM-CREDARQ EQUAL "SIM"
               CLOSE CREDSOC.
           IF  WS-TEM-RESARQ EQUAL "SIM"
               CLOSE RESERVAS.
           IF  WS-TEM-HIST EQUAL "SIM"
               CLOSE CATHIST.
           IF  WS-TEM-NASCARQ EQUAL "SIM"
               CLOSE NASCSOC.
           CLOSE CADSOC1 RELCICLO FAMCICLO TAXCICLO COBHIST.
           MOVE "CLOSE" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           DISPLAY "CREDITOS ABATIDOS......: " CT-CREDITADOS.
           DISPLAY "DEPENDENTES VINCULADOS.: " CT-DEPENDENTES.
           DISPLAY "SOCIOS NAO ATIVOS......: " CT-NAO-ATIVOS.
           DISPLAY "TAXAS DE RESERVA.......: " CT-TAXAS.
           DISPLAY "VALOR DAS RESERVAS.....: " WS-VAL-TAXAS.
           DISPLAY "COBRANCAS PRO-RATA.....: " CT-PRORATA.
           DISPLAY "DEPENDENTES ISENTOS....: " CT-ISENTOS.
           IF  QT-TABMENS EQUAL ZERO
               MOVE 8 TO RETURN-CODE.

           PERFORM LEITURA.

       ABRE-CICLO-SOCIO.
           COMPUTE WS-PR-LIMITE = WS-CIC-DIAS + 1.
           IF  SITSOC1 EQUAL "R"
           OR  SITSOC1 EQUAL "F"
               IF  DTSTATUS1 NOT GREATER WS-CIC-INI
                   ADD 1 TO CT-NAO-ATIVOS
                   GO TO ABRE-CICLO-SOCIO-FIM
               ELSE
                   IF  DTSTATUS1 NOT GREATER WS-CIC-FIM
                       MOVE DTSTATUS1(7:2) TO WS-PR-LIMITE.
           IF  SITSOC1 NOT EQUAL "A"
           AND SITSOC1 NOT EQUAL SPACE
           AND SITSOC1 NOT EQUAL "R"
           AND SITSOC1 NOT EQUAL "F"
               ADD 1 TO CT-NAO-ATIVOS
               GO TO ABRE-CICLO-SOCIO-FIM.
           PERFORM VERIFICA-DEPENDENTE.
               END-REWRITE
               GO TO ABRE-CICLO-SOCIO-FIM.
           PERFORM BUSCA-CATEGORIA.
           MOVE NUMSOC1 TO WS-PR-NUMSOC.
           MOVE WS-CATEG TO WS-PR-CAT-ATUAL.
           MOVE "SIM" TO WS-PR-GUARDA.
           PERFORM CALCULA-PRORATA.
           IF  WS-PR-DIAS-TOT EQUAL ZERO
               ADD 1 TO CT-NAO-ATIVOS
               GO TO ABRE-CICLO-SOCIO-FIM.
           MOVE WS-PR-PRORATA TO WS-PRORATA-SOCIO.
           MOVE WS-PR-CAT-FINAL TO WS-CATEG.
           PERFORM BUSCA-VALOR-MENSALIDADE.
           IF  WS-PR-PRORATA EQUAL "SIM"
               IF  WS-PR-ACHADO EQUAL "NAO"
                   MOVE "NAO" TO WS-VAL-ACHADO
               ELSE
                   MOVE WS-PR-VALOR TO WS-VAL-MENS.
           IF  WS-VAL-ACHADO EQUAL "NAO"
               ADD 1 TO CT-SEM-TABELA
           ELSE
               PERFORM SOMA-FAMILIA
               PERFORM SOMA-RESERVAS
               MOVE WS-VAL-MENS TO WS-VAL-BRUTO
               PERFORM APLICA-CREDITO
               PERFORM AVANCA-VENCIMENTO
               MOVE WS-VAL-MENS TO VAL1
                               NUMSOC1
               END-REWRITE
               PERFORM IMPRIME-CICLO
               PERFORM IMPRIME-PRORATA
               PERFORM IMPRIME-TAXAS
               PERFORM GRAVA-COBHIST
               ADD 1 TO CT-GERADOS
               ADD WS-VAL-MENS TO WS-VALOR-CICLO.
       ABRE-CICLO-SOCIO-FIM.
           MOVE FM-RESP   TO TAB-FM-RESP(QT-FAMSOC).
           PERFORM CARREGA-FAMSOC-LER.

       CARREGA-RESERVAS.
           MOVE SPACES TO WS-FS-RESERVAS.
           OPEN I-O RESERVAS.
           IF  WS-FS-RESERVAS NOT EQUAL "00"
               MOVE "NAO" TO WS-TEM-RESARQ
           ELSE
               MOVE "SIM" TO WS-TEM-RESARQ
               PERFORM CARREGA-RESERVAS-LER
               PERFORM CARREGA-RESERVAS-PRINCIPAL
                       UNTIL RV-FIM EQUAL "SIM".
       CARREGA-RESERVAS-LER.
           READ RESERVAS NEXT RECORD
                       AT END
                             MOVE "SIM" TO RV-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "RESERVAS" TO WS-ARQ-ERRO.
           MOVE WS-FS-RESERVAS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       CARREGA-RESERVAS-PRINCIPAL.
           IF  RV-SITUACAO EQUAL "R"
           AND RV-DATA NOT GREATER WS-DATA-EXEC
               PERFORM CARREGA-RESERVAS-GUARDA.
           PERFORM CARREGA-RESERVAS-LER.
       CARREGA-RESERVAS-GUARDA.
           IF  QT-RESERVAS NOT LESS 3000
               DISPLAY "PRG15 - TABELA RESERVAS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-RESERVAS.
           MOVE RV-INSTAL TO TAB-RV-INSTAL(QT-RESERVAS).
           MOVE RV-DATA   TO TAB-RV-DATA(QT-RESERVAS).
           MOVE RV-HORA   TO TAB-RV-HORA(QT-RESERVAS).
           MOVE RV-NUMSOC TO TAB-RV-NUMSOC(QT-RESERVAS).
           MOVE RV-NUMSOC TO TAB-RV-PAGADOR(QT-RESERVAS).
           MOVE RV-VALOR  TO TAB-RV-VALOR(QT-RESERVAS).
           MOVE ZEROS TO WS-IX-FAM.
           PERFORM CARREGA-RESERVAS-PAGADOR
                   QT-FAMSOC TIMES.
       CARREGA-RESERVAS-PAGADOR.
           ADD 1 TO WS-IX-FAM.
           IF  TAB-FM-NUMSOC(WS-IX-FAM) EQUAL RV-NUMSOC
               MOVE TAB-FM-RESP(WS-IX-FAM)
                 TO TAB-RV-PAGADOR(QT-RESERVAS).

       SOMA-RESERVAS.
           MOVE ZEROS TO WS-IX-RES.
           PERFORM SOMA-RESERVAS-UM
                   QT-RESERVAS TIMES.
       SOMA-RESERVAS-UM.
           ADD 1 TO WS-IX-RES.
           IF  TAB-RV-PAGADOR(WS-IX-RES) EQUAL NUMSOC1
               PERFORM FATURA-RESERVA.
       FATURA-RESERVA.
           ADD TAB-RV-VALOR(WS-IX-RES) TO WS-VAL-MENS WS-VAL-TAXAS.
           ADD 1 TO CT-TAXAS.
           MOVE NUMSOC1 TO TX-NUMSOC.
           MOVE TAB-RV-NUMSOC(WS-IX-RES) TO TX-USUARIO.
           MOVE TAB-RV-INSTAL(WS-IX-RES) TO TX-INSTAL.
           MOVE TAB-RV-DATA(WS-IX-RES)   TO TX-DATA.
           MOVE TAB-RV-HORA(WS-IX-RES)   TO TX-HORA.
           MOVE TAB-RV-VALOR(WS-IX-RES)  TO TX-VALOR.
           WRITE REGTAXCICLO.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "TAXCICLO" TO WS-ARQ-ERRO.
           MOVE WS-FS-TAXCICLO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE TAB-RV-INSTAL(WS-IX-RES) TO RV-INSTAL.
           MOVE TAB-RV-DATA(WS-IX-RES)   TO RV-DATA.
           MOVE TAB-RV-HORA(WS-IX-RES)   TO RV-HORA.
           READ RESERVAS
               INVALID KEY
                   DISPLAY "PRG15 - RESERVA NAO ENCONTRADA "
                           RV-CHAVE
               NOT INVALID KEY
                   MOVE "F" TO RV-SITUACAO
                   MOVE WS-DATA-EXEC TO RV-DATA-FAT
                   REWRITE REGRESERVA
                       INVALID KEY
                           DISPLAY "PRG15 - ERRO AO REGRAVAR RESERVA "
                                   RV-CHAVE
                   END-REWRITE
           END-READ.

       IMPRIME-TAXAS.
           MOVE ZEROS TO WS-IX-RES.
           PERFORM IMPRIME-TAXAS-UM
                   QT-RESERVAS TIMES.
       IMPRIME-TAXAS-UM.
           ADD 1 TO WS-IX-RES.
           IF  TAB-RV-PAGADOR(WS-IX-RES) EQUAL NUMSOC1
               MOVE TAB-RV-INSTAL(WS-IX-RES) TO DX-INST
               MOVE TAB-RV-DATA(WS-IX-RES)(1:4) TO DX-DATA(7:4)
               MOVE TAB-RV-DATA(WS-IX-RES)(5:2) TO DX-DATA(4:2)
               MOVE TAB-RV-DATA(WS-IX-RES)(7:2) TO DX-DATA(1:2)
               MOVE TAB-RV-HORA(WS-IX-RES) TO DX-HORA
               MOVE TAB-RV-VALOR(WS-IX-RES) TO DX-VAL
               WRITE REGRELCICLO FROM DETTAXA AFTER ADVANCING 1 LINE
               ADD 1 TO CTLIN.

       VERIFICA-DEPENDENTE.
           MOVE "NAO" TO WS-EH-DEP.
           MOVE ZEROS TO WS-IX-FAM.
           MOVE ZEROS TO WS-IX-DEP.
           PERFORM BUSCA-VALOR-DEP-UM
                   QT-TABMENS TIMES.
           MOVE WS-DEP-NUMSOC TO WS-PR-NUMSOC.
           MOVE WS-CATEG-DEP TO WS-PR-CAT-ATUAL.
           MOVE "NAO" TO WS-PR-GUARDA.
           COMPUTE WS-PR-LIMITE = WS-CIC-DIAS + 1.
           PERFORM CALCULA-PRORATA.
           IF  WS-PR-TEM-HIST EQUAL "SIM"
               MOVE WS-PR-VALOR TO WS-VAL-DEP.
           PERFORM VERIFICA-ISENCAO-IDADE.

       VERIFICA-ISENCAO-IDADE.
           IF  WS-TEM-NASCARQ EQUAL "SIM"
               MOVE WS-DEP-NUMSOC TO NS-NUMSOC
               READ NASCSOC
                   INVALID KEY
                       MOVE ZEROS TO NS-DTNASC
               END-READ
               IF  NS-DTNASC GREATER ZERO
                   MOVE WS-CIC-INI TO WS-CIC-INI-R
                   MOVE NS-DTNASC TO WS-NASC
                   COMPUTE WS-IDADE = WS-CIR-ANO - WS-NASC-ANO
                   IF  WS-CIR-MMDD LESS WS-NASC-MMDD
                       SUBTRACT 1 FROM WS-IDADE
                   END-IF
                   IF  WS-IDADE LESS WS-IDADE-ISENTO
                       MOVE ZEROS TO WS-VAL-DEP
                       ADD 1 TO CT-ISENTOS.
       BUSCA-CATEG-DEP-UM.
           ADD 1 TO WS-IX-DEP.
           IF  TAB-CS-NUMSOC(WS-IX-DEP) EQUAL WS-DEP-NUMSOC
           IF  TAB-TM-CATEG(WS-IX-DEP) EQUAL WS-CATEG-DEP
               MOVE TAB-TM-VALOR(WS-IX-DEP) TO WS-VAL-DEP.

       MONTA-CICLO.
           MOVE WS-DATA-EXEC TO WS-CICLO-NUM.
           MOVE 01 TO WS-CICLO-DIA.
           MOVE WS-CICLO-NUM TO WS-CIC-INI.
           MOVE TAB-DIAS(WS-CICLO-MES) TO WS-CIC-DIAS.
           IF  WS-CICLO-MES EQUAL 02
           AND FUNCTION MOD(WS-CICLO-ANO, 4) EQUAL ZERO
           AND (FUNCTION MOD(WS-CICLO-ANO, 100) NOT EQUAL ZERO
                OR FUNCTION MOD(WS-CICLO-ANO, 400) EQUAL ZERO)
               MOVE 29 TO WS-CIC-DIAS.
           MOVE WS-CIC-DIAS TO WS-CICLO-DIA.
           MOVE WS-CICLO-NUM TO WS-CIC-FIM.

       ABRE-COBHIST.
           MOVE SPACES TO WS-FS-COBHIST.
           OPEN I-O COBHIST.
           IF  WS-FS-COBHIST EQUAL "35"
               OPEN OUTPUT COBHIST
               CLOSE COBHIST
               OPEN I-O COBHIST.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "COBHIST" TO WS-ARQ-ERRO.
           MOVE WS-FS-COBHIST TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       GRAVA-COBHIST.
           MOVE NUMSOC1      TO HC-NUMSOC.
           MOVE WS-CIC-INI   TO HC-CICLO.
           MOVE WS-CATEG     TO HC-CATEG.
           MOVE WS-VAL-BRUTO TO HC-BRUTO.
           MOVE WS-VAL-MENS  TO HC-COBRADO.
           MOVE WS-DATA-EXEC TO HC-DATA-GER.
           WRITE REGCOBHIST
               INVALID KEY
                   REWRITE REGCOBHIST
                       INVALID KEY
                           DISPLAY "PRG15 - ERRO AO GRAVAR COBHIST "
                                   NUMSOC1
                   END-REWRITE
           END-WRITE.

       ABRE-NASCSOC.
           MOVE SPACES TO WS-FS-NASCSOC.
           OPEN INPUT NASCSOC.
           IF  WS-FS-NASCSOC EQUAL "00"
               MOVE "SIM" TO WS-TEM-NASCARQ
           ELSE
               MOVE "NAO" TO WS-TEM-NASCARQ.

       ABRE-CATHIST.
           MOVE SPACES TO WS-FS-CATHIST.
           OPEN INPUT CATHIST.
           IF  WS-FS-CATHIST EQUAL "00"
               MOVE "SIM" TO WS-TEM-HIST
           ELSE
               MOVE "NAO" TO WS-TEM-HIST.

       CALCULA-PRORATA.
           MOVE "NAO" TO WS-PR-PRORATA WS-PR-TEM-HIST WS-PR-TEM-CAT
                         WS-PR-FUTURO.
           MOVE "SIM" TO WS-PR-ACHADO.
           MOVE ZEROS TO WS-PR-VALOR WS-PR-DIAS-TOT WS-PR-SEGS
                         WS-PR-CAT-VIG.
           MOVE 01 TO WS-PR-DIA-INI.
           MOVE WS-PR-CAT-ATUAL TO WS-PR-CAT-FINAL.
           IF  WS-PR-GUARDA EQUAL "SIM"
               MOVE ZEROS TO WS-PR-QT-SEG.
           IF  WS-TEM-HIST EQUAL "SIM"
               MOVE "NAO" TO CH-FIM
               MOVE WS-PR-NUMSOC TO CH-NUMSOC
               MOVE ZEROS TO CH-INICIO
               START CATHIST KEY NOT LESS CH-CHAVE
                   INVALID KEY
                       MOVE "SIM" TO CH-FIM
               END-START
               IF  CH-FIM EQUAL "NAO"
                   PERFORM LE-CATHIST-SOCIO
               END-IF
               PERFORM EXAMINA-CATHIST
                       UNTIL CH-FIM EQUAL "SIM".
           IF  WS-PR-TEM-HIST EQUAL "NAO"
               MOVE WS-PR-CAT-ATUAL TO WS-PR-CAT-VIG
               MOVE "SIM" TO WS-PR-TEM-CAT.
           MOVE WS-PR-LIMITE TO WS-PR-DIA-FIM.
           PERFORM FECHA-SEGMENTO.
           IF  WS-PR-DIAS-TOT LESS WS-CIC-DIAS
           OR  WS-PR-SEGS GREATER 1
               MOVE "SIM" TO WS-PR-PRORATA.
       LE-CATHIST-SOCIO.
           READ CATHIST NEXT RECORD
                       AT END
                             MOVE "SIM" TO CH-FIM.
           IF  CH-FIM EQUAL "NAO"
           AND CH-NUMSOC NOT EQUAL WS-PR-NUMSOC
               MOVE "SIM" TO CH-FIM.
       EXAMINA-CATHIST.
           MOVE "SIM" TO WS-PR-TEM-HIST.
           IF  WS-PR-FUTURO EQUAL "NAO"
               IF  CH-INICIO NOT GREATER WS-CIC-INI
                   MOVE CH-CATEG TO WS-PR-CAT-VIG
                   MOVE "SIM" TO WS-PR-TEM-CAT
               ELSE
                   IF  WS-PR-TEM-CAT EQUAL "NAO"
                   AND CH-TIPO EQUAL "M"
                       MOVE CH-CATEG-ANT TO WS-PR-CAT-VIG
                       MOVE "SIM" TO WS-PR-TEM-CAT
                   END-IF
                   IF  CH-INICIO GREATER WS-CIC-FIM
                       MOVE "SIM" TO WS-PR-FUTURO
                   ELSE
                       MOVE CH-INICIO(7:2) TO WS-PR-DIA-FIM
                       PERFORM FECHA-SEGMENTO
                       MOVE CH-INICIO(7:2) TO WS-PR-DIA-INI
                       MOVE CH-CATEG TO WS-PR-CAT-VIG
                       MOVE "SIM" TO WS-PR-TEM-CAT.
           PERFORM LE-CATHIST-SOCIO.
       FECHA-SEGMENTO.
           IF  WS-PR-DIA-FIM GREATER WS-PR-LIMITE
               MOVE WS-PR-LIMITE TO WS-PR-DIA-FIM.
           IF  WS-PR-TEM-CAT EQUAL "SIM"
           AND WS-PR-DIA-FIM GREATER WS-PR-DIA-INI
               PERFORM CALCULA-SEGMENTO.
       CALCULA-SEGMENTO.
           COMPUTE WS-PR-DIAS = WS-PR-DIA-FIM - WS-PR-DIA-INI.
           ADD WS-PR-DIAS TO WS-PR-DIAS-TOT.
           ADD 1 TO WS-PR-SEGS.
           MOVE WS-PR-CAT-VIG TO WS-PR-CAT-FINAL.
           MOVE ZEROS TO WS-PR-VAL-SEG.
           SET IX-TM TO 1.
           SEARCH TAB-TABMENS-OCORR
               AT END
                   MOVE "NAO" TO WS-PR-ACHADO
               WHEN IX-TM GREATER QT-TABMENS
                   MOVE "NAO" TO WS-PR-ACHADO
               WHEN TAB-TM-CATEG(IX-TM) EQUAL WS-PR-CAT-VIG
                   COMPUTE WS-PR-VAL-SEG ROUNDED =
                           TAB-TM-VALOR(IX-TM) * WS-PR-DIAS
                                               / WS-CIC-DIAS.
           ADD WS-PR-VAL-SEG TO WS-PR-VALOR.
           IF  WS-PR-GUARDA EQUAL "SIM"
               ADD 1 TO WS-PR-QT-SEG
               MOVE WS-PR-CAT-VIG TO TAB-SG-CATEG(WS-PR-QT-SEG)
               MOVE WS-PR-DIA-INI TO TAB-SG-INI(WS-PR-QT-SEG)
               COMPUTE TAB-SG-FIM(WS-PR-QT-SEG) = WS-PR-DIA-FIM - 1
               MOVE WS-PR-DIAS    TO TAB-SG-DIAS(WS-PR-QT-SEG)
               MOVE WS-PR-VAL-SEG TO TAB-SG-VALOR(WS-PR-QT-SEG).

       IMPRIME-PRORATA.
           IF  WS-PRORATA-SOCIO EQUAL "SIM"
               ADD 1 TO CT-PRORATA
               MOVE ZEROS TO WS-IX-SEG
               PERFORM IMPRIME-PRORATA-UM
                       WS-PR-QT-SEG TIMES.
       IMPRIME-PRORATA-UM.
           ADD 1 TO WS-IX-SEG.
           MOVE TAB-SG-CATEG(WS-IX-SEG) TO DP-CAT.
           MOVE TAB-SG-INI(WS-IX-SEG)   TO DP-INI.
           MOVE TAB-SG-FIM(WS-IX-SEG)   TO DP-FIM.
           MOVE TAB-SG-DIAS(WS-IX-SEG)  TO DP-DIAS.
           MOVE WS-CIC-DIAS             TO DP-MES.
           MOVE TAB-SG-VALOR(WS-IX-SEG) TO DP-VAL.
           WRITE REGRELCICLO FROM DETPRO AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       ABRE-CREDSOC.
           MOVE SPACES TO WS-FS-CREDSOC.
           OPEN I-O CREDSOC.
