       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG138.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
           SELECT NASCSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NS-NUMSOC
           FILE STATUS IS WS-FS-NASCSOC.
           SELECT FAMSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FM-NUMSOC
           FILE STATUS IS WS-FS-FAMSOC.
           SELECT CATHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-CHAVE
           FILE STATUS IS WS-FS-CATHIST.
           SELECT CATSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CATSOC.
           SELECT APROVACO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-SEQ
           FILE STATUS IS WS-FS-APROVACO.
           SELECT APRSEQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-APRSEQ.
           SELECT RELIDADE ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELIDADE.
           SELECT PARMDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMDATA.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
           SELECT RUNLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUNLOG.

           SELECT IOERR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IOERR.

       DATA DIVISION.
       FILE SECTION.
       FD  CADSOC1
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".
       01  REGCAD1.
           02 CODPAG1       PIC 9(02).
           02 NUMSOC1       PIC 9(06).
           02 NOMSOC1       PIC X(20).
           02 VAL1          PIC 9(09)V99.
           02 DATAVENC1     PIC 9(08).
           02 FILIAL1       PIC 9(02).
           02 SITSOC1       PIC X(01).
           02 DTSTATUS1     PIC 9(08).
       FD  NASCSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NASCSOC.DAT".
       01  REGNASCSOC.
           02 NS-NUMSOC     PIC 9(06).
           02 NS-DTNASC     PIC 9(08).
           02 NS-DTADMIS    PIC 9(08).
       FD  FAMSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FAMSOC.DAT".
       01  REGFAMSOC.
           02 FM-NUMSOC     PIC 9(06).
           02 FM-RESP       PIC 9(06).
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
       FD  CATSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CATSOC.DAT".
       01  REGCATSOC.
           02 CS-NUMSOC     PIC 9(06).
           02 CS-CATEG      PIC 9(02).
       FD  APROVACO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "APROVACO.DAT".
       01  REGAPROVACO.
           02 AP-SEQ        PIC 9(06).
           02 AP-TIPO       PIC X(01).
           02 AP-CHAVE      PIC 9(08).
           02 AP-SITUACAO   PIC X(01).
           02 AP-SOLICITANTE PIC X(08).
           02 AP-APROVADOR  PIC X(08).
           02 AP-DATA-SOL   PIC 9(08).
           02 AP-DATA-APR   PIC 9(08).
       FD  APRSEQ
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "APRSEQ.DAT".
       01  REGAPRSEQ.
           02 AQ-ULTIMO     PIC 9(06).
       FD  RELIDADE LABEL RECORD OMITTED.
       01  REGRELIDADE      PIC X(80).
       FD  PARMDATA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMDATA.DAT".
       01  REGPARMDATA.
           02 PARM-DATAPROC PIC 9(08).
       FD  PARMGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMGER.DAT".
       01  REGPARMGER.
           02 PG-PROGRAMA   PIC X(08).
           02 PG-PARMID     PIC X(08).
           02 PG-EFETIVA    PIC 9(08).
           02 PG-VALOR      PIC X(15).
           02 PG-DESCR      PIC X(30).
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
       77  WS-FS-CADSOC1    PIC X(02) VALUE SPACES.
       77  WS-FS-NASCSOC    PIC X(02) VALUE SPACES.
       77  WS-FS-FAMSOC     PIC X(02) VALUE SPACES.
       77  WS-FS-CATHIST    PIC X(02) VALUE SPACES.
       77  WS-FS-CATSOC     PIC X(02) VALUE SPACES.
       77  WS-FS-APROVACO   PIC X(02) VALUE SPACES.
       77  WS-FS-APRSEQ     PIC X(02) VALUE SPACES.
       77  WS-FS-RELIDADE   PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  FIMARQ           PIC X(03) VALUE "NAO".
       77  CS-FIM           PIC X(03) VALUE "NAO".
       77  AP-FIM           PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-TEM-FAMARQ    PIC X(03) VALUE "NAO".
       77  WS-TEM-HIST      PIC X(03) VALUE "NAO".
       77  WS-EH-DEP        PIC X(03) VALUE "NAO".
       77  WS-JA-PROPOSTO   PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-CAT-SENIOR    PIC 9(02) VALUE ZEROS.
       77  WS-CAT-ATUAL     PIC 9(02) VALUE ZEROS.
       77  WS-IDADE-DEP     PIC 9(03) VALUE 24.
       77  WS-IDADE-SEN     PIC 9(03) VALUE 65.
       77  WS-ANOS-SEN      PIC 9(03) VALUE 30.
       77  WS-IDADE         PIC 9(03) VALUE ZEROS.
       77  WS-ANOS          PIC 9(03) VALUE ZEROS.
       77  WS-DTADMIS       PIC 9(08) VALUE ZEROS.
       77  WS-TIPO-PROP     PIC X(01) VALUE SPACES.
       77  WS-ULT-SEQ       PIC 9(06) VALUE ZEROS.
       77  QT-CATSOC        PIC 9(04) VALUE ZEROS.
       77  QT-PROPOSTAS     PIC 9(04) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(07) VALUE ZEROS.
       77  CT-SEM-NASC      PIC 9(05) VALUE ZEROS.
       77  CT-SEM-ADMIS     PIC 9(05) VALUE ZEROS.
       77  CT-PROP-DEP      PIC 9(05) VALUE ZEROS.
       77  CT-PROP-SEN      PIC 9(05) VALUE ZEROS.
       77  CT-JA-PROPOSTAS  PIC 9(05) VALUE ZEROS.
       77  CT-GERADAS       PIC 9(05) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-MES-FIM       PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-MES      PIC 9(02) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-PARM-N2X.
           02 WS-PARM-N2    PIC 9(02).
       01  WS-DATA-AUX.
           02 WS-AUX-ANO    PIC 9(04).
           02 WS-AUX-MES    PIC 9(02).
           02 WS-AUX-DIA    PIC 9(02).
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX PIC 9(08).
       01  WS-REFER.
           02 WS-REF-ANO    PIC 9(04).
           02 WS-REF-MMDD   PIC 9(04).
       01  WS-ORIGEM.
           02 WS-ORI-ANO    PIC 9(04).
           02 WS-ORI-MMDD   PIC 9(04).
       01  TAB-DIAS-MES.
           02 FILLER        PIC X(24) VALUE "312831303130313130313031".
       01  TAB-DIAS-MES-R REDEFINES TAB-DIAS-MES.
           02 TAB-DIAS      PIC 9(02) OCCURS 12 TIMES.
       01  TAB-CATSOC.
                 04 TAB-CATSOC-OCORR OCCURS 2000 TIMES
                                     INDEXED BY IX-CS.
                       05 TAB-CS-NUMSOC PIC 9(06).
                       05 TAB-CS-CATEG  PIC 9(02).
       01  TAB-PROPOSTAS.
                 04 TAB-PROPOSTAS-OCORR OCCURS 3000 TIMES
                                     INDEXED BY IX-PR.
                       05 TAB-PR-TIPO   PIC X(01).
                       05 TAB-PR-NUMSOC PIC 9(06).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(14) VALUE SPACES.
                 03 FILLER  PIC X(42) VALUE
                    "REGRAS DE IDADE DO ESTATUTO - POSICAO EM ".
                 03 C1-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(09) VALUE " SOCIO".
                 03 FILLER  PIC X(19) VALUE "NOME".
                 03 FILLER  PIC X(11) VALUE "NASCIMENTO".
                 03 FILLER  PIC X(11) VALUE "IDADE ANOS".
                 03 FILLER  PIC X(30) VALUE "PROPOSTA / SITUACAO".
       01  DETALHE.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DI-NUM       PIC 999.999 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DI-NOME      PIC X(18) VALUE SPACES.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DI-NASC      PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DI-IDADE     PIC ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DI-ANOS      PIC ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DI-PROPOSTA  PIC X(15) VALUE SPACES.
                 03 DI-SITUACAO  PIC X(16) VALUE SPACES.
       01  RESUMO.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 RS-TXT  PIC X(40) VALUE SPACES.
                 03 RS-QTDE PIC ZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM MONTA-REFERENCIA.
           PERFORM LE-PARAMETROS.
           PERFORM CARREGA-CATSOC.
           MOVE SPACES TO WS-FS-NASCSOC.
           OPEN INPUT NASCSOC.
           IF  WS-FS-NASCSOC EQUAL "35"
               DISPLAY "PRG138 - NASCSOC AUSENTE - NADA A PROPOR"
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "NASCSOC" TO WS-ARQ-ERRO.
           MOVE WS-FS-NASCSOC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-FAMSOC.
           OPEN INPUT FAMSOC.
           IF  WS-FS-FAMSOC EQUAL "00"
               MOVE "SIM" TO WS-TEM-FAMARQ.
           MOVE SPACES TO WS-FS-CATHIST.
           OPEN INPUT CATHIST.
           IF  WS-FS-CATHIST EQUAL "00"
               MOVE "SIM" TO WS-TEM-HIST.
           PERFORM ABRE-APROVACO.
           PERFORM LE-ULTIMA-SEQUENCIA.
           OPEN INPUT CADSOC1 OUTPUT RELIDADE.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELIDADE" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELIDADE TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LEITURA.
           PERFORM PRINCIPAL
                   UNTIL FIMARQ EQUAL "SIM".
           PERFORM IMPRIME-RESUMO.
           PERFORM GRAVA-ULTIMA-SEQUENCIA.
           IF  WS-TEM-FAMARQ EQUAL "SIM"
               CLOSE FAMSOC.
           IF  WS-TEM-HIST EQUAL "SIM"
               CLOSE CATHIST.
           CLOSE CADSOC1 NASCSOC APROVACO RELIDADE.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG138 - TOTAIS DE CONTROLE".
           DISPLAY "SOCIOS LIDOS...........: " CT-LIDOS.
           DISPLAY "SEM DATA DE NASCIMENTO.: " CT-SEM-NASC.
           DISPLAY "SENIOR SEM ADMISSAO....: " CT-SEM-ADMIS.
           DISPLAY "DEPENDENTES ACIMA IDADE: " CT-PROP-DEP.
           DISPLAY "ELEGIVEIS A SENIOR.....: " CT-PROP-SEN.
           DISPLAY "JA PROPOSTOS ANTES.....: " CT-JA-PROPOSTAS.
           DISPLAY "PROPOSTAS GERADAS......: " CT-GERADAS.

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

       MONTA-REFERENCIA.
           MOVE WS-HOJE TO WS-DATA-AUX-R.
           MOVE TAB-DIAS(WS-AUX-MES) TO WS-DIAS-MES.
           IF  WS-AUX-MES EQUAL 02
           AND FUNCTION MOD(WS-AUX-ANO, 4) EQUAL ZERO
           AND (FUNCTION MOD(WS-AUX-ANO, 100) NOT EQUAL ZERO
                OR FUNCTION MOD(WS-AUX-ANO, 400) EQUAL ZERO)
               MOVE 29 TO WS-DIAS-MES.
           MOVE WS-DIAS-MES TO WS-AUX-DIA.
           MOVE WS-DATA-AUX-R TO WS-MES-FIM.
           MOVE WS-AUX-DIA TO C1-DATA(1:2).
           MOVE WS-AUX-MES TO C1-DATA(4:2).
           MOVE WS-AUX-ANO TO C1-DATA(7:4).

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "CATSENIO" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
           AND WS-PARM-VALOR(1:2) NUMERIC
               MOVE WS-PARM-VALOR(1:2) TO WS-PARM-N2X
               MOVE WS-PARM-N2 TO WS-CAT-SENIOR.
           IF  WS-CAT-SENIOR EQUAL ZEROS
               DISPLAY "PRG138 - CATEGORIA SENIOR NAO PARAMETRIZADA"
               DISPLAY "PRG138 - PROPOSTAS DE SENIOR NAO GERADAS".

       BUSCA-PARM-GERAL.
           MOVE "NAO" TO WS-PARM-ACHADO.
           MOVE "NAO" TO GER-FIM.
           MOVE ZEROS TO WS-PARM-EFET.
           MOVE SPACES TO WS-PARM-VALOR.
           MOVE SPACES TO WS-FS-PARMGER.
           OPEN INPUT PARMGER.
           IF  WS-FS-PARMGER EQUAL "35"
               MOVE "SIM" TO GER-FIM
           ELSE
               PERFORM LE-PARMGER
               PERFORM FILTRA-PARMGER
                       UNTIL GER-FIM EQUAL "SIM"
               CLOSE PARMGER.
       LE-PARMGER.
           READ PARMGER
                       AT END
                             MOVE "SIM" TO GER-FIM.
       FILTRA-PARMGER.
           IF  PG-PROGRAMA EQUAL "PRG138"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
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
               DISPLAY "PRG138 - TABELA CATSOC ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-CATSOC.
           MOVE CS-NUMSOC TO TAB-CS-NUMSOC(QT-CATSOC).
           MOVE CS-CATEG  TO TAB-CS-CATEG(QT-CATSOC).
           PERFORM CARREGA-CATSOC-LER.

       ABRE-APROVACO.
           MOVE SPACES TO WS-FS-APROVACO.
           OPEN I-O APROVACO.
           IF  WS-FS-APROVACO EQUAL "35"
               OPEN OUTPUT APROVACO
               CLOSE APROVACO
               OPEN I-O APROVACO.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "APROVACO" TO WS-ARQ-ERRO.
           MOVE WS-FS-APROVACO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LE-APROVACO.
           PERFORM CARREGA-PROPOSTA
                   UNTIL AP-FIM EQUAL "SIM".
       LE-APROVACO.
           READ APROVACO NEXT RECORD
                       AT END
                             MOVE "SIM" TO AP-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "APROVACO" TO WS-ARQ-ERRO.
           MOVE WS-FS-APROVACO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       CARREGA-PROPOSTA.
           IF  AP-TIPO EQUAL "D"
           OR  AP-TIPO EQUAL "S"
               PERFORM GUARDA-PROPOSTA.
           PERFORM LE-APROVACO.
       GUARDA-PROPOSTA.
           IF  QT-PROPOSTAS NOT LESS 3000
               DISPLAY "PRG138 - TABELA PROPOSTAS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-PROPOSTAS.
           MOVE AP-TIPO  TO TAB-PR-TIPO(QT-PROPOSTAS).
           MOVE AP-CHAVE TO TAB-PR-NUMSOC(QT-PROPOSTAS).

       LE-ULTIMA-SEQUENCIA.
           MOVE SPACES TO WS-FS-APRSEQ.
           OPEN INPUT APRSEQ.
           IF  WS-FS-APRSEQ EQUAL "35"
               MOVE ZEROS TO REGAPRSEQ
           ELSE
               READ APRSEQ
                           AT END
                                 MOVE ZEROS TO REGAPRSEQ
               END-READ
               CLOSE APRSEQ.
           MOVE AQ-ULTIMO TO WS-ULT-SEQ.

       GRAVA-ULTIMA-SEQUENCIA.
           OPEN OUTPUT APRSEQ.
           MOVE WS-ULT-SEQ TO AQ-ULTIMO.
           WRITE REGAPRSEQ.
           CLOSE APRSEQ.

       LEITURA.
           READ CADSOC1
                       AT END
                             MOVE "SIM" TO FIMARQ
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       PRINCIPAL.
           IF  (SITSOC1 EQUAL "R" OR SITSOC1 EQUAL "F")
           AND DTSTATUS1 NOT GREATER WS-HOJE
               CONTINUE
           ELSE
               PERFORM AVALIA-SOCIO
                       THRU AVALIA-SOCIO-FIM.
           PERFORM LEITURA.

       AVALIA-SOCIO.
           MOVE NUMSOC1 TO NS-NUMSOC.
           READ NASCSOC
               INVALID KEY
                   MOVE ZEROS TO NS-DTNASC NS-DTADMIS.
           IF  NS-DTNASC EQUAL ZEROS
               ADD 1 TO CT-SEM-NASC
               GO TO AVALIA-SOCIO-FIM.
           MOVE NS-DTNASC TO WS-ORIGEM.
           PERFORM CALCULA-ANOS.
           MOVE WS-ANOS TO WS-IDADE.
           MOVE ZEROS TO WS-ANOS.
           PERFORM VERIFICA-DEPENDENTE.
           IF  WS-EH-DEP EQUAL "SIM"
               IF  WS-IDADE NOT LESS WS-IDADE-DEP
                   ADD 1 TO CT-PROP-DEP
                   MOVE "D" TO WS-TIPO-PROP
                   MOVE "DEP. A TITULAR" TO DI-PROPOSTA
                   PERFORM REGISTRA-PROPOSTA
               END-IF
               GO TO AVALIA-SOCIO-FIM.
           IF  WS-IDADE LESS WS-IDADE-SEN
           OR  WS-CAT-SENIOR EQUAL ZEROS
               GO TO AVALIA-SOCIO-FIM.
           PERFORM BUSCA-CATEGORIA.
           IF  WS-CAT-ATUAL EQUAL WS-CAT-SENIOR
               GO TO AVALIA-SOCIO-FIM.
           PERFORM BUSCA-ADMISSAO.
           IF  WS-DTADMIS EQUAL ZEROS
               ADD 1 TO CT-SEM-ADMIS
               MOVE "CATEG. SENIOR" TO DI-PROPOSTA
               MOVE "SEM ADMISSAO" TO DI-SITUACAO
               PERFORM IMPRIME-DETALHE
               GO TO AVALIA-SOCIO-FIM.
           MOVE WS-DTADMIS TO WS-ORIGEM.
           PERFORM CALCULA-ANOS.
           IF  WS-ANOS LESS WS-ANOS-SEN
               GO TO AVALIA-SOCIO-FIM.
           ADD 1 TO CT-PROP-SEN.
           MOVE "S" TO WS-TIPO-PROP.
           MOVE "CATEG. SENIOR" TO DI-PROPOSTA.
           PERFORM REGISTRA-PROPOSTA.
       AVALIA-SOCIO-FIM.
           EXIT.

       CALCULA-ANOS.
           MOVE WS-MES-FIM TO WS-REFER.
           COMPUTE WS-ANOS = WS-REF-ANO - WS-ORI-ANO.
           IF  WS-REF-MMDD LESS WS-ORI-MMDD
               SUBTRACT 1 FROM WS-ANOS.

       VERIFICA-DEPENDENTE.
           MOVE "NAO" TO WS-EH-DEP.
           IF  WS-TEM-FAMARQ EQUAL "SIM"
               MOVE NUMSOC1 TO FM-NUMSOC
               READ FAMSOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SIM" TO WS-EH-DEP
               END-READ.

       BUSCA-CATEGORIA.
           MOVE 01 TO WS-CAT-ATUAL.
           SET IX-CS TO 1.
           SEARCH TAB-CATSOC-OCORR
               AT END
                   CONTINUE
               WHEN IX-CS GREATER QT-CATSOC
                   CONTINUE
               WHEN TAB-CS-NUMSOC(IX-CS) EQUAL NUMSOC1
                   MOVE TAB-CS-CATEG(IX-CS) TO WS-CAT-ATUAL.

       BUSCA-ADMISSAO.
           MOVE NS-DTADMIS TO WS-DTADMIS.
           IF  WS-DTADMIS EQUAL ZEROS
           AND WS-TEM-HIST EQUAL "SIM"
               MOVE NUMSOC1 TO CH-NUMSOC
               MOVE ZEROS TO CH-INICIO
               START CATHIST KEY NOT LESS CH-CHAVE
                   INVALID KEY
                       MOVE ZEROS TO CH-NUMSOC
                   NOT INVALID KEY
                       READ CATHIST NEXT RECORD
                           AT END
                               MOVE ZEROS TO CH-NUMSOC
                       END-READ
               END-START
               IF  CH-NUMSOC EQUAL NUMSOC1
                   MOVE CH-INICIO TO WS-DTADMIS.

       REGISTRA-PROPOSTA.
           MOVE "NAO" TO WS-JA-PROPOSTO.
           SET IX-PR TO 1.
           SEARCH TAB-PROPOSTAS-OCORR
               AT END
                   CONTINUE
               WHEN IX-PR GREATER QT-PROPOSTAS
                   CONTINUE
               WHEN TAB-PR-TIPO(IX-PR) EQUAL WS-TIPO-PROP
               AND  TAB-PR-NUMSOC(IX-PR) EQUAL NUMSOC1
                   MOVE "SIM" TO WS-JA-PROPOSTO.
           IF  WS-JA-PROPOSTO EQUAL "SIM"
               ADD 1 TO CT-JA-PROPOSTAS
               MOVE "JA PROPOSTA" TO DI-SITUACAO
           ELSE
               ADD 1 TO WS-ULT-SEQ
               MOVE WS-ULT-SEQ   TO AP-SEQ
               MOVE WS-TIPO-PROP TO AP-TIPO
               MOVE NUMSOC1      TO AP-CHAVE
               MOVE "P"          TO AP-SITUACAO
               MOVE "PRG138"     TO AP-SOLICITANTE
               MOVE SPACES       TO AP-APROVADOR
               MOVE WS-HOJE      TO AP-DATA-SOL
               MOVE ZEROS        TO AP-DATA-APR
               WRITE REGAPROVACO
               MOVE "WRITE" TO WS-OPER-ERRO
               MOVE "APROVACO" TO WS-ARQ-ERRO
               MOVE WS-FS-APROVACO TO WS-FS-ERRO
               PERFORM TESTA-STATUS
               PERFORM GUARDA-PROPOSTA
               ADD 1 TO CT-GERADAS
               MOVE SPACES TO DI-SITUACAO
               MOVE "PROPOSTA" TO DI-SITUACAO(1:9)
               MOVE WS-ULT-SEQ TO DI-SITUACAO(10:6).
           PERFORM IMPRIME-DETALHE.

       IMPRIME-DETALHE.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           MOVE NUMSOC1 TO DI-NUM.
           MOVE NOMSOC1 TO DI-NOME.
           MOVE NS-DTNASC(7:2) TO DI-NASC(1:2).
           MOVE NS-DTNASC(5:2) TO DI-NASC(4:2).
           MOVE NS-DTNASC(1:4) TO DI-NASC(7:4).
           MOVE WS-IDADE TO DI-IDADE.
           MOVE WS-ANOS TO DI-ANOS.
           WRITE REGRELIDADE FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-RESUMO.
           IF  CTLIN GREATER 24
               PERFORM IMPRIME-CABECALHO.
           MOVE "SOCIOS SEM DATA DE NASCIMENTO..........:" TO RS-TXT.
           MOVE CT-SEM-NASC TO RS-QTDE.
           WRITE REGRELIDADE FROM RESUMO AFTER ADVANCING 2 LINES.
           MOVE "DEPENDENTES QUE ATINGIRAM O LIMITE.....:" TO RS-TXT.
           MOVE CT-PROP-DEP TO RS-QTDE.
           WRITE REGRELIDADE FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "SOCIOS ELEGIVEIS A CATEGORIA SENIOR....:" TO RS-TXT.
           MOVE CT-PROP-SEN TO RS-QTDE.
           WRITE REGRELIDADE FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "IDADE SENIOR SEM DATA DE ADMISSAO......:" TO RS-TXT.
           MOVE CT-SEM-ADMIS TO RS-QTDE.
           WRITE REGRELIDADE FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "JA PROPOSTOS EM EXECUCOES ANTERIORES...:" TO RS-TXT.
           MOVE CT-JA-PROPOSTAS TO RS-QTDE.
           WRITE REGRELIDADE FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "PROPOSTAS ENVIADAS PARA APROVACAO......:" TO RS-TXT.
           MOVE CT-GERADAS TO RS-QTDE.
           WRITE REGRELIDADE FROM RESUMO AFTER ADVANCING 1 LINE.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELIDADE.
           WRITE REGRELIDADE AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELIDADE FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELIDADE FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELIDADE FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELIDADE FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELIDADE FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELIDADE FROM BREAK AFTER ADVANCING 1 LINE.
       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG138"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-GERADAS   TO RL-QTDE.
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
               DISPLAY "PRG138 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG138" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
