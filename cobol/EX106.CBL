       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG106.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREQHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FH-CHAVE
           FILE STATUS IS WS-FS-FREQHIST.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
           SELECT CATSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CATSOC.
           SELECT RELFREQ ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELFREQ.
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
       FD  FREQHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FREQHIST.DAT".
       01  REGFREQHIST.
           02 FH-CHAVE.
              03 FH-NUMSOC  PIC 9(06).
              03 FH-DATA    PIC 9(08).
              03 FH-HORA    PIC 9(06).
           02 FH-CATRACA    PIC X(02).
           02 FH-RESULT     PIC X(01).
           02 FH-INDEVIDA   PIC X(01).
           02 FH-DATA-IMP   PIC 9(08).
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
       FD  CATSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CATSOC.DAT".
       01  REGCATSOC.
           02 CS-NUMSOC     PIC 9(06).
           02 CS-CATEG      PIC 9(02).
       FD  RELFREQ LABEL RECORD OMITTED.
       01  REGRELFREQ       PIC X(80).
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
       77  WS-FS-FREQHIST   PIC X(02) VALUE SPACES.
       77  WS-FS-CADSOC1    PIC X(02) VALUE SPACES.
       77  WS-FS-CATSOC     PIC X(02) VALUE SPACES.
       77  WS-FS-RELFREQ    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  FH-FIM           PIC X(03) VALUE "NAO".
       77  CS-FIM           PIC X(03) VALUE "NAO".
       77  QT-CATSOC        PIC 9(04) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  WS-IX-DIA        PIC 9(02) VALUE ZEROS.
       77  WS-IX-HORA       PIC 9(02) VALUE ZEROS.
       77  WS-MES-REF       PIC 9(06) VALUE ZEROS.
       77  WS-SOC-ATUAL     PIC 9(06) VALUE ZEROS.
       77  WS-ULT-DATA      PIC 9(08) VALUE ZEROS.
       77  WS-CATEG         PIC 9(02) VALUE ZEROS.
       77  WS-DIA-SEMANA    PIC 9(01) VALUE ZEROS.
       77  WS-INT-DATA      PIC 9(07) VALUE ZEROS.
       77  AC-SOC-ENTRADAS  PIC 9(05) VALUE ZEROS.
       77  AC-SOC-DIAS      PIC 9(02) VALUE ZEROS.
       77  AC-SOC-RECUSAS   PIC 9(03) VALUE ZEROS.
       77  AC-SOC-INDEVIDAS PIC 9(03) VALUE ZEROS.
       77  AC-TOT-HORA      PIC 9(06) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(07) VALUE ZEROS.
       77  CT-DO-MES        PIC 9(07) VALUE ZEROS.
       77  CT-SOCIOS        PIC 9(05) VALUE ZEROS.
       77  CT-ENTRADAS      PIC 9(07) VALUE ZEROS.
       77  CT-RECUSAS       PIC 9(06) VALUE ZEROS.
       77  CT-INDEVIDAS     PIC 9(05) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  TAB-CATSOC.
                 04 TAB-CATSOC-OCORR OCCURS 2000 TIMES.
                       05 TAB-CS-NUMSOC PIC 9(06).
                       05 TAB-CS-CATEG  PIC 9(02).
       01  TAB-CATEGORIAS.
                 04 TAB-CT-OCORR OCCURS 99 TIMES.
                       05 TAB-CT-SOCIOS   PIC 9(05).
                       05 TAB-CT-ENTRADAS PIC 9(07).
       01  TAB-HORAS.
                 04 TAB-HR-OCORR OCCURS 24 TIMES.
                       05 TAB-HR-DIA PIC 9(05) OCCURS 7 TIMES.
       01  WS-CAB2          PIC X(80) VALUE SPACES.
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 CB-TIT  PIC X(44) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "MES ".
                 03 CB-MES  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 CB-ANO  PIC 9(04) VALUE ZEROS.
       01  CAB2-SOC.
                 03 FILLER  PIC X(11) VALUE "  SOCIO".
                 03 FILLER  PIC X(21) VALUE "NOME".
                 03 FILLER  PIC X(04) VALUE "CAT".
                 03 FILLER  PIC X(10) VALUE " ENTRADAS".
                 03 FILLER  PIC X(06) VALUE "DIAS".
                 03 FILLER  PIC X(07) VALUE "RECUSAS".
                 03 FILLER  PIC X(06) VALUE " INDEV".
       01  CAB2-CAT.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(15) VALUE "CATEGORIA".
                 03 FILLER  PIC X(15) VALUE "SOCIOS".
                 03 FILLER  PIC X(15) VALUE "ENTRADAS".
       01  CAB2-HOR.
                 03 FILLER  PIC X(08) VALUE "  HORA".
                 03 FILLER  PIC X(08) VALUE "    SEG".
                 03 FILLER  PIC X(08) VALUE "    TER".
                 03 FILLER  PIC X(08) VALUE "    QUA".
                 03 FILLER  PIC X(08) VALUE "    QUI".
                 03 FILLER  PIC X(08) VALUE "    SEX".
                 03 FILLER  PIC X(08) VALUE "    SAB".
                 03 FILLER  PIC X(08) VALUE "    DOM".
                 03 FILLER  PIC X(09) VALUE "    TOTAL".
       01  DETSOC.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DS-NUM  PIC 999.999 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DS-NOME PIC X(21) VALUE SPACES.
                 03 DS-CAT  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 DS-ENT  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 DS-DIAS PIC Z9 VALUE ZEROS.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 DS-REC  PIC ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 DS-IND  PIC ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DS-FLAG PIC X(12) VALUE SPACES.
       01  DETCAT.
                 03 FILLER  PIC X(13) VALUE SPACES.
                 03 DC-CAT  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 DC-SOC  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(07) VALUE SPACES.
                 03 DC-ENT  PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       01  DETHOR.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DH-HORA PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE "H".
                 03 DH-QTD  PIC BBZZ.ZZ9 OCCURS 7 TIMES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DH-TOT  PIC ZZZ.ZZ9.
       01  TOTGER.
                 03 FILLER  PIC X(10) VALUE "SOCIOS: ".
                 03 TG-SOC  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(13) VALUE "  ENTRADAS: ".
                 03 TG-ENT  PIC Z.ZZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(12) VALUE "  RECUSAS: ".
                 03 TG-REC  PIC ZZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(11) VALUE "  INDEV.: ".
                 03 TG-IND  PIC ZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           MOVE WS-HOJE(1:6) TO WS-MES-REF.
           MOVE WS-HOJE(5:2) TO CB-MES.
           MOVE WS-HOJE(1:4) TO CB-ANO.
           MOVE SPACES TO WS-FS-FREQHIST.
           OPEN INPUT FREQHIST.
           IF  WS-FS-FREQHIST EQUAL "35"
               DISPLAY "PRG106 - HISTORICO DE FREQUENCIA INEXISTENTE"
               MOVE 8 TO RETURN-CODE
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "FREQHIST" TO WS-ARQ-ERRO.
           MOVE WS-FS-FREQHIST TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM CARREGA-CATSOC.
           INITIALIZE TAB-CATEGORIAS TAB-HORAS.
           OPEN INPUT CADSOC1 OUTPUT RELFREQ.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELFREQ" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELFREQ TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "FREQUENCIA DOS SOCIOS -" TO CB-TIT.
           MOVE CAB2-SOC TO WS-CAB2.
           PERFORM LE-FREQHIST.
           PERFORM TRATA-SOCIO
                   UNTIL FH-FIM EQUAL "SIM".
           MOVE CT-SOCIOS TO TG-SOC.
           MOVE CT-ENTRADAS TO TG-ENT.
           MOVE CT-RECUSAS TO TG-REC.
           MOVE CT-INDEVIDAS TO TG-IND.
           WRITE REGRELFREQ FROM TOTGER AFTER ADVANCING 2 LINES.
           PERFORM IMPRIME-CATEGORIAS.
           PERFORM IMPRIME-HORARIOS.
           CLOSE FREQHIST CADSOC1 RELFREQ.
           IF  CT-INDEVIDAS GREATER ZERO
               MOVE 4 TO RETURN-CODE.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG106 - TOTAIS DE CONTROLE".
           DISPLAY "MES DE REFERENCIA......: " WS-MES-REF.
           DISPLAY "REGISTROS LIDOS........: " CT-LIDOS.
           DISPLAY "REGISTROS DO MES.......: " CT-DO-MES.
           DISPLAY "SOCIOS FREQUENTES......: " CT-SOCIOS.
           DISPLAY "ENTRADAS...............: " CT-ENTRADAS.
           DISPLAY "ACESSOS RECUSADOS......: " CT-RECUSAS.
           DISPLAY "RECUSAS INDEVIDAS......: " CT-INDEVIDAS.

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
               DISPLAY "PRG106 - TABELA CATSOC ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-CATSOC.
           MOVE CS-NUMSOC TO TAB-CS-NUMSOC(QT-CATSOC).
           MOVE CS-CATEG  TO TAB-CS-CATEG(QT-CATSOC).
           PERFORM CARREGA-CATSOC-LER.

       LE-FREQHIST.
           READ FREQHIST
                       AT END
                             MOVE "SIM" TO FH-FIM
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "FREQHIST" TO WS-ARQ-ERRO.
           MOVE WS-FS-FREQHIST TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           IF  FH-FIM NOT EQUAL "SIM"
           AND FH-DATA(1:6) NOT EQUAL WS-MES-REF
               GO TO LE-FREQHIST.
           IF  FH-FIM NOT EQUAL "SIM"
               ADD 1 TO CT-DO-MES.

       TRATA-SOCIO.
           MOVE FH-NUMSOC TO WS-SOC-ATUAL.
           MOVE ZEROS TO AC-SOC-ENTRADAS AC-SOC-DIAS
                         AC-SOC-RECUSAS AC-SOC-INDEVIDAS WS-ULT-DATA.
           PERFORM TRATA-REGISTRO
                   UNTIL FH-FIM EQUAL "SIM"
                      OR FH-NUMSOC NOT EQUAL WS-SOC-ATUAL.
           PERFORM IMPRIME-SOCIO.

       TRATA-REGISTRO.
           IF  FH-RESULT EQUAL "L"
               ADD 1 TO AC-SOC-ENTRADAS
               IF  FH-DATA NOT EQUAL WS-ULT-DATA
                   ADD 1 TO AC-SOC-DIAS
                   MOVE FH-DATA TO WS-ULT-DATA
               END-IF
               PERFORM ACUMULA-HORARIO
           ELSE
               ADD 1 TO AC-SOC-RECUSAS
               IF  FH-INDEVIDA EQUAL "S"
                   ADD 1 TO AC-SOC-INDEVIDAS.
           PERFORM LE-FREQHIST.

       ACUMULA-HORARIO.
           COMPUTE WS-INT-DATA = FUNCTION INTEGER-OF-DATE(FH-DATA).
           COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-INT-DATA - 1, 7) + 1.
           MOVE FH-HORA(1:2) TO WS-IX-HORA.
           IF  WS-IX-HORA LESS 24
               ADD 1 TO WS-IX-HORA
               ADD 1 TO TAB-HR-DIA(WS-IX-HORA, WS-DIA-SEMANA).

       IMPRIME-SOCIO.
           PERFORM BUSCA-CATEGORIA.
           ADD 1 TO CT-SOCIOS.
           ADD AC-SOC-ENTRADAS TO CT-ENTRADAS.
           ADD AC-SOC-RECUSAS TO CT-RECUSAS.
           ADD AC-SOC-INDEVIDAS TO CT-INDEVIDAS.
           IF  AC-SOC-ENTRADAS GREATER ZERO
               ADD 1 TO TAB-CT-SOCIOS(WS-CATEG).
           ADD AC-SOC-ENTRADAS TO TAB-CT-ENTRADAS(WS-CATEG).
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           MOVE WS-SOC-ATUAL TO DS-NUM NUMSOC1.
           READ CADSOC1
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO DS-NOME
               NOT INVALID KEY
                   MOVE NOMSOC1 TO DS-NOME.
           MOVE WS-CATEG TO DS-CAT.
           MOVE AC-SOC-ENTRADAS TO DS-ENT.
           MOVE AC-SOC-DIAS TO DS-DIAS.
           MOVE AC-SOC-RECUSAS TO DS-REC.
           MOVE AC-SOC-INDEVIDAS TO DS-IND.
           MOVE SPACES TO DS-FLAG.
           IF  AC-SOC-INDEVIDAS GREATER ZERO
               MOVE "*LISTA DESAT" TO DS-FLAG.
           WRITE REGRELFREQ FROM DETSOC AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       BUSCA-CATEGORIA.
           MOVE 01 TO WS-CATEG.
           PERFORM BUSCA-CATEGORIA-UM
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-CATSOC.
           IF  WS-CATEG EQUAL ZERO
               MOVE 01 TO WS-CATEG.
       BUSCA-CATEGORIA-UM.
           IF  TAB-CS-NUMSOC(WS-IX) EQUAL WS-SOC-ATUAL
               MOVE TAB-CS-CATEG(WS-IX) TO WS-CATEG.

       IMPRIME-CATEGORIAS.
           MOVE "FREQUENCIA POR CATEGORIA -" TO CB-TIT.
           MOVE CAB2-CAT TO WS-CAB2.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-CATEGORIA-LINHA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER 99.
       IMPRIME-CATEGORIA-LINHA.
           IF  TAB-CT-ENTRADAS(WS-IX) GREATER ZERO
               MOVE WS-IX TO DC-CAT
               MOVE TAB-CT-SOCIOS(WS-IX) TO DC-SOC
               MOVE TAB-CT-ENTRADAS(WS-IX) TO DC-ENT
               WRITE REGRELFREQ FROM DETCAT AFTER ADVANCING 1 LINE.

       IMPRIME-HORARIOS.
           MOVE "ENTRADAS POR DIA DA SEMANA E HORA -" TO CB-TIT.
           MOVE CAB2-HOR TO WS-CAB2.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-HORARIO-LINHA
                   VARYING WS-IX-HORA FROM 1 BY 1
                   UNTIL WS-IX-HORA GREATER 24.
       IMPRIME-HORARIO-LINHA.
           MOVE ZEROS TO AC-TOT-HORA.
           PERFORM SOMA-HORARIO-DIA
                   VARYING WS-IX-DIA FROM 1 BY 1
                   UNTIL WS-IX-DIA GREATER 7.
           IF  AC-TOT-HORA GREATER ZERO
               COMPUTE DH-HORA = WS-IX-HORA - 1
               MOVE AC-TOT-HORA TO DH-TOT
               WRITE REGRELFREQ FROM DETHOR AFTER ADVANCING 1 LINE.
       SOMA-HORARIO-DIA.
           ADD TAB-HR-DIA(WS-IX-HORA, WS-IX-DIA) TO AC-TOT-HORA.
           MOVE TAB-HR-DIA(WS-IX-HORA, WS-IX-DIA) TO DH-QTD(WS-IX-DIA).

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELFREQ.
           WRITE REGRELFREQ AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELFREQ FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELFREQ FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELFREQ FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELFREQ FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELFREQ FROM WS-CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELFREQ FROM BREAK AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG106"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-DO-MES    TO RL-QTDE.
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
               DISPLAY "PRG106 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG106" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
