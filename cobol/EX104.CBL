       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG104.
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
           SELECT CADSOC1A ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADSOC1A.
           SELECT FAMSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FM-NUMSOC
           FILE STATUS IS WS-FS-FAMSOC.
           SELECT CATRACA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CATRACA.
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
       FD  CADSOC1A
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1A.DAT".
       01  REGCAD1A.
           02 ACODPAG1      PIC 9(02).
           02 ANUMSOC1      PIC 9(06).
           02 ANOMSOC1      PIC X(20).
           02 AVAL1         PIC 9(09)V99.
           02 ADATAVENC1    PIC 9(08).
           02 AFILIAL1      PIC 9(02).
           02 ASITSOC1      PIC X(01).
           02 ADTSTATUS     PIC 9(08).
       FD  FAMSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FAMSOC.DAT".
       01  REGFAMSOC.
           02 FM-NUMSOC     PIC 9(06).
           02 FM-RESP       PIC 9(06).
       FD  CATRACA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CATRACA.DAT".
       01  REGCATRACA.
           02 CA-TIPO       PIC X(01).
           02 CA-NUMSOC     PIC 9(06).
           02 CA-NOME       PIC X(20).
           02 CA-TITULAR    PIC 9(06).
           02 CA-ACESSO     PIC X(01).
           02 CA-MOTIVO     PIC 9(02).
           02 CA-DESCMOT    PIC X(12).
       01  REGCATRACA-CAB.
           02 CA-CAB-TIPO   PIC X(01).
           02 CA-CAB-DATA   PIC 9(08).
           02 CA-CAB-HORA   PIC 9(08).
           02 FILLER        PIC X(31).
       01  REGCATRACA-TRL.
           02 CA-TRL-TIPO   PIC X(01).
           02 CA-TRL-QTDE   PIC 9(06).
           02 CA-TRL-LIBER  PIC 9(06).
           02 CA-TRL-BLOQ   PIC 9(06).
           02 FILLER        PIC X(29).
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
       77  WS-FS-CADSOC1    PIC X(02) VALUE "00".
       77  WS-FS-CADSOC1A   PIC X(02) VALUE SPACES.
       77  WS-FS-FAMSOC     PIC X(02) VALUE SPACES.
       77  WS-FS-CATRACA    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  FIMARQ           PIC X(03) VALUE "NAO".
       77  ARQ-FIM          PIC X(03) VALUE "NAO".
       77  FAM-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  QT-FAMSOC        PIC 9(04) VALUE ZEROS.
       77  WS-IX-FAM        PIC 9(04) VALUE ZEROS.
       77  WS-EH-DEP        PIC X(03) VALUE "NAO".
       77  WS-EH-RESP       PIC X(03) VALUE "NAO".
       77  WS-RESP          PIC 9(06) VALUE ZEROS.
       77  WS-MOTIVO        PIC 9(02) VALUE ZEROS.
       77  WS-MOTIVO-RESP   PIC 9(02) VALUE ZEROS.
       77  WS-CARENCIA      PIC 9(03) VALUE ZEROS.
       77  WS-DIAS-ATRASO   PIC S9(07) VALUE ZEROS.
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77  CT-ARQUIVADOS    PIC 9(05) VALUE ZEROS.
       77  CT-EXTRAIDOS     PIC 9(06) VALUE ZEROS.
       77  CT-LIBERADOS     PIC 9(06) VALUE ZEROS.
       77  CT-BLOQUEADOS    PIC 9(06) VALUE ZEROS.
       77  CT-INADIMPL      PIC 9(05) VALUE ZEROS.
       77  CT-SUSPENSOS     PIC 9(05) VALUE ZEROS.
       77  CT-DESLIGADOS    PIC 9(05) VALUE ZEROS.
       77  CT-DEPENDENTES   PIC 9(05) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-PARM-V3X.
           02 WS-PARM-V3    PIC 9(03).
       01  TAB-FAMSOC.
                 04 TAB-FAMSOC-OCORR OCCURS 2000 TIMES.
                       05 TAB-FM-NUMSOC PIC 9(06).
                       05 TAB-FM-RESP   PIC 9(06).
                       05 TAB-FM-MOTIVO PIC 9(02).
       01  TAB-MOTIVOS.
           02 FILLER        PIC X(12) VALUE "LIBERADO".
           02 FILLER        PIC X(12) VALUE "INADIMPLENTE".
           02 FILLER        PIC X(12) VALUE "SUSPENSO".
           02 FILLER        PIC X(12) VALUE "ARQUIVADO".
           02 FILLER        PIC X(12) VALUE "DESLIGADO".
       01  TAB-MOTIVOS-R REDEFINES TAB-MOTIVOS.
           02 TAB-DESCMOT   PIC X(12) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           PERFORM CARREGA-FAMSOC.
           IF  QT-FAMSOC GREATER ZERO
               PERFORM SITUACAO-TITULARES.
           OPEN INPUT CADSOC1 OUTPUT CATRACA.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CATRACA" TO WS-ARQ-ERRO.
           MOVE WS-FS-CATRACA TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO REGCATRACA-CAB.
           MOVE "0" TO CA-CAB-TIPO.
           MOVE WS-HOJE TO CA-CAB-DATA.
           MOVE WS-HORA-INI TO CA-CAB-HORA.
           WRITE REGCATRACA-CAB.
           MOVE "NAO" TO FIMARQ.
           PERFORM LEITURA.
           PERFORM PRINCIPAL
                   UNTIL FIMARQ EQUAL "SIM".
           CLOSE CADSOC1.
           PERFORM EXTRAI-ARQUIVADOS.
           MOVE SPACES TO REGCATRACA-TRL.
           MOVE "9" TO CA-TRL-TIPO.
           MOVE CT-EXTRAIDOS TO CA-TRL-QTDE.
           MOVE CT-LIBERADOS TO CA-TRL-LIBER.
           MOVE CT-BLOQUEADOS TO CA-TRL-BLOQ.
           WRITE REGCATRACA-TRL.
           CLOSE CATRACA.
           MOVE "CLOSE" TO WS-OPER-ERRO.
           MOVE "CATRACA" TO WS-ARQ-ERRO.
           MOVE WS-FS-CATRACA TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG104 - TOTAIS DE CONTROLE".
           DISPLAY "DATA DE REFERENCIA.....: " WS-HOJE.
           DISPLAY "DIAS DE CARENCIA.......: " WS-CARENCIA.
           DISPLAY "SOCIOS LIDOS...........: " CT-LIDOS.
           DISPLAY "DEPENDENTES............: " CT-DEPENDENTES.
           DISPLAY "ARQUIVADOS.............: " CT-ARQUIVADOS.
           DISPLAY "REGISTROS EXTRAIDOS....: " CT-EXTRAIDOS.
           DISPLAY "ACESSO LIBERADO........: " CT-LIBERADOS.
           DISPLAY "ACESSO BLOQUEADO.......: " CT-BLOQUEADOS.
           DISPLAY "  INADIMPLENTES........: " CT-INADIMPL.
           DISPLAY "  SUSPENSOS............: " CT-SUSPENSOS.
           DISPLAY "  DESLIGADOS...........: " CT-DESLIGADOS.

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
           IF  PG-PROGRAMA EQUAL "PRG104"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "CARENCIA" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               MOVE WS-PARM-V3 TO WS-CARENCIA.

       CARREGA-FAMSOC.
           MOVE SPACES TO WS-FS-FAMSOC.
           OPEN INPUT FAMSOC.
           IF  WS-FS-FAMSOC NOT EQUAL "00"
               MOVE "SIM" TO FAM-FIM
           ELSE
               PERFORM CARREGA-FAMSOC-LER
               PERFORM CARREGA-FAMSOC-PRINCIPAL
                       UNTIL FAM-FIM EQUAL "SIM"
               CLOSE FAMSOC.
       CARREGA-FAMSOC-LER.
           READ FAMSOC
                       AT END
                             MOVE "SIM" TO FAM-FIM.
       CARREGA-FAMSOC-PRINCIPAL.
           IF  QT-FAMSOC NOT LESS 2000
               DISPLAY "PRG104 - TABELA FAMSOC ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-FAMSOC.
           MOVE FM-NUMSOC TO TAB-FM-NUMSOC(QT-FAMSOC).
           MOVE FM-RESP   TO TAB-FM-RESP(QT-FAMSOC).
           MOVE 03        TO TAB-FM-MOTIVO(QT-FAMSOC).
           PERFORM CARREGA-FAMSOC-LER.

       SITUACAO-TITULARES.
           OPEN INPUT CADSOC1.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "NAO" TO FIMARQ.
           PERFORM LEITURA-TITULAR.
           PERFORM SITUACAO-TITULARES-UM
                   UNTIL FIMARQ EQUAL "SIM".
           CLOSE CADSOC1.
       LEITURA-TITULAR.
           READ CADSOC1
                       AT END
                             MOVE "SIM" TO FIMARQ.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       SITUACAO-TITULARES-UM.
           MOVE "NAO" TO WS-EH-RESP.
           MOVE ZEROS TO WS-IX-FAM.
           PERFORM VERIFICA-RESPONSAVEL
                   QT-FAMSOC TIMES.
           IF  WS-EH-RESP EQUAL "SIM"
               PERFORM CLASSIFICA-SOCIO
               MOVE ZEROS TO WS-IX-FAM
               PERFORM GUARDA-MOTIVO-RESP
                       QT-FAMSOC TIMES.
           PERFORM LEITURA-TITULAR.
       VERIFICA-RESPONSAVEL.
           ADD 1 TO WS-IX-FAM.
           IF  TAB-FM-RESP(WS-IX-FAM) EQUAL NUMSOC1
               MOVE "SIM" TO WS-EH-RESP.
       GUARDA-MOTIVO-RESP.
           ADD 1 TO WS-IX-FAM.
           IF  TAB-FM-RESP(WS-IX-FAM) EQUAL NUMSOC1
               MOVE WS-MOTIVO TO TAB-FM-MOTIVO(WS-IX-FAM).

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
           PERFORM CLASSIFICA-SOCIO.
           MOVE NUMSOC1 TO WS-RESP.
           PERFORM VERIFICA-DEPENDENTE.
           IF  WS-EH-DEP EQUAL "SIM"
               ADD 1 TO CT-DEPENDENTES
               IF  WS-MOTIVO EQUAL ZERO
                   MOVE WS-MOTIVO-RESP TO WS-MOTIVO.
           MOVE NUMSOC1 TO CA-NUMSOC.
           MOVE NOMSOC1 TO CA-NOME.
           MOVE WS-RESP TO CA-TITULAR.
           PERFORM GRAVA-CATRACA.
           PERFORM LEITURA.

       CLASSIFICA-SOCIO.
           MOVE ZEROS TO WS-MOTIVO.
           IF  (SITSOC1 EQUAL "R" OR SITSOC1 EQUAL "F")
           AND DTSTATUS1 NOT GREATER WS-HOJE
               MOVE 04 TO WS-MOTIVO
           ELSE
               IF  SITSOC1 EQUAL "S"
                   MOVE 02 TO WS-MOTIVO
               ELSE
                   IF  CODPAG1 EQUAL 2
                   AND DATAVENC1 GREATER ZERO
                       PERFORM VERIFICA-ATRASO.
       VERIFICA-ATRASO.
           COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE) -
                   FUNCTION INTEGER-OF-DATE(DATAVENC1).
           IF  WS-DIAS-ATRASO GREATER WS-CARENCIA
               MOVE 01 TO WS-MOTIVO.

       VERIFICA-DEPENDENTE.
           MOVE "NAO" TO WS-EH-DEP.
           MOVE ZEROS TO WS-MOTIVO-RESP.
           MOVE ZEROS TO WS-IX-FAM.
           PERFORM VERIFICA-DEPENDENTE-UM
                   QT-FAMSOC TIMES.
       VERIFICA-DEPENDENTE-UM.
           ADD 1 TO WS-IX-FAM.
           IF  TAB-FM-NUMSOC(WS-IX-FAM) EQUAL NUMSOC1
               MOVE "SIM" TO WS-EH-DEP
               MOVE TAB-FM-RESP(WS-IX-FAM) TO WS-RESP
               MOVE TAB-FM-MOTIVO(WS-IX-FAM) TO WS-MOTIVO-RESP.

       EXTRAI-ARQUIVADOS.
           MOVE SPACES TO WS-FS-CADSOC1A.
           OPEN INPUT CADSOC1A.
           IF  WS-FS-CADSOC1A EQUAL "00"
               MOVE "NAO" TO ARQ-FIM
               PERFORM LE-ARQUIVADO
               PERFORM EXTRAI-ARQUIVADO
                       UNTIL ARQ-FIM EQUAL "SIM"
               CLOSE CADSOC1A.
       LE-ARQUIVADO.
           READ CADSOC1A
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       EXTRAI-ARQUIVADO.
           ADD 1 TO CT-ARQUIVADOS.
           MOVE ANUMSOC1 TO CA-NUMSOC.
           MOVE ANOMSOC1 TO CA-NOME.
           MOVE ANUMSOC1 TO CA-TITULAR.
           MOVE 03 TO WS-MOTIVO.
           PERFORM GRAVA-CATRACA.
           PERFORM LE-ARQUIVADO.

       GRAVA-CATRACA.
           MOVE "1" TO CA-TIPO.
           MOVE WS-MOTIVO TO CA-MOTIVO.
           MOVE TAB-DESCMOT(WS-MOTIVO + 1) TO CA-DESCMOT.
           IF  WS-MOTIVO EQUAL ZERO
               MOVE "L" TO CA-ACESSO
               ADD 1 TO CT-LIBERADOS
           ELSE
               MOVE "B" TO CA-ACESSO
               ADD 1 TO CT-BLOQUEADOS.
           IF  WS-MOTIVO EQUAL 01
               ADD 1 TO CT-INADIMPL.
           IF  WS-MOTIVO EQUAL 02
               ADD 1 TO CT-SUSPENSOS.
           IF  WS-MOTIVO EQUAL 04
               ADD 1 TO CT-DESLIGADOS.
           WRITE REGCATRACA.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "CATRACA" TO WS-ARQ-ERRO.
           MOVE WS-FS-CATRACA TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD 1 TO CT-EXTRAIDOS.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG104"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-EXTRAIDOS TO RL-QTDE.
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
               DISPLAY "PRG104 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG104" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
