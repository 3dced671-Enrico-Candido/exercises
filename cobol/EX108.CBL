       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG108.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AJMENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AJMENS.
           SELECT REAJPROP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-CHAVE
           FILE STATUS IS WS-FS-REAJPROP.
           SELECT TABMENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TABMENS.
           SELECT TABMHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TABMHIST.
           SELECT AUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  AJMENS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AJMENS.DAT".
       01  REGAJMENS.
           02 AM-PROPOSTA   PIC 9(06).
           02 AM-APROVADOR  PIC X(08).
           02 AM-DATA-APR   PIC 9(08).
       FD  REAJPROP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REAJPROP.DAT".
       01  REGREAJPROP.
           02 RP-CHAVE.
              03 RP-PROPOSTA PIC 9(06).
              03 RP-CATEG   PIC 9(02).
           02 RP-EFETIVA    PIC 9(08).
           02 RP-VALOR-ATUAL PIC 9(09)V99.
           02 RP-VALOR-NOVO PIC 9(09)V99.
           02 RP-DESC-ATUAL PIC 9(02).
           02 RP-DESC-NOVO  PIC 9(02).
           02 RP-SITUACAO   PIC X(01).
           02 RP-DATA-SIM   PIC 9(08).
           02 RP-APROVADOR  PIC X(08).
           02 RP-DATA-APLIC PIC 9(08).
       FD  TABMENS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TABMENS.DAT".
       01  REGTABMENS.
           02 TM-CATEG      PIC 9(02).
           02 TM-VALOR      PIC 9(09)V99.
           02 TM-DESCFAM    PIC 9(02).
       FD  TABMHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TABMHIST.DAT".
       01  REGTABMHIST.
           02 TH-PROPOSTA   PIC 9(06).
           02 TH-DATA-APLIC PIC 9(08).
           02 TH-CATEG      PIC 9(02).
           02 TH-VALOR      PIC 9(09)V99.
           02 TH-DESCFAM    PIC 9(02).
       FD  AUDIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.LOG".
       01  REGAUDIT.
           02 AUD-DATA        PIC 9(08).
           02 AUD-HORA        PIC 9(08).
           02 FILLER          PIC X(01).
           02 AUD-PROGRAMA    PIC X(08).
           02 FILLER          PIC X(01).
           02 AUD-CHAVE       PIC 9(06).
           02 FILLER          PIC X(01).
           02 AUD-PRODUTO     PIC X(06).
           02 FILLER          PIC X(01).
           02 AUD-VALANTES    PIC 9(09)V99.
           02 FILLER          PIC X(01).
           02 AUD-VALDEPOIS   PIC 9(09)V99.
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
       77  WS-FS-AJMENS     PIC X(02) VALUE SPACES.
       77  WS-FS-REAJPROP   PIC X(02) VALUE SPACES.
       77  WS-FS-TABMENS    PIC X(02) VALUE "00".
       77  WS-FS-TABMHIST   PIC X(02) VALUE SPACES.
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  AJM-FIM          PIC X(03) VALUE "NAO".
       77  RP-FIM           PIC X(03) VALUE "NAO".
       77  TM-FIM           PIC X(03) VALUE "NAO".
       77  WS-ALTEROU       PIC X(03) VALUE "NAO".
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  WS-PROPOSTA      PIC 9(06) VALUE ZEROS.
       77  WS-PROP-HIST     PIC 9(06) VALUE ZEROS.
       77  WS-VAL-ANTES     PIC 9(09)V99 VALUE ZEROS.
       77  WS-DESC-ANTES    PIC 9(02) VALUE ZEROS.
       77  CT-APROVACOES    PIC 9(05) VALUE ZEROS.
       77  CT-LIBERADAS     PIC 9(05) VALUE ZEROS.
       77  CT-SEM-SIMUL     PIC 9(05) VALUE ZEROS.
       77  CT-PENDENTES     PIC 9(05) VALUE ZEROS.
       77  CT-APLICADAS     PIC 9(05) VALUE ZEROS.
       77  CT-ALTERADAS     PIC 9(05) VALUE ZEROS.
       77  CT-DIVERGENTES   PIC 9(05) VALUE ZEROS.
       77  CT-HISTORICO     PIC 9(05) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  TAB-MENS.
                 04 TAB-MS-OCORR OCCURS 99 TIMES.
                       05 TB-EXISTE    PIC X(01).
                       05 TB-VALOR     PIC 9(09)V99.
                       05 TB-DESC      PIC 9(02).

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           MOVE SPACES TO WS-FS-REAJPROP.
           OPEN I-O REAJPROP.
           IF  WS-FS-REAJPROP EQUAL "35"
               OPEN OUTPUT REAJPROP
               CLOSE REAJPROP
               OPEN I-O REAJPROP.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "REAJPROP" TO WS-ARQ-ERRO.
           MOVE WS-FS-REAJPROP TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LIBERA-APROVADAS.
           INITIALIZE TAB-MENS.
           PERFORM CARREGA-TABMENS.
           OPEN EXTEND AUDIT.
           MOVE "NAO" TO RP-FIM.
           MOVE ZEROS TO RP-CHAVE.
           START REAJPROP KEY NOT LESS RP-CHAVE
               INVALID KEY
                   MOVE "SIM" TO RP-FIM.
           IF  RP-FIM EQUAL "NAO"
               PERFORM LE-REAJPROP-SEQ.
           PERFORM APLICA-REAJUSTE
                   UNTIL RP-FIM EQUAL "SIM".
           CLOSE REAJPROP AUDIT.
           IF  WS-PROP-HIST GREATER ZERO
               CLOSE TABMHIST.
           IF  WS-ALTEROU EQUAL "SIM"
               PERFORM REGRAVA-TABMENS.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG108 - TOTAIS DE CONTROLE".
           DISPLAY "APROVACOES LIDAS.......: " CT-APROVACOES.
           DISPLAY "CATEGORIAS LIBERADAS...: " CT-LIBERADAS.
           DISPLAY "APROVACOES SEM SIMUL...: " CT-SEM-SIMUL.
           DISPLAY "AGUARDANDO VIGENCIA....: " CT-PENDENTES.
           DISPLAY "CATEGORIAS APLICADAS...: " CT-APLICADAS.
           DISPLAY "VALORES ALTERADOS......: " CT-ALTERADAS.
           DISPLAY "TABELA DIVERGENTE......: " CT-DIVERGENTES.
           DISPLAY "HISTORICO GRAVADO......: " CT-HISTORICO.

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

       LIBERA-APROVADAS.
           MOVE SPACES TO WS-FS-AJMENS.
           OPEN INPUT AJMENS.
           IF  WS-FS-AJMENS EQUAL "35"
               MOVE "SIM" TO AJM-FIM
           ELSE
               PERFORM LE-AJMENS
               PERFORM LIBERA-PROPOSTA
                       UNTIL AJM-FIM EQUAL "SIM"
               CLOSE AJMENS.
       LE-AJMENS.
           READ AJMENS
                       AT END
                             MOVE "SIM" TO AJM-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "AJMENS" TO WS-ARQ-ERRO.
           MOVE WS-FS-AJMENS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       LIBERA-PROPOSTA.
           ADD 1 TO CT-APROVACOES.
           MOVE AM-PROPOSTA TO WS-PROPOSTA.
           MOVE "NAO" TO RP-FIM.
           MOVE WS-PROPOSTA TO RP-PROPOSTA.
           MOVE ZEROS TO RP-CATEG.
           START REAJPROP KEY NOT LESS RP-CHAVE
               INVALID KEY
                   MOVE "SIM" TO RP-FIM.
           IF  RP-FIM EQUAL "NAO"
               PERFORM LE-REAJPROP.
           IF  RP-FIM EQUAL "SIM"
               DISPLAY "PRG108 - PROPOSTA " WS-PROPOSTA
                       " APROVADA SEM SIMULACAO REGISTRADA"
               ADD 1 TO CT-SEM-SIMUL
               MOVE 4 TO RETURN-CODE.
           PERFORM LIBERA-CATEGORIA
                   UNTIL RP-FIM EQUAL "SIM".
           PERFORM LE-AJMENS.
       LIBERA-CATEGORIA.
           IF  RP-SITUACAO EQUAL "S"
               MOVE "L" TO RP-SITUACAO
               MOVE AM-APROVADOR TO RP-APROVADOR
               REWRITE REGREAJPROP
                   INVALID KEY
                       DISPLAY "PRG108 - ERRO AO LIBERAR " RP-CHAVE
               END-REWRITE
               ADD 1 TO CT-LIBERADAS.
           PERFORM LE-REAJPROP.
       LE-REAJPROP.
           READ REAJPROP NEXT RECORD
                       AT END
                             MOVE "SIM" TO RP-FIM.
           IF  RP-FIM EQUAL "NAO"
           AND RP-PROPOSTA NOT EQUAL WS-PROPOSTA
               MOVE "SIM" TO RP-FIM.
       LE-REAJPROP-SEQ.
           READ REAJPROP NEXT RECORD
                       AT END
                             MOVE "SIM" TO RP-FIM.

       CARREGA-TABMENS.
           OPEN INPUT TABMENS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "TABMENS" TO WS-ARQ-ERRO.
           MOVE WS-FS-TABMENS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM CARREGA-TABMENS-LER.
           PERFORM CARREGA-TABMENS-PRINCIPAL
                   UNTIL TM-FIM EQUAL "SIM".
           CLOSE TABMENS.
       CARREGA-TABMENS-LER.
           READ TABMENS
                       AT END
                             MOVE "SIM" TO TM-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "TABMENS" TO WS-ARQ-ERRO.
           MOVE WS-FS-TABMENS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       CARREGA-TABMENS-PRINCIPAL.
           IF  TM-CATEG NUMERIC
           AND TM-CATEG GREATER ZERO
               MOVE "S"      TO TB-EXISTE(TM-CATEG)
               MOVE TM-VALOR TO TB-VALOR(TM-CATEG)
               IF  TM-DESCFAM NUMERIC
                   MOVE TM-DESCFAM TO TB-DESC(TM-CATEG).
           PERFORM CARREGA-TABMENS-LER.

       APLICA-REAJUSTE.
           IF  RP-SITUACAO EQUAL "L"
               IF  RP-EFETIVA GREATER WS-HOJE
                   ADD 1 TO CT-PENDENTES
               ELSE
                   PERFORM APLICA-CATEGORIA.
           PERFORM LE-REAJPROP-SEQ.

       APLICA-CATEGORIA.
           IF  RP-PROPOSTA NOT EQUAL WS-PROP-HIST
               PERFORM GRAVA-HISTORICO.
           MOVE TB-VALOR(RP-CATEG) TO WS-VAL-ANTES.
           MOVE TB-DESC(RP-CATEG)  TO WS-DESC-ANTES.
           IF  WS-VAL-ANTES  NOT EQUAL RP-VALOR-ATUAL
           OR  WS-DESC-ANTES NOT EQUAL RP-DESC-ATUAL
               DISPLAY "PRG108 - CATEGORIA " RP-CATEG
                       " ALTERADA APOS A SIMULACAO " RP-PROPOSTA
               ADD 1 TO CT-DIVERGENTES
               MOVE 4 TO RETURN-CODE.
           MOVE "S"           TO TB-EXISTE(RP-CATEG).
           MOVE RP-VALOR-NOVO TO TB-VALOR(RP-CATEG).
           MOVE RP-DESC-NOVO  TO TB-DESC(RP-CATEG).
           IF  WS-VAL-ANTES  NOT EQUAL RP-VALOR-NOVO
           OR  WS-DESC-ANTES NOT EQUAL RP-DESC-NOVO
               PERFORM GRAVA-AUDITORIA-TABELA
               ADD 1 TO CT-ALTERADAS.
           MOVE "A" TO RP-SITUACAO.
           MOVE WS-HOJE TO RP-DATA-APLIC.
           REWRITE REGREAJPROP
               INVALID KEY
                   DISPLAY "PRG108 - ERRO AO MARCAR APLICACAO "
                           RP-CHAVE.
           MOVE "SIM" TO WS-ALTEROU.
           ADD 1 TO CT-APLICADAS.

       GRAVA-HISTORICO.
           IF  WS-PROP-HIST EQUAL ZERO
               MOVE SPACES TO WS-FS-TABMHIST
               OPEN EXTEND TABMHIST
               IF  WS-FS-TABMHIST EQUAL "35"
                   OPEN OUTPUT TABMHIST
               END-IF
               MOVE "OPEN" TO WS-OPER-ERRO
               MOVE "TABMHIST" TO WS-ARQ-ERRO
               MOVE WS-FS-TABMHIST TO WS-FS-ERRO
               PERFORM TESTA-STATUS.
           MOVE RP-PROPOSTA TO WS-PROP-HIST.
           PERFORM GRAVA-HISTORICO-CATEG
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER 99.
       GRAVA-HISTORICO-CATEG.
           IF  TB-EXISTE(WS-IX) EQUAL "S"
               MOVE WS-PROP-HIST TO TH-PROPOSTA
               MOVE WS-HOJE TO TH-DATA-APLIC
               MOVE WS-IX TO TH-CATEG
               MOVE TB-VALOR(WS-IX) TO TH-VALOR
               MOVE TB-DESC(WS-IX) TO TH-DESCFAM
               WRITE REGTABMHIST
               MOVE "WRITE" TO WS-OPER-ERRO
               MOVE "TABMHIST" TO WS-ARQ-ERRO
               MOVE WS-FS-TABMHIST TO WS-FS-ERRO
               PERFORM TESTA-STATUS
               ADD 1 TO CT-HISTORICO.

       GRAVA-AUDITORIA-TABELA.
           MOVE SPACES TO REGAUDIT.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "PRG108"      TO AUD-PROGRAMA.
           MOVE RP-CATEG      TO AUD-CHAVE.
           MOVE "TABMEN"      TO AUD-PRODUTO.
           MOVE WS-VAL-ANTES  TO AUD-VALANTES.
           MOVE RP-VALOR-NOVO TO AUD-VALDEPOIS.
           WRITE REGAUDIT.

       REGRAVA-TABMENS.
           OPEN OUTPUT TABMENS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "TABMENS" TO WS-ARQ-ERRO.
           MOVE WS-FS-TABMENS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM REGRAVA-TABMENS-CATEG
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER 99.
           CLOSE TABMENS.
       REGRAVA-TABMENS-CATEG.
           IF  TB-EXISTE(WS-IX) EQUAL "S"
               MOVE WS-IX TO TM-CATEG
               MOVE TB-VALOR(WS-IX) TO TM-VALOR
               MOVE TB-DESC(WS-IX) TO TM-DESCFAM
               WRITE REGTABMENS
               MOVE "WRITE" TO WS-OPER-ERRO
               MOVE "TABMENS" TO WS-ARQ-ERRO
               MOVE WS-FS-TABMENS TO WS-FS-ERRO
               PERFORM TESTA-STATUS.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG108"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-APLICADAS TO RL-QTDE.
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
               DISPLAY "PRG108 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG108" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
