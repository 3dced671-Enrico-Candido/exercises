       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG139.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AJIDADE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AJIDADE.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
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
           SELECT TABMENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TABMENS.
           SELECT CARTIDAD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CARTIDAD.
           SELECT AUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELAPID ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELAPID.
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
       FD  AJIDADE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AJIDADE.DAT".
       01  REGAJIDADE.
           02 AI-TIPO       PIC X(01).
           02 AI-NUMSOC     PIC 9(06).
           02 AI-APROVADOR  PIC X(08).
           02 AI-DATA-APR   PIC 9(08).
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
       FD  TABMENS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TABMENS.DAT".
       01  REGTABMENS.
           02 TM-CATEG      PIC 9(02).
           02 TM-VALOR      PIC 9(09)V99.
           02 TM-DESCFAM    PIC 9(02).
       FD  CARTIDAD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CARTIDAD.DAT".
       01  REGCARTIDAD.
           02 CI-NUMSOC     PIC 9(06).
           02 CI-TIPO       PIC X(01).
           02 CI-CATEG      PIC 9(02).
           02 CI-VIGENCIA   PIC 9(08).
           02 CI-RESP       PIC 9(06).
           02 CI-NOME       PIC X(20).
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
       FD  RELAPID LABEL RECORD OMITTED.
       01  REGRELAPID       PIC X(80).
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
       77  WS-FS-AJIDADE    PIC X(02) VALUE SPACES.
       77  WS-FS-CADSOC1    PIC X(02) VALUE SPACES.
       77  WS-FS-FAMSOC     PIC X(02) VALUE SPACES.
       77  WS-FS-CATHIST    PIC X(02) VALUE SPACES.
       77  WS-FS-CATSOC     PIC X(02) VALUE SPACES.
       77  WS-FS-TABMENS    PIC X(02) VALUE SPACES.
       77  WS-FS-CARTIDAD   PIC X(02) VALUE SPACES.
       77  WS-FS-RELAPID    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  FIMARQ           PIC X(03) VALUE "NAO".
       77  CS-FIM           PIC X(03) VALUE "NAO".
       77  TM-FIM           PIC X(03) VALUE "NAO".
       77  CH-FIM           PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-CAT-SENIOR    PIC 9(02) VALUE ZEROS.
       77  WS-CAT-ANT       PIC 9(02) VALUE ZEROS.
       77  WS-HIST-POSTER   PIC X(03) VALUE "NAO".
       77  WS-TEM-HIST-ANT  PIC X(03) VALUE "NAO".
       77  WS-MOTIVO        PIC X(30) VALUE SPACES.
       77  WS-VIGENCIA      PIC 9(08) VALUE ZEROS.
       77  WS-PROX-MES      PIC 9(08) VALUE ZEROS.
       77  QT-CATSOC        PIC 9(04) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77  CT-APLICADAS     PIC 9(05) VALUE ZEROS.
       77  CT-REJEITADAS    PIC 9(05) VALUE ZEROS.
       77  CT-CARTAS        PIC 9(05) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
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
       01  TAB-MENS.
                 04 TAB-MS-OCORR OCCURS 99 TIMES.
                       05 TB-EXISTE    PIC X(01).
       01  TAB-CATSOC.
                 04 TAB-CATSOC-OCORR OCCURS 2000 TIMES
                                     INDEXED BY IX-CS.
                       05 TAB-CS-NUMSOC PIC 9(06).
                       05 TAB-CS-CATEG  PIC 9(02).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(12) VALUE SPACES.
                 03 FILLER  PIC X(44) VALUE
                    "APLICACAO DAS PROPOSTAS POR IDADE - DATA ".
                 03 C1-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(09) VALUE " SOCIO".
                 03 FILLER  PIC X(19) VALUE "NOME".
                 03 FILLER  PIC X(15) VALUE "PROPOSTA".
                 03 FILLER  PIC X(11) VALUE "VIGENCIA".
                 03 FILLER  PIC X(26) VALUE "RESULTADO".
       01  DETALHE.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DA-NUM       PIC 999.999 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DA-NOME      PIC X(18) VALUE SPACES.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DA-PROPOSTA  PIC X(14) VALUE SPACES.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DA-VIG       PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DA-MOTIVO    PIC X(26) VALUE SPACES.
       01  RESUMO.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 RS-TXT  PIC X(40) VALUE SPACES.
                 03 RS-QTDE PIC ZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM MONTA-VIGENCIA.
           MOVE SPACES TO WS-FS-AJIDADE.
           OPEN INPUT AJIDADE.
           IF  WS-FS-AJIDADE EQUAL "35"
               DISPLAY "PRG139 - SEM PROPOSTAS APROVADAS"
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "AJIDADE" TO WS-ARQ-ERRO.
           MOVE WS-FS-AJIDADE TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LE-PARAMETROS.
           INITIALIZE TAB-MENS.
           PERFORM CARREGA-TABMENS.
           PERFORM CARREGA-CATSOC.
           OPEN INPUT CADSOC1.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-FAMSOC.
           OPEN I-O FAMSOC.
           IF  WS-FS-FAMSOC EQUAL "35"
               OPEN OUTPUT FAMSOC
               CLOSE FAMSOC
               OPEN I-O FAMSOC.
           MOVE SPACES TO WS-FS-CATHIST.
           OPEN I-O CATHIST.
           IF  WS-FS-CATHIST EQUAL "35"
               OPEN OUTPUT CATHIST
               CLOSE CATHIST
               OPEN I-O CATHIST.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CATHIST" TO WS-ARQ-ERRO.
           MOVE WS-FS-CATHIST TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-CARTIDAD.
           OPEN EXTEND CARTIDAD.
           IF  WS-FS-CARTIDAD EQUAL "35"
               OPEN OUTPUT CARTIDAD.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CARTIDAD" TO WS-ARQ-ERRO.
           MOVE WS-FS-CARTIDAD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           OPEN EXTEND AUDIT.
           OPEN OUTPUT RELAPID.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELAPID" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELAPID TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LEITURA.
           PERFORM PRINCIPAL
                   UNTIL FIMARQ EQUAL "SIM".
           PERFORM IMPRIME-RESUMO.
           CLOSE AJIDADE CADSOC1 FAMSOC CATHIST CARTIDAD AUDIT
                 RELAPID.
           PERFORM TOTAIS-DE-CONTROLE.
           IF  CT-REJEITADAS GREATER ZERO
               MOVE 4 TO RETURN-CODE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG139 - TOTAIS DE CONTROLE".
           DISPLAY "PROPOSTAS LIDAS........: " CT-LIDOS.
           DISPLAY "PROPOSTAS APLICADAS....: " CT-APLICADAS.
           DISPLAY "PROPOSTAS REJEITADAS...: " CT-REJEITADAS.
           DISPLAY "CARTAS SOLICITADAS.....: " CT-CARTAS.

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

       MONTA-VIGENCIA.
           MOVE WS-HOJE TO WS-DATA-AUX-R.
           MOVE WS-AUX-DIA TO C1-DATA(1:2).
           MOVE WS-AUX-MES TO C1-DATA(4:2).
           MOVE WS-AUX-ANO TO C1-DATA(7:4).
           MOVE 01 TO WS-AUX-DIA.
           IF  WS-AUX-MES EQUAL 12
               MOVE 01 TO WS-AUX-MES
               ADD 1 TO WS-AUX-ANO
           ELSE
               ADD 1 TO WS-AUX-MES.
           MOVE WS-DATA-AUX-R TO WS-PROX-MES.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "CATSENIO" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
           AND WS-PARM-VALOR(1:2) NUMERIC
               MOVE WS-PARM-VALOR(1:2) TO WS-PARM-N2X
               MOVE WS-PARM-N2 TO WS-CAT-SENIOR.

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

       CARREGA-TABMENS.
           MOVE SPACES TO WS-FS-TABMENS.
           OPEN INPUT TABMENS.
           IF  WS-FS-TABMENS EQUAL "35"
               MOVE "SIM" TO TM-FIM
           ELSE
               PERFORM CARREGA-TABMENS-LER
               PERFORM CARREGA-TABMENS-PRINCIPAL
                       UNTIL TM-FIM EQUAL "SIM"
               CLOSE TABMENS.
       CARREGA-TABMENS-LER.
           READ TABMENS
                       AT END
                             MOVE "SIM" TO TM-FIM.
       CARREGA-TABMENS-PRINCIPAL.
           IF  TM-CATEG NUMERIC
           AND TM-CATEG GREATER ZERO
               MOVE "S" TO TB-EXISTE(TM-CATEG).
           PERFORM CARREGA-TABMENS-LER.

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
               DISPLAY "PRG139 - TABELA CATSOC ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-CATSOC.
           MOVE CS-NUMSOC TO TAB-CS-NUMSOC(QT-CATSOC).
           MOVE CS-CATEG  TO TAB-CS-CATEG(QT-CATSOC).
           PERFORM CARREGA-CATSOC-LER.

       LEITURA.
           READ AJIDADE
                       AT END
                             MOVE "SIM" TO FIMARQ
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "AJIDADE" TO WS-ARQ-ERRO.
           MOVE WS-FS-AJIDADE TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       PRINCIPAL.
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZEROS TO WS-VIGENCIA.
           PERFORM APLICA-PROPOSTA
                   THRU APLICA-PROPOSTA-FIM.
           PERFORM IMPRIME-DETALHE.
           PERFORM LEITURA.

       APLICA-PROPOSTA.
           MOVE AI-NUMSOC TO NUMSOC1.
           READ CADSOC1
               INVALID KEY
                   MOVE "SOCIO NAO CADASTRADO" TO WS-MOTIVO
                   MOVE SPACES TO NOMSOC1.
           IF  WS-MOTIVO NOT EQUAL SPACES
               GO TO APLICA-PROPOSTA-REJ.
           IF  AI-TIPO EQUAL "D"
               GO TO APLICA-PROPOSTA-DEP.
           IF  AI-TIPO NOT EQUAL "S"
               MOVE "TIPO DE PROPOSTA INVALIDO" TO WS-MOTIVO
               GO TO APLICA-PROPOSTA-REJ.
           MOVE WS-PROX-MES TO WS-VIGENCIA.
           IF  WS-CAT-SENIOR EQUAL ZEROS
               MOVE "CATEGORIA SENIOR AUSENTE" TO WS-MOTIVO
               GO TO APLICA-PROPOSTA-REJ.
           IF  TB-EXISTE(WS-CAT-SENIOR) NOT EQUAL "S"
               MOVE "CATEGORIA FORA DA TABMENS" TO WS-MOTIVO
               GO TO APLICA-PROPOSTA-REJ.
           PERFORM LE-HISTORICO-SOCIO.
           IF  WS-HIST-POSTER EQUAL "SIM"
               MOVE "HA MUDANCA NA DATA OU APOS" TO WS-MOTIVO
               GO TO APLICA-PROPOSTA-REJ.
           IF  WS-TEM-HIST-ANT EQUAL "NAO"
               PERFORM BUSCA-CATEGORIA.
           IF  WS-CAT-ANT EQUAL WS-CAT-SENIOR
               MOVE "JA E SENIOR" TO WS-MOTIVO
               GO TO APLICA-PROPOSTA-REJ.
           MOVE AI-NUMSOC     TO CH-NUMSOC.
           MOVE WS-VIGENCIA   TO CH-INICIO.
           MOVE "M"           TO CH-TIPO.
           MOVE WS-CAT-SENIOR TO CH-CATEG.
           MOVE WS-CAT-ANT    TO CH-CATEG-ANT.
           MOVE AI-APROVADOR  TO CH-OPERADOR.
           MOVE WS-HOJE       TO CH-DATA-REG.
           WRITE REGCATHIST
               INVALID KEY
                   MOVE "HA MUDANCA NA DATA OU APOS" TO WS-MOTIVO.
           IF  WS-MOTIVO NOT EQUAL SPACES
               GO TO APLICA-PROPOSTA-REJ.
           MOVE ZEROS TO CI-RESP.
           MOVE "CATEGORIA SENIOR REGISTRADA" TO WS-MOTIVO.
           GO TO APLICA-PROPOSTA-OK.
       APLICA-PROPOSTA-DEP.
           MOVE WS-HOJE TO WS-VIGENCIA.
           MOVE AI-NUMSOC TO FM-NUMSOC.
           READ FAMSOC
               INVALID KEY
                   MOVE "VINCULO JA ENCERRADO" TO WS-MOTIVO.
           IF  WS-MOTIVO NOT EQUAL SPACES
               GO TO APLICA-PROPOSTA-REJ.
           MOVE FM-RESP TO CI-RESP.
           DELETE FAMSOC
               INVALID KEY
                   MOVE "ERRO AO EXCLUIR VINCULO" TO WS-MOTIVO.
           IF  WS-MOTIVO NOT EQUAL SPACES
               GO TO APLICA-PROPOSTA-REJ.
           MOVE SPACES TO REGAUDIT.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "PRG139"  TO AUD-PROGRAMA.
           MOVE AI-NUMSOC TO AUD-CHAVE.
           MOVE "FAMSOC"  TO AUD-PRODUTO.
           MOVE CI-RESP   TO AUD-VALANTES.
           MOVE ZEROS     TO AUD-VALDEPOIS.
           WRITE REGAUDIT.
           MOVE "PASSOU A SOCIO TITULAR" TO WS-MOTIVO.
       APLICA-PROPOSTA-OK.
           ADD 1 TO CT-APLICADAS.
           MOVE AI-NUMSOC   TO CI-NUMSOC.
           MOVE AI-TIPO     TO CI-TIPO.
           MOVE WS-VIGENCIA TO CI-VIGENCIA.
           MOVE NOMSOC1     TO CI-NOME.
           IF  AI-TIPO EQUAL "S"
               MOVE WS-CAT-SENIOR TO CI-CATEG
           ELSE
               MOVE ZEROS TO CI-CATEG.
           WRITE REGCARTIDAD.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "CARTIDAD" TO WS-ARQ-ERRO.
           MOVE WS-FS-CARTIDAD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD 1 TO CT-CARTAS.
           GO TO APLICA-PROPOSTA-FIM.
       APLICA-PROPOSTA-REJ.
           ADD 1 TO CT-REJEITADAS.
       APLICA-PROPOSTA-FIM.
           EXIT.

       LE-HISTORICO-SOCIO.
           MOVE "NAO" TO WS-HIST-POSTER WS-TEM-HIST-ANT.
           MOVE ZEROS TO WS-CAT-ANT.
           MOVE "NAO" TO CH-FIM.
           MOVE AI-NUMSOC TO CH-NUMSOC.
           MOVE ZEROS TO CH-INICIO.
           START CATHIST KEY NOT LESS CH-CHAVE
               INVALID KEY
                   MOVE "SIM" TO CH-FIM.
           IF  CH-FIM EQUAL "NAO"
               PERFORM LE-CATHIST-SOCIO
               PERFORM EXAMINA-CATHIST
                       UNTIL CH-FIM EQUAL "SIM".
       LE-CATHIST-SOCIO.
           READ CATHIST NEXT RECORD
               AT END
                   MOVE "SIM" TO CH-FIM.
           IF  CH-FIM EQUAL "NAO"
           AND CH-NUMSOC NOT EQUAL AI-NUMSOC
               MOVE "SIM" TO CH-FIM.
       EXAMINA-CATHIST.
           IF  CH-INICIO NOT LESS WS-VIGENCIA
               MOVE "SIM" TO WS-HIST-POSTER
           ELSE
               MOVE "SIM" TO WS-TEM-HIST-ANT
               MOVE CH-CATEG TO WS-CAT-ANT.
           PERFORM LE-CATHIST-SOCIO.

       BUSCA-CATEGORIA.
           MOVE 01 TO WS-CAT-ANT.
           SET IX-CS TO 1.
           SEARCH TAB-CATSOC-OCORR
               AT END
                   CONTINUE
               WHEN IX-CS GREATER QT-CATSOC
                   CONTINUE
               WHEN TAB-CS-NUMSOC(IX-CS) EQUAL AI-NUMSOC
                   MOVE TAB-CS-CATEG(IX-CS) TO WS-CAT-ANT.

       IMPRIME-DETALHE.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           MOVE AI-NUMSOC TO DA-NUM.
           MOVE NOMSOC1 TO DA-NOME.
           IF  AI-TIPO EQUAL "D"
               MOVE "DEP. A TITULAR" TO DA-PROPOSTA
           ELSE
               MOVE "CATEG. SENIOR" TO DA-PROPOSTA.
           MOVE ZEROS TO DA-VIG.
           IF  WS-VIGENCIA GREATER ZERO
               MOVE WS-VIGENCIA(7:2) TO DA-VIG(1:2)
               MOVE WS-VIGENCIA(5:2) TO DA-VIG(4:2)
               MOVE WS-VIGENCIA(1:4) TO DA-VIG(7:4).
           MOVE WS-MOTIVO TO DA-MOTIVO.
           WRITE REGRELAPID FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-RESUMO.
           IF  CTLIN GREATER 26
               PERFORM IMPRIME-CABECALHO.
           MOVE "PROPOSTAS APROVADAS LIDAS..............:" TO RS-TXT.
           MOVE CT-LIDOS TO RS-QTDE.
           WRITE REGRELAPID FROM RESUMO AFTER ADVANCING 2 LINES.
           MOVE "PROPOSTAS APLICADAS....................:" TO RS-TXT.
           MOVE CT-APLICADAS TO RS-QTDE.
           WRITE REGRELAPID FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "PROPOSTAS REJEITADAS...................:" TO RS-TXT.
           MOVE CT-REJEITADAS TO RS-QTDE.
           WRITE REGRELAPID FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "CARTAS ENCAMINHADAS AO PRG05...........:" TO RS-TXT.
           MOVE CT-CARTAS TO RS-QTDE.
           WRITE REGRELAPID FROM RESUMO AFTER ADVANCING 1 LINE.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELAPID.
           WRITE REGRELAPID AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELAPID FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELAPID FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELAPID FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELAPID FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELAPID FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELAPID FROM BREAK AFTER ADVANCING 1 LINE.
       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG139"      TO RL-PROGRAMA.
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
               DISPLAY "PRG139 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG139" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
