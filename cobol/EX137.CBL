       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG137.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CH-CHAVE
           FILE STATUS IS WS-FS-CATHIST.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
           SELECT TABMENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TABMENS.
           SELECT RELMOVC ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELMOVC.
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
       FD  TABMENS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TABMENS.DAT".
       01  REGTABMENS.
           02 TM-CATEG      PIC 9(02).
           02 TM-VALOR      PIC 9(09)V99.
           02 TM-DESCFAM    PIC 9(02).
       FD  RELMOVC LABEL RECORD OMITTED.
       01  REGRELMOVC       PIC X(80).
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
       77  WS-FS-CATHIST    PIC X(02) VALUE SPACES.
       77  WS-FS-CADSOC1    PIC X(02) VALUE SPACES.
       77  WS-FS-TABMENS    PIC X(02) VALUE "00".
       77  WS-FS-RELMOVC    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  CH-FIM           PIC X(03) VALUE "NAO".
       77  TM-FIM           PIC X(03) VALUE "NAO".
       77  WS-TEM-CADSOC    PIC X(03) VALUE "NAO".
       77  WS-FASE          PIC X(01) VALUE "D".
       77  WS-MES-INI       PIC 9(08) VALUE ZEROS.
       77  WS-MES-FIM       PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-MES      PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-REST     PIC 9(02) VALUE ZEROS.
       77  WS-DIA-VIG       PIC 9(02) VALUE ZEROS.
       77  WS-VAL-ANT       PIC 9(09)V99 VALUE ZEROS.
       77  WS-VAL-NOVO      PIC 9(09)V99 VALUE ZEROS.
       77  WS-EF-MENSAL     PIC S9(09)V99 VALUE ZEROS.
       77  WS-EF-MES        PIC S9(09)V99 VALUE ZEROS.
       77  WS-EF-ENTRADAS   PIC S9(11)V99 VALUE ZEROS.
       77  WS-EF-UPGRADES   PIC S9(11)V99 VALUE ZEROS.
       77  WS-EF-DOWNGRADES PIC S9(11)V99 VALUE ZEROS.
       77  WS-EF-TOTAL      PIC S9(11)V99 VALUE ZEROS.
       77  WS-EF-TOTAL-MES  PIC S9(11)V99 VALUE ZEROS.
       77  WS-IX            PIC 9(03) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(07) VALUE ZEROS.
       77  CT-MOVIMENTOS    PIC 9(05) VALUE ZEROS.
       77  CT-ENTRADAS      PIC 9(05) VALUE ZEROS.
       77  CT-UPGRADES      PIC 9(05) VALUE ZEROS.
       77  CT-DOWNGRADES    PIC 9(05) VALUE ZEROS.
       77  CT-LATERAIS      PIC 9(05) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-DATA-AUX.
           02 WS-AUX-ANO    PIC 9(04).
           02 WS-AUX-MES    PIC 9(02).
           02 WS-AUX-DIA    PIC 9(02).
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX PIC 9(08).
       01  TAB-DIAS-MES.
           02 FILLER        PIC X(24) VALUE "312831303130313130313031".
       01  TAB-DIAS-MES-R REDEFINES TAB-DIAS-MES.
           02 TAB-DIAS      PIC 9(02) OCCURS 12 TIMES.
       01  TAB-MENS.
                 04 TAB-MS-OCORR OCCURS 99 TIMES.
                       05 TB-EXISTE    PIC X(01).
                       05 TB-VALOR     PIC 9(09)V99.
                       05 TB-ENTRAM    PIC 9(05).
                       05 TB-SAEM      PIC 9(05).
                       05 TB-EFEITO    PIC S9(11)V99.
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(18) VALUE SPACES.
                 03 FILLER  PIC X(37) VALUE
                    "MOVIMENTACAO DE CATEGORIAS - MES ".
                 03 C1-MES  PIC 9(02)/9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(09) VALUE " SOCIO".
                 03 FILLER  PIC X(19) VALUE "NOME".
                 03 FILLER  PIC X(11) VALUE "VIGENCIA".
                 03 FILLER  PIC X(09) VALUE "MOVIMENTO".
                 03 FILLER  PIC X(06) VALUE " CATEG".
                 03 FILLER  PIC X(12) VALUE "  EF.MENSAL".
                 03 FILLER  PIC X(11) VALUE "   NO MES".
       01  CAB3.
                 03 FILLER  PIC X(07) VALUE " CATEG".
                 03 FILLER  PIC X(17) VALUE "    VALOR ATUAL".
                 03 FILLER  PIC X(09) VALUE " ENTRARAM".
                 03 FILLER  PIC X(09) VALUE "   SAIRAM".
                 03 FILLER  PIC X(10) VALUE "    SALDO".
                 03 FILLER  PIC X(17) VALUE "    EFEITO MENSAL".
       01  DETALHE.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DM-NUM       PIC 999.999 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DM-NOME      PIC X(18) VALUE SPACES.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DM-DATA      PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DM-TIPO      PIC X(09) VALUE SPACES.
                 03 DM-DE        PIC X(02) VALUE SPACES.
                 03 FILLER       PIC X(01) VALUE ">".
                 03 DM-PARA      PIC 9(02) VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DM-EF-MENSAL PIC -ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DM-EF-MES    PIC -ZZZ.ZZ9,99 VALUE ZEROS.
       01  RESCATEG.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 RC-CATEG     PIC 9(02) VALUE ZEROS.
                 03 FILLER       PIC X(03) VALUE SPACES.
                 03 RC-VALOR     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER       PIC X(03) VALUE SPACES.
                 03 RC-ENTRAM    PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(03) VALUE SPACES.
                 03 RC-SAEM      PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(03) VALUE SPACES.
                 03 RC-SALDO     PIC -ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(03) VALUE SPACES.
                 03 RC-EFEITO    PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  RESUMO.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 RS-TXT  PIC X(32) VALUE SPACES.
                 03 RS-QTDE PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 RS-VAL  PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM MONTA-PERIODO.
           INITIALIZE TAB-MENS.
           PERFORM CARREGA-TABMENS.
           MOVE SPACES TO WS-FS-CADSOC1.
           OPEN INPUT CADSOC1.
           IF  WS-FS-CADSOC1 EQUAL "00"
               MOVE "SIM" TO WS-TEM-CADSOC
           ELSE
               DISPLAY "PRG137 - CADSOC1 INDISPONIVEL - NOMES OMITIDOS".
           OPEN OUTPUT RELMOVC.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELMOVC" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELMOVC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-CATHIST.
           OPEN INPUT CATHIST.
           IF  WS-FS-CATHIST EQUAL "35"
               DISPLAY "PRG137 - CATHIST AUSENTE - SEM MOVIMENTACAO"
           ELSE
               MOVE "OPEN" TO WS-OPER-ERRO
               MOVE "CATHIST" TO WS-ARQ-ERRO
               MOVE WS-FS-CATHIST TO WS-FS-ERRO
               PERFORM TESTA-STATUS
               PERFORM LE-CATHIST
               PERFORM TRATA-MOVIMENTO
                       UNTIL CH-FIM EQUAL "SIM"
               CLOSE CATHIST.
           IF  WS-TEM-CADSOC EQUAL "SIM"
               CLOSE CADSOC1.
           PERFORM IMPRIME-RESUMO.
           CLOSE RELMOVC.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG137 - TOTAIS DE CONTROLE".
           DISPLAY "HISTORICOS LIDOS.......: " CT-LIDOS.
           DISPLAY "MOVIMENTOS NO MES......: " CT-MOVIMENTOS.
           DISPLAY "ENTRADAS...............: " CT-ENTRADAS.
           DISPLAY "UPGRADES...............: " CT-UPGRADES.
           DISPLAY "DOWNGRADES.............: " CT-DOWNGRADES.
           DISPLAY "SEM EFEITO NO VALOR....: " CT-LATERAIS.

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

       MONTA-PERIODO.
           MOVE WS-HOJE TO WS-DATA-AUX-R.
           MOVE WS-AUX-MES TO C1-MES(1:2).
           MOVE WS-AUX-ANO TO C1-MES(4:4).
           MOVE 01 TO WS-AUX-DIA.
           MOVE WS-DATA-AUX-R TO WS-MES-INI.
           MOVE TAB-DIAS(WS-AUX-MES) TO WS-DIAS-MES.
           IF  WS-AUX-MES EQUAL 02
           AND FUNCTION MOD(WS-AUX-ANO, 4) EQUAL ZERO
           AND (FUNCTION MOD(WS-AUX-ANO, 100) NOT EQUAL ZERO
                OR FUNCTION MOD(WS-AUX-ANO, 400) EQUAL ZERO)
               MOVE 29 TO WS-DIAS-MES.
           MOVE WS-DIAS-MES TO WS-AUX-DIA.
           MOVE WS-DATA-AUX-R TO WS-MES-FIM.

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
               MOVE TM-VALOR TO TB-VALOR(TM-CATEG).
           PERFORM CARREGA-TABMENS-LER.

       LE-CATHIST.
           READ CATHIST NEXT RECORD
                       AT END
                             MOVE "SIM" TO CH-FIM
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "CATHIST" TO WS-ARQ-ERRO.
           MOVE WS-FS-CATHIST TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       TRATA-MOVIMENTO.
           IF  CH-INICIO NOT LESS WS-MES-INI
           AND CH-INICIO NOT GREATER WS-MES-FIM
               PERFORM CLASSIFICA-MOVIMENTO
               PERFORM IMPRIME-MOVIMENTO.
           PERFORM LE-CATHIST.

       CLASSIFICA-MOVIMENTO.
           ADD 1 TO CT-MOVIMENTOS.
           MOVE ZEROS TO WS-VAL-ANT WS-VAL-NOVO.
           IF  CH-CATEG GREATER ZERO
               MOVE TB-VALOR(CH-CATEG) TO WS-VAL-NOVO
               ADD 1 TO TB-ENTRAM(CH-CATEG)
               ADD WS-VAL-NOVO TO TB-EFEITO(CH-CATEG).
           IF  CH-TIPO NOT EQUAL "E"
           AND CH-CATEG-ANT GREATER ZERO
               MOVE TB-VALOR(CH-CATEG-ANT) TO WS-VAL-ANT
               ADD 1 TO TB-SAEM(CH-CATEG-ANT)
               SUBTRACT WS-VAL-ANT FROM TB-EFEITO(CH-CATEG-ANT).
           COMPUTE WS-EF-MENSAL = WS-VAL-NOVO - WS-VAL-ANT.
           MOVE CH-INICIO(7:2) TO WS-DIA-VIG.
           COMPUTE WS-DIAS-REST = WS-DIAS-MES - WS-DIA-VIG + 1.
           COMPUTE WS-EF-MES ROUNDED =
                   WS-EF-MENSAL * WS-DIAS-REST / WS-DIAS-MES.
           ADD WS-EF-MENSAL TO WS-EF-TOTAL.
           ADD WS-EF-MES TO WS-EF-TOTAL-MES.
           IF  CH-TIPO EQUAL "E"
               MOVE "ENTRADA" TO DM-TIPO
               ADD 1 TO CT-ENTRADAS
               ADD WS-EF-MENSAL TO WS-EF-ENTRADAS
           ELSE
               IF  WS-EF-MENSAL GREATER ZERO
                   MOVE "UPGRADE" TO DM-TIPO
                   ADD 1 TO CT-UPGRADES
                   ADD WS-EF-MENSAL TO WS-EF-UPGRADES
               ELSE
                   IF  WS-EF-MENSAL LESS ZERO
                       MOVE "DOWNGRADE" TO DM-TIPO
                       ADD 1 TO CT-DOWNGRADES
                       ADD WS-EF-MENSAL TO WS-EF-DOWNGRADES
                   ELSE
                       MOVE "LATERAL" TO DM-TIPO
                       ADD 1 TO CT-LATERAIS.

       IMPRIME-MOVIMENTO.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           MOVE CH-NUMSOC TO DM-NUM.
           MOVE SPACES TO DM-NOME.
           IF  WS-TEM-CADSOC EQUAL "SIM"
               MOVE CH-NUMSOC TO NUMSOC1
               READ CADSOC1
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO DM-NOME
                   NOT INVALID KEY
                       MOVE NOMSOC1 TO DM-NOME
               END-READ.
           MOVE CH-INICIO(7:2) TO DM-DATA(1:2).
           MOVE CH-INICIO(5:2) TO DM-DATA(4:2).
           MOVE CH-INICIO(1:4) TO DM-DATA(7:4).
           IF  CH-TIPO EQUAL "E"
               MOVE "--" TO DM-DE
           ELSE
               MOVE CH-CATEG-ANT TO DM-DE.
           MOVE CH-CATEG TO DM-PARA.
           MOVE WS-EF-MENSAL TO DM-EF-MENSAL.
           MOVE WS-EF-MES TO DM-EF-MES.
           WRITE REGRELMOVC FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-RESUMO.
           MOVE "R" TO WS-FASE.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-RESUMO-CATEG
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER 99.
           MOVE "ENTRADAS DE SOCIOS.............:" TO RS-TXT.
           MOVE CT-ENTRADAS TO RS-QTDE.
           MOVE WS-EF-ENTRADAS TO RS-VAL.
           WRITE REGRELMOVC FROM RESUMO AFTER ADVANCING 2 LINES.
           MOVE "UPGRADES.......................:" TO RS-TXT.
           MOVE CT-UPGRADES TO RS-QTDE.
           MOVE WS-EF-UPGRADES TO RS-VAL.
           WRITE REGRELMOVC FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "DOWNGRADES.....................:" TO RS-TXT.
           MOVE CT-DOWNGRADES TO RS-QTDE.
           MOVE WS-EF-DOWNGRADES TO RS-VAL.
           WRITE REGRELMOVC FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "MUDANCAS SEM EFEITO NO VALOR...:" TO RS-TXT.
           MOVE CT-LATERAIS TO RS-QTDE.
           MOVE ZEROS TO RS-VAL.
           WRITE REGRELMOVC FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "EFEITO MENSAL NA RECEITA.......:" TO RS-TXT.
           MOVE CT-MOVIMENTOS TO RS-QTDE.
           MOVE WS-EF-TOTAL TO RS-VAL.
           WRITE REGRELMOVC FROM RESUMO AFTER ADVANCING 2 LINES.
           MOVE "EFEITO NO MES (PRO-RATA).......:" TO RS-TXT.
           MOVE CT-MOVIMENTOS TO RS-QTDE.
           MOVE WS-EF-TOTAL-MES TO RS-VAL.
           WRITE REGRELMOVC FROM RESUMO AFTER ADVANCING 1 LINE.
       IMPRIME-RESUMO-CATEG.
           IF  TB-ENTRAM(WS-IX) GREATER ZERO
           OR  TB-SAEM(WS-IX) GREATER ZERO
               IF  CTLIN GREATER 30
                   PERFORM IMPRIME-CABECALHO
               END-IF
               MOVE WS-IX TO RC-CATEG
               MOVE TB-VALOR(WS-IX) TO RC-VALOR
               MOVE TB-ENTRAM(WS-IX) TO RC-ENTRAM
               MOVE TB-SAEM(WS-IX) TO RC-SAEM
               COMPUTE RC-SALDO = TB-ENTRAM(WS-IX) - TB-SAEM(WS-IX)
               MOVE TB-EFEITO(WS-IX) TO RC-EFEITO
               WRITE REGRELMOVC FROM RESCATEG AFTER ADVANCING 1 LINE
               ADD 1 TO CTLIN.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELMOVC.
           WRITE REGRELMOVC AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELMOVC FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELMOVC FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELMOVC FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELMOVC FROM BREAK AFTER ADVANCING 1 LINE.
           IF  WS-FASE EQUAL "D"
               WRITE REGRELMOVC FROM CAB2 AFTER ADVANCING 1 LINE
           ELSE
               WRITE REGRELMOVC FROM CAB3 AFTER ADVANCING 1 LINE.
           WRITE REGRELMOVC FROM BREAK AFTER ADVANCING 1 LINE.
       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG137"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-MOVIMENTOS TO RL-QTDE.
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
               DISPLAY "PRG137 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG137" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
