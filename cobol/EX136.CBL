       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG136.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MUDCAT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MUDCAT.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
           SELECT TABMENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TABMENS.
           SELECT CATSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CATSOC.
           SELECT CATHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-CHAVE
           FILE STATUS IS WS-FS-CATHIST.
           SELECT RELMCAT ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELMCAT.
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
       FD  MUDCAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MUDCAT.DAT".
       01  REGMUDCAT.
           02 MC-NUMSOC     PIC 9(06).
           02 MC-TIPO       PIC X(01).
           02 MC-CATEG      PIC 9(02).
           02 MC-INICIO     PIC 9(08).
           02 MC-OPERADOR   PIC X(08).
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
       FD  CATSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CATSOC.DAT".
       01  REGCATSOC.
           02 CS-NUMSOC     PIC 9(06).
           02 CS-CATEG      PIC 9(02).
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
       FD  RELMCAT LABEL RECORD OMITTED.
       01  REGRELMCAT       PIC X(80).
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
       77  WS-FS-MUDCAT     PIC X(02) VALUE SPACES.
       77  WS-FS-CADSOC1    PIC X(02) VALUE SPACES.
       77  WS-FS-TABMENS    PIC X(02) VALUE "00".
       77  WS-FS-CATSOC     PIC X(02) VALUE SPACES.
       77  WS-FS-CATHIST    PIC X(02) VALUE SPACES.
       77  WS-FS-RELMCAT    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  MC-FIM           PIC X(03) VALUE "NAO".
       77  TM-FIM           PIC X(03) VALUE "NAO".
       77  CS-FIM           PIC X(03) VALUE "NAO".
       77  CH-FIM           PIC X(03) VALUE "NAO".
       77  WS-ALTEROU       PIC X(03) VALUE "NAO".
       77  WS-TEM-CATSOC    PIC X(03) VALUE "NAO".
       77  WS-HIST-IGUAL    PIC X(03) VALUE "NAO".
       77  WS-HIST-POSTER   PIC X(03) VALUE "NAO".
       77  WS-HIST-ANTER    PIC X(03) VALUE "NAO".
       77  WS-QT-HIST       PIC 9(04) VALUE ZEROS.
       77  WS-CAT-ANT       PIC 9(02) VALUE ZEROS.
       77  WS-CAT-CATSOC    PIC 9(02) VALUE ZEROS.
       77  WS-MOTIVO        PIC X(26) VALUE SPACES.
       77  WS-CICLO-INI     PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-MES      PIC 9(02) VALUE ZEROS.
       77  QT-CATSOC        PIC 9(04) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDAS         PIC 9(05) VALUE ZEROS.
       77  CT-REGISTRADAS   PIC 9(05) VALUE ZEROS.
       77  CT-REPETIDAS     PIC 9(05) VALUE ZEROS.
       77  CT-REJEITADAS    PIC 9(05) VALUE ZEROS.
       77  CT-APLICADAS     PIC 9(05) VALUE ZEROS.
       77  CT-PENDENTES     PIC 9(05) VALUE ZEROS.
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
                 03 FILLER  PIC X(15) VALUE SPACES.
                 03 FILLER  PIC X(40) VALUE
                    "SOLICITACOES DE MUDANCA DE CATEGORIA - ".
                 03 C1-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(10) VALUE " SOCIO".
                 03 FILLER  PIC X(09) VALUE "TIPO".
                 03 FILLER  PIC X(12) VALUE "VIGENCIA".
                 03 FILLER  PIC X(04) VALUE "DE".
                 03 FILLER  PIC X(04) VALUE "PARA".
                 03 FILLER  PIC X(10) VALUE "OPERADOR".
                 03 FILLER  PIC X(26) VALUE "SITUACAO".
       01  DETALHE.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DT-NUM       PIC 999.999 VALUE ZEROS.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-TIPO      PIC X(08) VALUE SPACES.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DT-DATA      PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-DE        PIC X(02) VALUE SPACES.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-PARA      PIC 9(02) VALUE ZEROS.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-OPER      PIC X(08) VALUE SPACES.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-SIT       PIC X(26) VALUE SPACES.
       01  RESUMO.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 RS-TXT  PIC X(32) VALUE SPACES.
                 03 RS-QTDE PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           MOVE WS-HOJE TO WS-DATA-AUX-R.
           MOVE WS-AUX-DIA TO C1-DATA(1:2).
           MOVE WS-AUX-MES TO C1-DATA(4:2).
           MOVE WS-AUX-ANO TO C1-DATA(7:4).
           MOVE 01 TO WS-AUX-DIA.
           MOVE WS-DATA-AUX-R TO WS-CICLO-INI.
           MOVE SPACES TO WS-FS-CADSOC1.
           OPEN INPUT CADSOC1.
           IF  WS-FS-CADSOC1 NOT EQUAL "00"
               DISPLAY "PRG136 - CADSOC1 INDISPONIVEL STATUS "
                       WS-FS-CADSOC1
               MOVE 8 TO RETURN-CODE
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           INITIALIZE TAB-MENS.
           PERFORM CARREGA-TABMENS.
           PERFORM CARREGA-CATSOC.
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
           OPEN OUTPUT RELMCAT.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELMCAT" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELMCAT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM PROCESSA-SOLICITACOES.
           PERFORM ATUALIZA-CATSOC.
           CLOSE CATHIST CADSOC1.
           IF  WS-ALTEROU EQUAL "SIM"
               PERFORM REGRAVA-CATSOC.
           PERFORM IMPRIME-RESUMO.
           CLOSE RELMCAT.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG136 - TOTAIS DE CONTROLE".
           DISPLAY "SOLICITACOES LIDAS.....: " CT-LIDAS.
           DISPLAY "MUDANCAS REGISTRADAS...: " CT-REGISTRADAS.
           DISPLAY "JA REGISTRADAS.........: " CT-REPETIDAS.
           DISPLAY "SOLICITACOES REJEITADAS: " CT-REJEITADAS.
           DISPLAY "CATEGORIAS APLICADAS...: " CT-APLICADAS.
           DISPLAY "AGUARDANDO VIGENCIA....: " CT-PENDENTES.
           IF  CT-REJEITADAS GREATER ZERO
               MOVE 4 TO RETURN-CODE.

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
               DISPLAY "PRG136 - TABELA CATSOC ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-CATSOC.
           MOVE CS-NUMSOC TO TAB-CS-NUMSOC(QT-CATSOC).
           MOVE CS-CATEG  TO TAB-CS-CATEG(QT-CATSOC).
           PERFORM CARREGA-CATSOC-LER.

       PROCURA-CATSOC.
           MOVE "NAO" TO WS-TEM-CATSOC.
           MOVE ZEROS TO WS-CAT-CATSOC.
           SET IX-CS TO 1.
           SEARCH TAB-CATSOC-OCORR
               AT END
                   CONTINUE
               WHEN IX-CS GREATER QT-CATSOC
                   CONTINUE
               WHEN TAB-CS-NUMSOC(IX-CS) EQUAL CH-NUMSOC
                   MOVE "SIM" TO WS-TEM-CATSOC
                   MOVE TAB-CS-CATEG(IX-CS) TO WS-CAT-CATSOC.

       PROCESSA-SOLICITACOES.
           MOVE SPACES TO WS-FS-MUDCAT.
           OPEN INPUT MUDCAT.
           IF  WS-FS-MUDCAT EQUAL "35"
               DISPLAY "PRG136 - SEM SOLICITACOES (MUDCAT AUSENTE)"
           ELSE
               PERFORM LE-MUDCAT
               PERFORM TRATA-SOLICITACAO
                       UNTIL MC-FIM EQUAL "SIM"
               CLOSE MUDCAT.
       LE-MUDCAT.
           READ MUDCAT
                       AT END
                             MOVE "SIM" TO MC-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "MUDCAT" TO WS-ARQ-ERRO.
           MOVE WS-FS-MUDCAT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       TRATA-SOLICITACAO.
           ADD 1 TO CT-LIDAS.
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZEROS TO WS-CAT-ANT.
           PERFORM VALIDA-SOLICITACAO
                   THRU VALIDA-SOLICITACAO-FIM.
           PERFORM IMPRIME-SOLICITACAO.
           PERFORM LE-MUDCAT.

       VALIDA-SOLICITACAO.
           IF  MC-TIPO NOT EQUAL "E"
           AND MC-TIPO NOT EQUAL "M"
               MOVE "TIPO INVALIDO (E/M)" TO WS-MOTIVO
               GO TO VALIDA-SOLICITACAO-REJ.
           IF  MC-NUMSOC NOT NUMERIC
               MOVE "SOCIO NAO CADASTRADO" TO WS-MOTIVO
               GO TO VALIDA-SOLICITACAO-REJ.
           MOVE MC-NUMSOC TO NUMSOC1.
           READ CADSOC1
               INVALID KEY
                   MOVE "SOCIO NAO CADASTRADO" TO WS-MOTIVO.
           IF  WS-MOTIVO NOT EQUAL SPACES
               GO TO VALIDA-SOLICITACAO-REJ.
           IF  MC-CATEG NOT NUMERIC
           OR  MC-CATEG EQUAL ZERO
               MOVE "CATEGORIA FORA DA TABMENS" TO WS-MOTIVO
               GO TO VALIDA-SOLICITACAO-REJ.
           IF  TB-EXISTE(MC-CATEG) NOT EQUAL "S"
               MOVE "CATEGORIA FORA DA TABMENS" TO WS-MOTIVO
               GO TO VALIDA-SOLICITACAO-REJ.
           PERFORM VALIDA-DATA-VIGENCIA.
           IF  WS-MOTIVO NOT EQUAL SPACES
               GO TO VALIDA-SOLICITACAO-REJ.
           IF  MC-INICIO LESS WS-CICLO-INI
               MOVE "VIGENCIA EM CICLO FECHADO" TO WS-MOTIVO
               GO TO VALIDA-SOLICITACAO-REJ.
           PERFORM LE-HISTORICO-SOCIO.
           IF  WS-HIST-IGUAL EQUAL "SIM"
               MOVE "JA REGISTRADA" TO WS-MOTIVO
               ADD 1 TO CT-REPETIDAS
               GO TO VALIDA-SOLICITACAO-FIM.
           IF  WS-HIST-POSTER EQUAL "SIM"
               MOVE "HA MUDANCA NA DATA OU APOS" TO WS-MOTIVO
               GO TO VALIDA-SOLICITACAO-REJ.
           MOVE MC-NUMSOC TO CH-NUMSOC.
           PERFORM PROCURA-CATSOC.
           IF  MC-TIPO EQUAL "E"
               IF  WS-QT-HIST GREATER ZERO
               OR  WS-TEM-CATSOC EQUAL "SIM"
                   MOVE "SOCIO JA TEM CATEGORIA" TO WS-MOTIVO
                   GO TO VALIDA-SOLICITACAO-REJ
               ELSE
                   MOVE ZEROS TO WS-CAT-ANT.
           IF  MC-TIPO EQUAL "M"
               IF  WS-HIST-ANTER NOT EQUAL "SIM"
                   IF  WS-TEM-CATSOC EQUAL "SIM"
                       MOVE WS-CAT-CATSOC TO WS-CAT-ANT
                   ELSE
                       MOVE 01 TO WS-CAT-ANT.
           IF  MC-TIPO EQUAL "M"
           AND WS-CAT-ANT EQUAL MC-CATEG
               MOVE "MESMA CATEGORIA VIGENTE" TO WS-MOTIVO
               GO TO VALIDA-SOLICITACAO-REJ.
           MOVE MC-NUMSOC   TO CH-NUMSOC.
           MOVE MC-INICIO   TO CH-INICIO.
           MOVE MC-TIPO     TO CH-TIPO.
           MOVE MC-CATEG    TO CH-CATEG.
           MOVE WS-CAT-ANT  TO CH-CATEG-ANT.
           MOVE MC-OPERADOR TO CH-OPERADOR.
           MOVE WS-HOJE     TO CH-DATA-REG.
           WRITE REGCATHIST
               INVALID KEY
                   MOVE "HA MUDANCA NA DATA OU APOS" TO WS-MOTIVO.
           IF  WS-MOTIVO NOT EQUAL SPACES
               GO TO VALIDA-SOLICITACAO-REJ.
           MOVE "REGISTRADA" TO WS-MOTIVO.
           ADD 1 TO CT-REGISTRADAS.
           GO TO VALIDA-SOLICITACAO-FIM.
       VALIDA-SOLICITACAO-REJ.
           ADD 1 TO CT-REJEITADAS.
       VALIDA-SOLICITACAO-FIM.
           EXIT.

       VALIDA-DATA-VIGENCIA.
           IF  MC-INICIO NOT NUMERIC
               MOVE "DATA DE VIGENCIA INVALIDA" TO WS-MOTIVO
           ELSE
               MOVE MC-INICIO TO WS-DATA-AUX-R
               IF  WS-AUX-MES LESS 01
               OR  WS-AUX-MES GREATER 12
               OR  WS-AUX-DIA LESS 01
                   MOVE "DATA DE VIGENCIA INVALIDA" TO WS-MOTIVO
               ELSE
                   MOVE TAB-DIAS(WS-AUX-MES) TO WS-DIAS-MES
                   IF  WS-AUX-MES EQUAL 02
                   AND FUNCTION MOD(WS-AUX-ANO, 4) EQUAL ZERO
                   AND (FUNCTION MOD(WS-AUX-ANO, 100) NOT EQUAL ZERO
                        OR FUNCTION MOD(WS-AUX-ANO, 400) EQUAL ZERO)
                       MOVE 29 TO WS-DIAS-MES
                   END-IF
                   IF  WS-AUX-DIA GREATER WS-DIAS-MES
                       MOVE "DATA DE VIGENCIA INVALIDA" TO WS-MOTIVO.

       LE-HISTORICO-SOCIO.
           MOVE "NAO" TO WS-HIST-IGUAL WS-HIST-POSTER WS-HIST-ANTER.
           MOVE ZEROS TO WS-QT-HIST.
           MOVE "NAO" TO CH-FIM.
           MOVE MC-NUMSOC TO CH-NUMSOC.
           MOVE ZEROS TO CH-INICIO.
           START CATHIST KEY NOT LESS CH-CHAVE
               INVALID KEY
                   MOVE "SIM" TO CH-FIM.
           IF  CH-FIM EQUAL "NAO"
               PERFORM LE-CATHIST-SOCIO.
           PERFORM EXAMINA-HISTORICO
                   UNTIL CH-FIM EQUAL "SIM".
       LE-CATHIST-SOCIO.
           READ CATHIST NEXT RECORD
                       AT END
                             MOVE "SIM" TO CH-FIM.
           IF  CH-FIM EQUAL "NAO"
           AND CH-NUMSOC NOT EQUAL MC-NUMSOC
               MOVE "SIM" TO CH-FIM.
       EXAMINA-HISTORICO.
           ADD 1 TO WS-QT-HIST.
           IF  CH-INICIO LESS MC-INICIO
               MOVE "SIM" TO WS-HIST-ANTER
               MOVE CH-CATEG TO WS-CAT-ANT
           ELSE
               IF  CH-INICIO EQUAL MC-INICIO
               AND CH-TIPO   EQUAL MC-TIPO
               AND CH-CATEG  EQUAL MC-CATEG
                   MOVE "SIM" TO WS-HIST-IGUAL
               ELSE
                   MOVE "SIM" TO WS-HIST-POSTER.
           PERFORM LE-CATHIST-SOCIO.

       IMPRIME-SOLICITACAO.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           MOVE MC-NUMSOC TO DT-NUM.
           IF  MC-TIPO EQUAL "E"
               MOVE "ENTRADA" TO DT-TIPO
           ELSE
               IF  MC-TIPO EQUAL "M"
                   MOVE "MUDANCA" TO DT-TIPO
               ELSE
                   MOVE MC-TIPO TO DT-TIPO.
           MOVE ZEROS TO DT-DATA.
           IF  MC-INICIO NUMERIC
               MOVE MC-INICIO(7:2) TO DT-DATA(1:2)
               MOVE MC-INICIO(5:2) TO DT-DATA(4:2)
               MOVE MC-INICIO(1:4) TO DT-DATA(7:4).
           IF  WS-CAT-ANT GREATER ZERO
               MOVE WS-CAT-ANT TO DT-DE
           ELSE
               MOVE "--" TO DT-DE.
           IF  MC-CATEG NUMERIC
               MOVE MC-CATEG TO DT-PARA
           ELSE
               MOVE ZEROS TO DT-PARA.
           MOVE MC-OPERADOR TO DT-OPER.
           MOVE WS-MOTIVO TO DT-SIT.
           WRITE REGRELMCAT FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       ATUALIZA-CATSOC.
           MOVE "NAO" TO CH-FIM.
           MOVE ZEROS TO CH-CHAVE.
           START CATHIST KEY NOT LESS CH-CHAVE
               INVALID KEY
                   MOVE "SIM" TO CH-FIM.
           IF  CH-FIM EQUAL "NAO"
               PERFORM LE-CATHIST-SEQ.
           PERFORM APLICA-HISTORICO
                   UNTIL CH-FIM EQUAL "SIM".
       LE-CATHIST-SEQ.
           READ CATHIST NEXT RECORD
                       AT END
                             MOVE "SIM" TO CH-FIM.
       APLICA-HISTORICO.
           IF  CH-INICIO GREATER WS-HOJE
               ADD 1 TO CT-PENDENTES
           ELSE
               PERFORM APLICA-CATEGORIA.
           PERFORM LE-CATHIST-SEQ.
       APLICA-CATEGORIA.
           PERFORM PROCURA-CATSOC.
           IF  WS-TEM-CATSOC EQUAL "SIM"
               IF  WS-CAT-CATSOC NOT EQUAL CH-CATEG
                   MOVE CH-CATEG TO TAB-CS-CATEG(IX-CS)
                   MOVE "SIM" TO WS-ALTEROU
                   ADD 1 TO CT-APLICADAS
               END-IF
           ELSE
               IF  QT-CATSOC NOT LESS 2000
                   DISPLAY "PRG136 - TABELA CATSOC ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QT-CATSOC
               MOVE CH-NUMSOC TO TAB-CS-NUMSOC(QT-CATSOC)
               MOVE CH-CATEG  TO TAB-CS-CATEG(QT-CATSOC)
               MOVE "SIM" TO WS-ALTEROU
               ADD 1 TO CT-APLICADAS.

       REGRAVA-CATSOC.
           OPEN OUTPUT CATSOC.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CATSOC" TO WS-ARQ-ERRO.
           MOVE WS-FS-CATSOC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM REGRAVA-CATSOC-SOCIO
                   VARYING IX-CS FROM 1 BY 1
                   UNTIL IX-CS GREATER QT-CATSOC.
           CLOSE CATSOC.
       REGRAVA-CATSOC-SOCIO.
           MOVE TAB-CS-NUMSOC(IX-CS) TO CS-NUMSOC.
           MOVE TAB-CS-CATEG(IX-CS)  TO CS-CATEG.
           WRITE REGCATSOC.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "CATSOC" TO WS-ARQ-ERRO.
           MOVE WS-FS-CATSOC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       IMPRIME-RESUMO.
           IF  CTLIN GREATER 24
               PERFORM IMPRIME-CABECALHO.
           MOVE "SOLICITACOES LIDAS.............:" TO RS-TXT.
           MOVE CT-LIDAS TO RS-QTDE.
           WRITE REGRELMCAT FROM RESUMO AFTER ADVANCING 3 LINES.
           MOVE "MUDANCAS REGISTRADAS...........:" TO RS-TXT.
           MOVE CT-REGISTRADAS TO RS-QTDE.
           WRITE REGRELMCAT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "JA REGISTRADAS ANTERIORMENTE...:" TO RS-TXT.
           MOVE CT-REPETIDAS TO RS-QTDE.
           WRITE REGRELMCAT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "SOLICITACOES REJEITADAS........:" TO RS-TXT.
           MOVE CT-REJEITADAS TO RS-QTDE.
           WRITE REGRELMCAT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "CATEGORIAS APLICADAS NO CATSOC.:" TO RS-TXT.
           MOVE CT-APLICADAS TO RS-QTDE.
           WRITE REGRELMCAT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "MUDANCAS AGUARDANDO VIGENCIA...:" TO RS-TXT.
           MOVE CT-PENDENTES TO RS-QTDE.
           WRITE REGRELMCAT FROM RESUMO AFTER ADVANCING 1 LINE.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELMCAT.
           WRITE REGRELMCAT AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELMCAT FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELMCAT FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELMCAT FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELMCAT FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELMCAT FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELMCAT FROM BREAK AFTER ADVANCING 1 LINE.
       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG136"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-REGISTRADAS TO RL-QTDE.
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
               DISPLAY "PRG136 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG136" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
