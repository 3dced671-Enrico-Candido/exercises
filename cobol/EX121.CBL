       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG121.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIARIO.
           SELECT PERFECH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERFECH.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
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
       FD  DIARIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DIARIO.DAT".
       01  REGDIARIO.
           02 DL-DATA.
              03 DL-COMPET  PIC 9(06).
              03 DL-DIA     PIC 9(02).
           02 DL-CONTA      PIC 9(06).
           02 DL-DC         PIC X(01).
           02 DL-VALOR      PIC 9(11)V99.
           02 DL-HIST       PIC X(20).
           02 DL-DOC        PIC 9(06).
       FD  PERFECH
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PERFECH.DAT".
       01  REGPERFECH.
           02 PF-COMPET     PIC 9(06).
           02 PF-DATA       PIC 9(08).
           02 PF-HORA       PIC 9(08).
           02 PF-DEBITOS    PIC 9(13)V99.
           02 PF-CREDITOS   PIC 9(13)V99.
       FD  PARMGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMGER.DAT".
       01  REGPARMGER.
           02 PG-PROGRAMA   PIC X(08).
           02 PG-PARMID     PIC X(08).
           02 PG-EFETIVA    PIC 9(08).
           02 PG-VALOR      PIC X(15).
           02 PG-DESCR      PIC X(30).
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
       77  WS-FS-DIARIO     PIC X(02) VALUE SPACES.
       77  WS-FS-PERFECH    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  DIA-FIM          PIC X(03) VALUE "NAO".
       77  PF-FIM           PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-ULT-FECHADO   PIC 9(06) VALUE ZEROS.
       77  WS-MES-CORRENTE  PIC 9(06) VALUE ZEROS.
       77  WS-TOT-DEB       PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-CRE       PIC 9(13)V99 VALUE ZEROS.
       77  CT-LIDOS         PIC 9(07) VALUE ZEROS.
       77  CT-DO-PERIODO    PIC 9(07) VALUE ZEROS.
       77  CT-FECHADOS      PIC 9(07) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-COMPET.
           02 WS-COMPET-ANO PIC 9(04).
           02 WS-COMPET-MES PIC 9(02).
       01  WS-COMPET-R9 REDEFINES WS-COMPET PIC 9(06).
       01  WS-PROXIMO.
           02 WS-PROX-ANO   PIC 9(04).
           02 WS-PROX-MES   PIC 9(02).
       01  WS-PROXIMO-R9 REDEFINES WS-PROXIMO PIC 9(06).
       01  WS-PARM-V6X.
           02 WS-PARM-V6    PIC 9(06).

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           PERFORM LE-FECHAMENTOS.
           PERFORM VALIDA-PERIODO
                   THRU VALIDA-PERIODO-FIM.
           IF  RETURN-CODE EQUAL ZERO
               PERFORM TOTALIZA-DIARIO.
           IF  RETURN-CODE EQUAL ZERO
               IF  WS-TOT-DEB NOT EQUAL WS-TOT-CRE
                   DISPLAY "PRG121 - DIARIO DESBALANCEADO EM " WS-COMPET
                   DISPLAY "PRG121 - PERIODO NAO FECHADO"
                   MOVE 8 TO RETURN-CODE.
           IF  RETURN-CODE EQUAL ZERO
               PERFORM GRAVA-FECHAMENTO
               DISPLAY "PRG121 - PERIODO " WS-COMPET " FECHADO"
               DISPLAY "PRG121 - LANCAMENTOS COM DATA ATE O FIM DO "
                       "PERIODO IRAO PARA O PROXIMO PERIODO ABERTO".
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG121 - TOTAIS DE CONTROLE".
           DISPLAY "PERIODO SOLICITADO.....: " WS-COMPET.
           DISPLAY "ULTIMO PERIODO FECHADO.: " WS-ULT-FECHADO.
           DISPLAY "LANCAMENTOS LIDOS......: " CT-LIDOS.
           DISPLAY "LANCAMENTOS DO PERIODO.: " CT-DO-PERIODO.
           DISPLAY "TOTAL DEBITOS..........: " WS-TOT-DEB.
           DISPLAY "TOTAL CREDITOS.........: " WS-TOT-CRE.
           DISPLAY "PERIODOS FECHADOS......: " CT-FECHADOS.

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
           IF  PG-PROGRAMA EQUAL "PRG121"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE WS-HOJE(1:6) TO WS-MES-CORRENTE.
           MOVE WS-HOJE(1:6) TO WS-COMPET.
           IF  WS-COMPET-MES EQUAL 1
               SUBTRACT 1 FROM WS-COMPET-ANO
               MOVE 12 TO WS-COMPET-MES
           ELSE
               SUBTRACT 1 FROM WS-COMPET-MES.
           MOVE "COMPET" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:6) TO WS-PARM-V6X
               IF  WS-PARM-V6 NUMERIC
                   MOVE WS-PARM-V6 TO WS-COMPET-R9.

       LE-FECHAMENTOS.
           MOVE ZEROS TO WS-ULT-FECHADO.
           MOVE SPACES TO WS-FS-PERFECH.
           OPEN INPUT PERFECH.
           IF  WS-FS-PERFECH EQUAL "35"
               MOVE "SIM" TO PF-FIM
           ELSE
               PERFORM LE-PERFECH
               PERFORM GUARDA-FECHAMENTO
                       UNTIL PF-FIM EQUAL "SIM"
               CLOSE PERFECH.
       LE-PERFECH.
           READ PERFECH
                       AT END
                             MOVE "SIM" TO PF-FIM.
       GUARDA-FECHAMENTO.
           IF  PF-COMPET GREATER WS-ULT-FECHADO
               MOVE PF-COMPET TO WS-ULT-FECHADO.
           PERFORM LE-PERFECH.

       VALIDA-PERIODO.
           IF  WS-COMPET-MES LESS 1 OR WS-COMPET-MES GREATER 12
               DISPLAY "PRG121 - COMPETENCIA INVALIDA " WS-COMPET
               MOVE 8 TO RETURN-CODE
               GO TO VALIDA-PERIODO-FIM.
           IF  WS-COMPET-R9 NOT LESS WS-MES-CORRENTE
               DISPLAY "PRG121 - PERIODO " WS-COMPET
                       " AINDA NAO TERMINOU"
               MOVE 8 TO RETURN-CODE
               GO TO VALIDA-PERIODO-FIM.
           IF  WS-COMPET-R9 NOT GREATER WS-ULT-FECHADO
               DISPLAY "PRG121 - PERIODO " WS-COMPET " JA FECHADO"
               MOVE 8 TO RETURN-CODE
               GO TO VALIDA-PERIODO-FIM.
           IF  WS-ULT-FECHADO EQUAL ZEROS
               GO TO VALIDA-PERIODO-FIM.
           MOVE WS-ULT-FECHADO TO WS-PROXIMO-R9.
           IF  WS-PROX-MES EQUAL 12
               ADD 1 TO WS-PROX-ANO
               MOVE 1 TO WS-PROX-MES
           ELSE
               ADD 1 TO WS-PROX-MES.
           IF  WS-COMPET-R9 NOT EQUAL WS-PROXIMO-R9
               DISPLAY "PRG121 - FECHAR ANTES O PERIODO " WS-PROXIMO
               MOVE 8 TO RETURN-CODE.
       VALIDA-PERIODO-FIM.
           EXIT.

       TOTALIZA-DIARIO.
           MOVE SPACES TO WS-FS-DIARIO.
           OPEN INPUT DIARIO.
           IF  WS-FS-DIARIO EQUAL "35"
               DISPLAY "PRG121 - DIARIO.DAT INEXISTENTE - PERIODO VAZIO"
               MOVE "SIM" TO DIA-FIM
           ELSE
               PERFORM LE-DIARIO
               PERFORM SOMA-DIARIO
                       UNTIL DIA-FIM EQUAL "SIM"
               CLOSE DIARIO.
       LE-DIARIO.
           READ DIARIO
                       AT END
                             MOVE "SIM" TO DIA-FIM
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "DIARIO" TO WS-ARQ-ERRO.
           MOVE WS-FS-DIARIO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       SOMA-DIARIO.
           IF  DL-COMPET EQUAL WS-COMPET-R9
               ADD 1 TO CT-DO-PERIODO
               IF  DL-DC EQUAL "C"
                   ADD DL-VALOR TO WS-TOT-CRE
               ELSE
                   ADD DL-VALOR TO WS-TOT-DEB.
           PERFORM LE-DIARIO.

       GRAVA-FECHAMENTO.
           MOVE SPACES TO WS-FS-PERFECH.
           OPEN EXTEND PERFECH.
           IF  WS-FS-PERFECH EQUAL "35"
               OPEN OUTPUT PERFECH.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PERFECH" TO WS-ARQ-ERRO.
           MOVE WS-FS-PERFECH TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-COMPET-R9 TO PF-COMPET.
           MOVE WS-HOJE      TO PF-DATA.
           ACCEPT PF-HORA FROM TIME.
           MOVE WS-TOT-DEB   TO PF-DEBITOS.
           MOVE WS-TOT-CRE   TO PF-CREDITOS.
           WRITE REGPERFECH.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE WS-FS-PERFECH TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           CLOSE PERFECH.
           ADD 1 TO CT-FECHADOS.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG121"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-FECHADOS  TO RL-QTDE.
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
               DISPLAY "PRG121 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG121" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
