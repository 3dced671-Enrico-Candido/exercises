       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG114.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FE-CHAVE
           FILE STATUS IS WS-FS-FERIAS.
           SELECT CADENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADENT.
           SELECT DEPTOMA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DP-DEPTO
           FILE STATUS IS WS-FS-DEPTOMA.
           SELECT LANCFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LANCFER.
           SELECT FOLHCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FOLHCTL.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
           SELECT RELFERI ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELFERI.
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
       FD  FERIAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FERIAS.DAT".
       01  REGFERIAS.
           02 FE-CHAVE.
              03 FE-CODIGO  PIC 9(07).
              03 FE-INICIO  PIC 9(08).
           02 FE-DIAS       PIC 9(02).
           02 FE-FIM        PIC 9(08).
           02 FE-PERIODO    PIC 9(02).
           02 FE-DOBRO      PIC X(01).
           02 FE-SITUACAO   PIC X(01).
           02 FE-DATA-AGEND PIC 9(08).
           02 FE-OPERADOR   PIC X(08).
           02 FE-COMPET-PAG PIC 9(06).
           02 FE-VALOR      PIC 9(07)V99.
           02 FE-TERCO      PIC 9(07)V99.
       FD  CADENT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CADENT.DAT".
       01  REGCAD.
           02 CODIGO        PIC 9(07).
           02 NOME          PIC X(25).
           02 SALARIO       PIC 9(05)V99.
           02 SEXO          PIC X(01).
           02 DEPTO         PIC 9(03).
           02 DATA-ADM      PIC 9(08).
           02 DATA-DEM      PIC 9(08).
           02 SITFUNC       PIC X(01).
       FD  DEPTOMA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEPTOMA.DAT".
       01  REGDEPTOMA.
           02 DP-DEPTO      PIC 9(03).
           02 DP-NOME       PIC X(20).
           02 DP-CCUSTO     PIC 9(05).
       FD  LANCFER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LANCFER.DAT".
       01  REGLANCFER.
           02 LF-COMPET     PIC 9(06).
           02 LF-CODIGO     PIC 9(07).
           02 LF-RUBRICA    PIC X(04).
           02 LF-TIPO       PIC X(01).
           02 LF-DIAS       PIC 9(02).
           02 LF-VALOR      PIC 9(07)V99.
           02 LF-ORIGEM     PIC X(08).
       FD  FOLHCTL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FOLHCTL.DAT".
       01  REGFOLHCTL.
           02 FC-COMPET     PIC 9(06).
       FD  PARMGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMGER.DAT".
       01  REGPARMGER.
           02 PG-PROGRAMA   PIC X(08).
           02 PG-PARMID     PIC X(08).
           02 PG-EFETIVA    PIC 9(08).
           02 PG-VALOR      PIC X(15).
           02 PG-DESCR      PIC X(30).
       FD  RELFERI LABEL RECORD OMITTED.
       01  REGRELFERI       PIC X(80).
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
       77  WS-FS-FERIAS     PIC X(02) VALUE SPACES.
       77  WS-FS-CADENT     PIC X(02) VALUE "00".
       77  WS-FS-DEPTOMA    PIC X(02) VALUE SPACES.
       77  WS-FS-LANCFER    PIC X(02) VALUE "00".
       77  WS-FS-FOLHCTL    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-RELFERI    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  CAD-FIM          PIC X(03) VALUE "NAO".
       77  DEP-FIM          PIC X(03) VALUE "NAO".
       77  FER-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-PAGA          PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-ALERTA        PIC 9(03) VALUE 60.
       77  WS-COMPET        PIC 9(06) VALUE ZEROS.
       77  WS-PRIM-DIA      PIC 9(08) VALUE ZEROS.
       77  WS-ULT-DIA       PIC 9(08) VALUE ZEROS.
       77  WS-INT-AUX       PIC 9(08) VALUE ZEROS.
       77  WS-INT-INI       PIC 9(08) VALUE ZEROS.
       77  WS-INT-FIM       PIC 9(08) VALUE ZEROS.
       77  WS-INT-HOJE      PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-MES      PIC S9(03) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  WS-JX            PIC 9(04) VALUE ZEROS.
       77  WS-POS           PIC 9(04) VALUE ZEROS.
       77  QT-FUNC          PIC 9(04) VALUE ZEROS.
       77  QT-DEPTOS        PIC 9(03) VALUE ZEROS.
       77  WS-ANOS          PIC S9(03) VALUE ZEROS.
       77  WS-MESES         PIC S9(03) VALUE ZEROS.
       77  WS-PERIODO       PIC 9(02) VALUE ZEROS.
       77  WS-ADQUIRIDOS    PIC 9(04) VALUE ZEROS.
       77  WS-SALDO         PIC S9(04) VALUE ZEROS.
       77  WS-PROPORC       PIC 9(02)V9 VALUE ZEROS.
       77  WS-PRAZO         PIC 9(08) VALUE ZEROS.
       77  WS-FALTAM        PIC S9(05) VALUE ZEROS.
       77  WS-VALOR         PIC 9(07)V99 VALUE ZEROS.
       77  WS-TERCO         PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOT-VALOR     PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-TERCO     PIC 9(09)V99 VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-FUNCIONARIOS  PIC 9(06) VALUE ZEROS.
       77  CT-PERIODOS      PIC 9(06) VALUE ZEROS.
       77  CT-PAGAS         PIC 9(06) VALUE ZEROS.
       77  CT-ATRASADAS     PIC 9(06) VALUE ZEROS.
       77  CT-EM-CURSO      PIC 9(06) VALUE ZEROS.
       77  CT-SEM-CADASTRO  PIC 9(06) VALUE ZEROS.
       77  CT-A-VENCER      PIC 9(06) VALUE ZEROS.
       77  CT-VENCIDAS      PIC 9(06) VALUE ZEROS.
       77  CT-LANCAMENTOS   PIC 9(06) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-PARM-V3X.
           02 WS-PARM-V3    PIC 9(03).
       01  WS-TITULO        PIC X(45) VALUE SPACES.
       01  WS-ADM-R.
           02 WS-ADM-ANO    PIC 9(04).
           02 WS-ADM-MES    PIC 9(02).
           02 WS-ADM-DIA    PIC 9(02).
       01  WS-ADM-MMDD-R REDEFINES WS-ADM-R.
           02 FILLER        PIC 9(04).
           02 WS-ADM-MMDD   PIC 9(04).
       01  WS-BASE-R.
           02 WS-BASE-ANO   PIC 9(04).
           02 WS-BASE-MES   PIC 9(02).
           02 WS-BASE-DIA   PIC 9(02).
       01  WS-BASE-R9 REDEFINES WS-BASE-R PIC 9(08).
       01  WS-BASE-MMDD-R REDEFINES WS-BASE-R.
           02 FILLER        PIC 9(04).
           02 WS-BASE-MMDD  PIC 9(04).
       01  TAB-FUNC.
                 04 TAB-FU-OCORR OCCURS 5000 TIMES.
                       05 TAB-FU-CODIGO  PIC 9(07).
                       05 TAB-FU-NOME    PIC X(25).
                       05 TAB-FU-SALARIO PIC 9(05)V99.
                       05 TAB-FU-DEPTO   PIC 9(03).
                       05 TAB-FU-ADM     PIC 9(08).
                       05 TAB-FU-USADOS  PIC 9(04).
       01  TAB-DEPTOS.
                 04 TAB-DEP-OCORR OCCURS 100 TIMES.
                       05 TAB-DEP-CODIGO PIC 9(03).
                       05 TAB-DEP-NOME   PIC X(20).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 CB-TITULO PIC X(45) VALUE SPACES.
                 03 CB-COMP PIC 9(02)/9(04) VALUE ZEROS.
       01  CAB2P.
                 03 FILLER  PIC X(09) VALUE " CODIGO".
                 03 FILLER  PIC X(22) VALUE "NOME".
                 03 FILLER  PIC X(11) VALUE "INICIO".
                 03 FILLER  PIC X(06) VALUE "DIAS".
                 03 FILLER  PIC X(02) VALUE "D".
                 03 FILLER  PIC X(15) VALUE "       FERIAS".
                 03 FILLER  PIC X(15) VALUE "         1/3".
       01  CAB2S.
                 03 FILLER  PIC X(09) VALUE " CODIGO".
                 03 FILLER  PIC X(22) VALUE "NOME".
                 03 FILLER  PIC X(11) VALUE "ADMISSAO".
                 03 FILLER  PIC X(06) VALUE "SALDO".
                 03 FILLER  PIC X(06) VALUE "PROP".
                 03 FILLER  PIC X(11) VALUE "PRAZO".
                 03 FILLER  PIC X(15) VALUE "SITUACAO".
       01  DETPAG.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LP-COD  PIC 9(07) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LP-NOME PIC X(21) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LP-INICIO PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 LP-DIAS PIC Z9 VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 LP-DOBRO PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LP-VALOR PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LP-TERCO PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  TOTPAG.
                 03 FILLER  PIC X(30) VALUE
                       " TOTAL PAGO NA COMPETENCIA".
                 03 FILLER  PIC X(19) VALUE SPACES.
                 03 TP-VALOR PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 TP-TERCO PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINDEP.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(07) VALUE "DEPTO ".
                 03 LD-DEPTO PIC 9(03) VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE " - ".
                 03 LD-NOME PIC X(20) VALUE SPACES.
       01  DETSAL.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DS-COD  PIC 9(07) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DS-NOME PIC X(21) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DS-ADM  PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DS-SALDO PIC -ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DS-PROP PIC Z9,9 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DS-PRAZO PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DS-SIT  PIC X(17) VALUE SPACES.
       01  DS-PRAZO-ED      PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  DS-VENCE.
                 03 FILLER  PIC X(09) VALUE "*VENCE EM".
                 03 DS-FALTAM PIC ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(05) VALUE " DIAS".
       01  LINQTD.
                 03 LQ-TXT  PIC X(30) VALUE SPACES.
                 03 LQ-QTD  PIC ZZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           MOVE WS-HOJE(1:6) TO WS-COMPET.
           PERFORM LE-PARAMETROS.
           PERFORM CALCULA-LIMITES-COMPET.
           PERFORM VERIFICA-FOLHA.
           PERFORM CARREGA-DEPTOMA.
           PERFORM CARREGA-FUNCIONARIOS.
           OPEN OUTPUT LANCFER RELFERI.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "LANCFER" TO WS-ARQ-ERRO.
           MOVE WS-FS-LANCFER TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELFERI" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELFERI TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-COMPET(5:2) TO CB-COMP(1:2).
           MOVE WS-COMPET(1:4) TO CB-COMP(4:4).
           MOVE "FERIAS PAGAS NA COMPETENCIA" TO WS-TITULO.
           PERFORM IMPRIME-CABECALHO.
           PERFORM PROCESSA-FERIAS
                   THRU PROCESSA-FERIAS-FIM.
           MOVE WS-TOT-VALOR TO TP-VALOR.
           MOVE WS-TOT-TERCO TO TP-TERCO.
           WRITE REGRELFERI FROM TOTPAG AFTER ADVANCING 2 LINES.
           MOVE "SALDOS E PRAZOS DE FERIAS - REF." TO WS-TITULO.
           MOVE 99 TO CTLIN.
           PERFORM IMPRIME-DEPARTAMENTO
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX GREATER QT-DEPTOS.
           PERFORM IMPRIME-TOTAIS.
           CLOSE LANCFER RELFERI.
           IF  CT-ATRASADAS GREATER ZERO
           OR  CT-SEM-CADASTRO GREATER ZERO
               MOVE 4 TO RETURN-CODE.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG114 - TOTAIS DE CONTROLE".
           DISPLAY "FUNCIONARIOS ATIVOS....: " CT-FUNCIONARIOS.
           DISPLAY "PERIODOS AGENDADOS LIDOS: " CT-PERIODOS.
           DISPLAY "FERIAS PAGAS NO MES....: " CT-PAGAS.
           DISPLAY "PAGAS COM ATRASO.......: " CT-ATRASADAS.
           DISPLAY "FERIAS EM CURSO........: " CT-EM-CURSO.
           DISPLAY "SEM CADASTRO ATIVO.....: " CT-SEM-CADASTRO.
           DISPLAY "LANCAMENTOS P/ FOLHA...: " CT-LANCAMENTOS.
           DISPLAY "SALDOS A VENCER........: " CT-A-VENCER.
           DISPLAY "SALDOS VENCIDOS (DOBRO): " CT-VENCIDAS.

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
           IF  PG-PROGRAMA EQUAL "PRG114"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "ALERTA" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               IF  WS-PARM-V3 NUMERIC
                   MOVE WS-PARM-V3 TO WS-ALERTA.

       CALCULA-LIMITES-COMPET.
           COMPUTE WS-PRIM-DIA = WS-COMPET * 100 + 1.
           MOVE WS-PRIM-DIA TO WS-BASE-R9.
           IF  WS-BASE-MES EQUAL 12
               ADD 1 TO WS-BASE-ANO
               MOVE 1 TO WS-BASE-MES
           ELSE
               ADD 1 TO WS-BASE-MES.
           COMPUTE WS-INT-AUX =
                   FUNCTION INTEGER-OF-DATE(WS-BASE-R9) - 1.
           COMPUTE WS-ULT-DIA = FUNCTION DATE-OF-INTEGER(WS-INT-AUX).
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-HOJE).

       VERIFICA-FOLHA.
           MOVE SPACES TO WS-FS-FOLHCTL.
           OPEN INPUT FOLHCTL.
           IF  WS-FS-FOLHCTL EQUAL "35"
               MOVE ZEROS TO REGFOLHCTL
           ELSE
               READ FOLHCTL AT END MOVE ZEROS TO REGFOLHCTL
               END-READ
               CLOSE FOLHCTL.
           IF  FC-COMPET EQUAL WS-COMPET
               DISPLAY "PRG114 - FOLHA DA COMPETENCIA " WS-COMPET
                       " JA GERADA"
               DISPLAY "PRG114 - REEXECUTAR PRG61 COM PARMOVRD.DAT"
               MOVE 4 TO RETURN-CODE.

       CARREGA-DEPTOMA.
           MOVE SPACES TO WS-FS-DEPTOMA.
           OPEN INPUT DEPTOMA.
           IF  WS-FS-DEPTOMA NOT EQUAL "00"
               MOVE "SIM" TO DEP-FIM
           ELSE
               PERFORM LE-DEPTOMA
               PERFORM GUARDA-DEPTOMA
                       UNTIL DEP-FIM EQUAL "SIM"
               CLOSE DEPTOMA.
       LE-DEPTOMA.
           READ DEPTOMA
                       AT END
                             MOVE "SIM" TO DEP-FIM.
       GUARDA-DEPTOMA.
           IF  QT-DEPTOS NOT LESS 100
               DISPLAY "PRG114 - TABELA DEPARTAMENTOS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-DEPTOS.
           MOVE DP-DEPTO TO TAB-DEP-CODIGO(QT-DEPTOS).
           MOVE DP-NOME  TO TAB-DEP-NOME(QT-DEPTOS).
           PERFORM LE-DEPTOMA.

       CARREGA-FUNCIONARIOS.
           OPEN INPUT CADENT.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADENT" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADENT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LE-CADENT.
           PERFORM GUARDA-FUNCIONARIO
                   UNTIL CAD-FIM EQUAL "SIM".
           CLOSE CADENT.
       LE-CADENT.
           READ CADENT
                       AT END
                             MOVE "SIM" TO CAD-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "CADENT" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADENT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       GUARDA-FUNCIONARIO.
           IF  SITFUNC NOT EQUAL "D"
               IF  QT-FUNC NOT LESS 5000
                   DISPLAY "PRG114 - TABELA FUNCIONARIOS ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QT-FUNC
               ADD 1 TO CT-FUNCIONARIOS
               MOVE CODIGO   TO TAB-FU-CODIGO(QT-FUNC)
               MOVE NOME     TO TAB-FU-NOME(QT-FUNC)
               MOVE SALARIO  TO TAB-FU-SALARIO(QT-FUNC)
               MOVE DEPTO    TO TAB-FU-DEPTO(QT-FUNC)
               MOVE DATA-ADM TO TAB-FU-ADM(QT-FUNC)
               MOVE ZEROS    TO TAB-FU-USADOS(QT-FUNC)
               PERFORM CONFERE-DEPTO.
           PERFORM LE-CADENT.
       CONFERE-DEPTO.
           MOVE "NAO" TO WS-ACHOU.
           PERFORM PROCURA-DEPTO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-DEPTOS
                   OR WS-ACHOU EQUAL "SIM".
           IF  WS-ACHOU EQUAL "NAO"
               IF  QT-DEPTOS NOT LESS 100
                   DISPLAY "PRG114 - TABELA DEPARTAMENTOS ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QT-DEPTOS
               MOVE DEPTO TO TAB-DEP-CODIGO(QT-DEPTOS)
               MOVE "SEM CADASTRO" TO TAB-DEP-NOME(QT-DEPTOS).
       PROCURA-DEPTO.
           IF  TAB-DEP-CODIGO(WS-IX) EQUAL DEPTO
               MOVE "SIM" TO WS-ACHOU.

       LOCALIZA-FUNCIONARIO.
           MOVE "NAO" TO WS-ACHOU.
           MOVE ZEROS TO WS-POS.
           PERFORM COMPARA-FUNCIONARIO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-FUNC
                   OR WS-ACHOU EQUAL "SIM".
       COMPARA-FUNCIONARIO.
           IF  TAB-FU-CODIGO(WS-IX) EQUAL FE-CODIGO
               MOVE "SIM" TO WS-ACHOU
               MOVE WS-IX TO WS-POS.

       PROCESSA-FERIAS.
           MOVE SPACES TO WS-FS-FERIAS.
           OPEN I-O FERIAS.
           IF  WS-FS-FERIAS EQUAL "35"
               DISPLAY "PRG114 - NENHUMA FERIAS AGENDADA"
               GO TO PROCESSA-FERIAS-FIM.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "FERIAS" TO WS-ARQ-ERRO.
           MOVE WS-FS-FERIAS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LE-FERIAS.
           PERFORM TRATA-FERIAS
                   THRU TRATA-FERIAS-FIM
                   UNTIL FER-FIM EQUAL "SIM".
           CLOSE FERIAS.
       PROCESSA-FERIAS-FIM.
           EXIT.
       LE-FERIAS.
           READ FERIAS NEXT
                       AT END
                             MOVE "SIM" TO FER-FIM
                       NOT AT END
                             ADD 1 TO CT-PERIODOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "FERIAS" TO WS-ARQ-ERRO.
           MOVE WS-FS-FERIAS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       TRATA-FERIAS.
           PERFORM LOCALIZA-FUNCIONARIO.
           IF  WS-ACHOU EQUAL "NAO"
               IF  FE-SITUACAO EQUAL "A"
               AND FE-INICIO NOT GREATER WS-ULT-DIA
                   DISPLAY "PRG114 - FERIAS SEM CADASTRO ATIVO "
                           FE-CODIGO " " FE-INICIO
                   ADD 1 TO CT-SEM-CADASTRO
               END-IF
               GO TO TRATA-FERIAS-PROX.
           ADD FE-DIAS TO TAB-FU-USADOS(WS-POS).
           PERFORM CALCULA-DIAS-NO-MES.
           MOVE "NAO" TO WS-PAGA.
           IF  FE-SITUACAO EQUAL "A"
           AND FE-INICIO NOT GREATER WS-ULT-DIA
               MOVE "SIM" TO WS-PAGA.
           IF  FE-SITUACAO EQUAL "P"
           AND FE-COMPET-PAG EQUAL WS-COMPET
               MOVE "SIM" TO WS-PAGA.
           IF  WS-PAGA EQUAL "SIM"
               PERFORM PAGA-FERIAS
               GO TO TRATA-FERIAS-PROX.
           IF  FE-SITUACAO EQUAL "P"
           AND WS-DIAS-MES GREATER ZERO
               MOVE "FERI" TO LF-RUBRICA
               MOVE ZEROS TO LF-VALOR
               MOVE WS-DIAS-MES TO LF-DIAS
               PERFORM GRAVA-LANCAMENTO
               ADD 1 TO CT-EM-CURSO.
       TRATA-FERIAS-PROX.
           PERFORM LE-FERIAS.
       TRATA-FERIAS-FIM.
           EXIT.

       CALCULA-DIAS-NO-MES.
           MOVE ZEROS TO WS-DIAS-MES.
           IF  FE-INICIO GREATER WS-ULT-DIA
           OR  FE-FIM LESS WS-PRIM-DIA
               NEXT SENTENCE
           ELSE
               IF  FE-INICIO LESS WS-PRIM-DIA
                   COMPUTE WS-INT-INI =
                           FUNCTION INTEGER-OF-DATE(WS-PRIM-DIA)
               ELSE
                   COMPUTE WS-INT-INI =
                           FUNCTION INTEGER-OF-DATE(FE-INICIO)
               END-IF
               IF  FE-FIM GREATER WS-ULT-DIA
                   COMPUTE WS-INT-FIM =
                           FUNCTION INTEGER-OF-DATE(WS-ULT-DIA)
               ELSE
                   COMPUTE WS-INT-FIM =
                           FUNCTION INTEGER-OF-DATE(FE-FIM)
               END-IF
               COMPUTE WS-DIAS-MES = WS-INT-FIM - WS-INT-INI + 1
               IF  WS-DIAS-MES GREATER 30
                   MOVE 30 TO WS-DIAS-MES.

       PAGA-FERIAS.
           IF  FE-INICIO LESS WS-PRIM-DIA
           AND FE-SITUACAO EQUAL "A"
               DISPLAY "PRG114 - FERIAS PAGAS COM ATRASO "
                       FE-CODIGO " " FE-INICIO
               ADD 1 TO CT-ATRASADAS.
           COMPUTE WS-VALOR ROUNDED =
                   TAB-FU-SALARIO(WS-POS) * FE-DIAS / 30.
           IF  FE-DOBRO EQUAL "S"
               COMPUTE WS-VALOR = WS-VALOR * 2.
           COMPUTE WS-TERCO ROUNDED = WS-VALOR / 3.
           MOVE WS-VALOR  TO FE-VALOR.
           MOVE WS-TERCO  TO FE-TERCO.
           MOVE "P"       TO FE-SITUACAO.
           MOVE WS-COMPET TO FE-COMPET-PAG.
           REWRITE REGFERIAS.
           MOVE "REWRITE" TO WS-OPER-ERRO.
           MOVE "FERIAS" TO WS-ARQ-ERRO.
           MOVE WS-FS-FERIAS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "FERI" TO LF-RUBRICA.
           MOVE WS-VALOR TO LF-VALOR.
           MOVE WS-DIAS-MES TO LF-DIAS.
           PERFORM GRAVA-LANCAMENTO.
           MOVE "FE13" TO LF-RUBRICA.
           MOVE WS-TERCO TO LF-VALOR.
           MOVE ZEROS TO LF-DIAS.
           PERFORM GRAVA-LANCAMENTO.
           ADD 1 TO CT-PAGAS.
           ADD WS-VALOR TO WS-TOT-VALOR.
           ADD WS-TERCO TO WS-TOT-TERCO.
           PERFORM IMPRIME-PAGAMENTO.

       GRAVA-LANCAMENTO.
           MOVE WS-COMPET TO LF-COMPET.
           MOVE FE-CODIGO TO LF-CODIGO.
           MOVE "P"       TO LF-TIPO.
           MOVE "PRG114"  TO LF-ORIGEM.
           WRITE REGLANCFER.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "LANCFER" TO WS-ARQ-ERRO.
           MOVE WS-FS-LANCFER TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD 1 TO CT-LANCAMENTOS.

       IMPRIME-PAGAMENTO.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           MOVE FE-CODIGO TO LP-COD.
           MOVE TAB-FU-NOME(WS-POS) TO LP-NOME.
           MOVE FE-INICIO(1:4) TO LP-INICIO(7:4).
           MOVE FE-INICIO(5:2) TO LP-INICIO(4:2).
           MOVE FE-INICIO(7:2) TO LP-INICIO(1:2).
           MOVE FE-DIAS TO LP-DIAS.
           MOVE FE-DOBRO TO LP-DOBRO.
           MOVE WS-VALOR TO LP-VALOR.
           MOVE WS-TERCO TO LP-TERCO.
           WRITE REGRELFERI FROM DETPAG AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-DEPARTAMENTO.
           IF  CTLIN GREATER 28
               PERFORM IMPRIME-CABECALHO.
           MOVE TAB-DEP-CODIGO(WS-JX) TO LD-DEPTO.
           MOVE TAB-DEP-NOME(WS-JX)   TO LD-NOME.
           WRITE REGRELFERI FROM LINDEP AFTER ADVANCING 2 LINES.
           ADD 2 TO CTLIN.
           PERFORM IMPRIME-SALDO
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS GREATER QT-FUNC.

       IMPRIME-SALDO.
           IF  TAB-FU-DEPTO(WS-POS) EQUAL TAB-DEP-CODIGO(WS-JX)
               PERFORM CALCULA-SALDO
               PERFORM IMPRIME-LINHA-SALDO.

       CALCULA-SALDO.
           MOVE TAB-FU-ADM(WS-POS) TO WS-ADM-R.
           MOVE WS-HOJE TO WS-BASE-R9.
           COMPUTE WS-ANOS = WS-BASE-ANO - WS-ADM-ANO.
           IF  WS-BASE-MMDD LESS WS-ADM-MMDD
               SUBTRACT 1 FROM WS-ANOS.
           IF  WS-ANOS LESS ZERO
               MOVE ZEROS TO WS-ANOS.
           COMPUTE WS-ADQUIRIDOS = WS-ANOS * 30.
           COMPUTE WS-SALDO = WS-ADQUIRIDOS - TAB-FU-USADOS(WS-POS).
           COMPUTE WS-MESES = (WS-BASE-ANO * 12 + WS-BASE-MES)
                            - (WS-ADM-ANO * 12 + WS-ADM-MES)
                            - WS-ANOS * 12.
           IF  WS-BASE-DIA LESS WS-ADM-DIA
               SUBTRACT 1 FROM WS-MESES.
           IF  WS-MESES LESS ZERO
               MOVE ZEROS TO WS-MESES.
           COMPUTE WS-PROPORC = WS-MESES * 2,5.
           MOVE ZEROS TO WS-PRAZO.
           IF  WS-SALDO GREATER ZERO
               COMPUTE WS-PERIODO = TAB-FU-USADOS(WS-POS) / 30 + 1
               COMPUTE WS-BASE-ANO = WS-ADM-ANO + WS-PERIODO + 1
               MOVE WS-ADM-MMDD TO WS-BASE-MMDD
               IF  WS-ADM-MMDD EQUAL 0229
                   MOVE 0301 TO WS-BASE-MMDD
               END-IF
               COMPUTE WS-INT-AUX =
                       FUNCTION INTEGER-OF-DATE(WS-BASE-R9) - 1
               COMPUTE WS-PRAZO = FUNCTION DATE-OF-INTEGER(WS-INT-AUX)
               COMPUTE WS-FALTAM = WS-INT-AUX - WS-INT-HOJE.

       IMPRIME-LINHA-SALDO.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           MOVE TAB-FU-CODIGO(WS-POS) TO DS-COD.
           MOVE TAB-FU-NOME(WS-POS) TO DS-NOME.
           MOVE TAB-FU-ADM(WS-POS)(1:4) TO DS-ADM(7:4).
           MOVE TAB-FU-ADM(WS-POS)(5:2) TO DS-ADM(4:2).
           MOVE TAB-FU-ADM(WS-POS)(7:2) TO DS-ADM(1:2).
           MOVE WS-SALDO TO DS-SALDO.
           MOVE WS-PROPORC TO DS-PROP.
           MOVE SPACES TO DS-PRAZO DS-SIT.
           IF  WS-PRAZO GREATER ZEROS
               MOVE WS-PRAZO(1:4) TO DS-PRAZO-ED(7:4)
               MOVE WS-PRAZO(5:2) TO DS-PRAZO-ED(4:2)
               MOVE WS-PRAZO(7:2) TO DS-PRAZO-ED(1:2)
               MOVE DS-PRAZO-ED TO DS-PRAZO
               IF  WS-FALTAM LESS ZERO
                   MOVE "*** EM DOBRO ***" TO DS-SIT
                   ADD 1 TO CT-VENCIDAS
               ELSE
                   IF  WS-FALTAM NOT GREATER WS-ALERTA
                       MOVE WS-FALTAM TO DS-FALTAM
                       MOVE DS-VENCE TO DS-SIT
                       ADD 1 TO CT-A-VENCER.
           WRITE REGRELFERI FROM DETSAL AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELFERI.
           WRITE REGRELFERI AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           MOVE WS-TITULO TO CB-TITULO.
           WRITE REGRELFERI FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELFERI FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELFERI FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELFERI FROM BREAK AFTER ADVANCING 1 LINE.
           IF  WS-TITULO EQUAL "FERIAS PAGAS NA COMPETENCIA"
               WRITE REGRELFERI FROM CAB2P AFTER ADVANCING 1 LINE
           ELSE
               WRITE REGRELFERI FROM CAB2S AFTER ADVANCING 1 LINE.
           WRITE REGRELFERI FROM BREAK AFTER ADVANCING 1 LINE.

       IMPRIME-TOTAIS.
           IF  CTLIN GREATER 26
               PERFORM IMPRIME-CABECALHO.
           MOVE WS-ALERTA TO LQ-QTD.
           MOVE "PRAZO DE ALERTA (DIAS)......:" TO LQ-TXT.
           WRITE REGRELFERI FROM LINQTD AFTER ADVANCING 3 LINES.
           MOVE "SALDOS A VENCER..............:" TO LQ-TXT.
           MOVE CT-A-VENCER TO LQ-QTD.
           WRITE REGRELFERI FROM LINQTD AFTER ADVANCING 1 LINE.
           MOVE "SALDOS VENCIDOS (EM DOBRO)...:" TO LQ-TXT.
           MOVE CT-VENCIDAS TO LQ-QTD.
           WRITE REGRELFERI FROM LINQTD AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG114"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-PAGAS     TO RL-QTDE.
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
               DISPLAY "PRG114 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG114" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
