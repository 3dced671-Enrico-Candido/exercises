       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG117.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PONTO.
           SELECT RESPTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RESPTO.
           SELECT REJPTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REJPTO.
           SELECT PONTOOK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PONTOOK.
           SELECT LANCPTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LANCPTO.
           SELECT CADENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADENT.
           SELECT DEPTOMA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DP-DEPTO
           FILE STATUS IS WS-FS-DEPTOMA.
           SELECT FOLHCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FOLHCTL.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
           SELECT RELHEXT ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELHEXT.
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
       FD  PONTO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PONTO.DAT".
       01  REGPONTO         PIC X(30).
       FD  RESPTO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RESPTO.DAT".
       01  REGRESPTO        PIC X(60).
       FD  REJPTO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REJPTO.DAT".
       01  REGREJPTO.
           02 RJ-IMAGEM     PIC X(30).
           02 RJ-MOTIVO     PIC X(20).
           02 RJ-DATREJ     PIC 9(08).
       FD  PONTOOK
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PONTOOK.DAT".
       01  REGPONTOOK       PIC X(30).
       FD  LANCPTO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LANCPTO.DAT".
       01  REGLANCPTO.
           02 LF-COMPET     PIC 9(06).
           02 LF-CODIGO     PIC 9(07).
           02 LF-RUBRICA    PIC X(04).
           02 LF-TIPO       PIC X(01).
           02 LF-DIAS       PIC 9(02).
           02 LF-VALOR      PIC 9(07)V99.
           02 LF-ORIGEM     PIC X(08).
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
       FD  RELHEXT LABEL RECORD OMITTED.
       01  REGRELHEXT       PIC X(80).
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
       77  WS-FS-PONTO      PIC X(02) VALUE SPACES.
       77  WS-FS-RESPTO     PIC X(02) VALUE SPACES.
       77  WS-FS-REJPTO     PIC X(02) VALUE SPACES.
       77  WS-FS-PONTOOK    PIC X(02) VALUE SPACES.
       77  WS-FS-LANCPTO    PIC X(02) VALUE SPACES.
       77  WS-FS-CADENT     PIC X(02) VALUE "00".
       77  WS-FS-DEPTOMA    PIC X(02) VALUE SPACES.
       77  WS-FS-FOLHCTL    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-RELHEXT    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  PTO-FIM          PIC X(03) VALUE "NAO".
       77  RES-FIM          PIC X(03) VALUE "NAO".
       77  OK-FIM           PIC X(03) VALUE "NAO".
       77  CAD-FIM          PIC X(03) VALUE "NAO".
       77  DEP-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-OK-EXISTE     PIC X(03) VALUE "NAO".
       77  WS-OK-ATUAL      PIC X(03) VALUE "NAO".
       77  WS-TEM-PONTO     PIC X(03) VALUE "NAO".
       77  WS-TEM-DEPTO     PIC X(03) VALUE "NAO".
       77  WS-MOTIVO        PIC X(20) VALUE SPACES.
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-JORNADA       PIC 9(03) VALUE 220.
       77  WS-ADIC-NOT      PIC 9(03) VALUE 20.
       77  WS-LIMITE-HE     PIC 9(03) VALUE 60.
       77  WS-COMPET        PIC 9(06) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  WS-JX            PIC 9(04) VALUE ZEROS.
       77  WS-POS           PIC 9(04) VALUE ZEROS.
       77  QT-FUNC          PIC 9(04) VALUE ZEROS.
       77  QT-DEPTOS        PIC 9(03) VALUE ZEROS.
       77  WS-VALOR-HORA    PIC 9(05)V9999 VALUE ZEROS.
       77  WS-HORAS-HE      PIC 9(04)V99 VALUE ZEROS.
       77  WS-VAL-HE50      PIC 9(07)V99 VALUE ZEROS.
       77  WS-VAL-HE100     PIC 9(07)V99 VALUE ZEROS.
       77  WS-VAL-NOT       PIC 9(07)V99 VALUE ZEROS.
       77  WS-VAL-FALTAS    PIC 9(07)V99 VALUE ZEROS.
       77  WS-DEP-HE50      PIC 9(05)V99 VALUE ZEROS.
       77  WS-DEP-HE100     PIC 9(05)V99 VALUE ZEROS.
       77  WS-DEP-NOT       PIC 9(05)V99 VALUE ZEROS.
       77  WS-DEP-FALTAS    PIC 9(05) VALUE ZEROS.
       77  WS-DEP-VAL-HE    PIC 9(09)V99 VALUE ZEROS.
       77  WS-DEP-VAL-FAL   PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-HE50      PIC 9(05)V99 VALUE ZEROS.
       77  WS-TOT-HE100     PIC 9(05)V99 VALUE ZEROS.
       77  WS-TOT-NOT       PIC 9(05)V99 VALUE ZEROS.
       77  WS-TOT-FALTAS    PIC 9(05) VALUE ZEROS.
       77  WS-TOT-VAL-HE    PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-VAL-FAL   PIC 9(09)V99 VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(06) VALUE ZEROS.
       77  CT-RESSUBMETIDOS PIC 9(06) VALUE ZEROS.
       77  CT-ACEITOS       PIC 9(06) VALUE ZEROS.
       77  CT-REJEITADOS    PIC 9(06) VALUE ZEROS.
       77  CT-ANTERIORES    PIC 9(06) VALUE ZEROS.
       77  CT-LANCAMENTOS   PIC 9(06) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-PARM-V3X.
           02 WS-PARM-V3    PIC 9(03).
       01  WS-PONTO.
           02 WP-COMPET     PIC 9(06).
           02 WP-CODIGO     PIC 9(07).
           02 WP-HE50       PIC 9(03)V99.
           02 WP-HE100      PIC 9(03)V99.
           02 WP-NOTURNO    PIC 9(03)V99.
           02 WP-FALTAS     PIC 9(02).
       01  WS-PONTO-X REDEFINES WS-PONTO PIC X(30).
       01  TAB-FUNC.
                 04 TAB-FU-OCORR OCCURS 5000 TIMES.
                       05 TAB-FU-CODIGO  PIC 9(07).
                       05 TAB-FU-NOME    PIC X(25).
                       05 TAB-FU-SALARIO PIC 9(05)V99.
                       05 TAB-FU-DEPTO   PIC 9(03).
                       05 TAB-FU-SIT     PIC X(01).
                       05 TAB-FU-IMPORT  PIC X(01).
                       05 TAB-FU-HE50    PIC 9(03)V99.
                       05 TAB-FU-HE100   PIC 9(03)V99.
                       05 TAB-FU-NOTURNO PIC 9(03)V99.
                       05 TAB-FU-FALTAS  PIC 9(02).
                       05 TAB-FU-VAL-HE  PIC 9(07)V99.
                       05 TAB-FU-VAL-FAL PIC 9(07)V99.
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
                 03 FILLER  PIC X(12) VALUE SPACES.
                 03 FILLER  PIC X(45) VALUE
                    "HORAS EXTRAS E FALTAS POR DEPARTAMENTO - ".
                 03 CB-COMP PIC 9(02)/9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(09) VALUE " CODIGO".
                 03 FILLER  PIC X(20) VALUE "NOME".
                 03 FILLER  PIC X(08) VALUE "  HE50%".
                 03 FILLER  PIC X(08) VALUE " HE100%".
                 03 FILLER  PIC X(08) VALUE "  NOTUR".
                 03 FILLER  PIC X(12) VALUE "  VALOR EXTR".
                 03 FILLER  PIC X(04) VALUE " FAL".
                 03 FILLER  PIC X(11) VALUE "  DESCONTO".
       01  LINDEP.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(07) VALUE "DEPTO ".
                 03 LD-DEPTO PIC 9(03) VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE " - ".
                 03 LD-NOME PIC X(20) VALUE SPACES.
       01  DETHEX.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DH-COD  PIC 9(07) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DH-NOME PIC X(19) VALUE SPACES.
                 03 DH-HE50 PIC ZZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DH-HE10 PIC ZZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DH-NOT  PIC ZZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DH-VHE  PIC ZZZZZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DH-FAL  PIC ZZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DH-VFA  PIC ZZZZZZ9,99 VALUE ZEROS.
       01  LINQTD.
                 03 LQ-TXT  PIC X(30) VALUE SPACES.
                 03 LQ-QTD  PIC ZZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           MOVE WS-HOJE(1:6) TO WS-COMPET.
           PERFORM LE-PARAMETROS.
           PERFORM VERIFICA-FOLHA.
           PERFORM CARREGA-DEPTOMA.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM CARREGA-ACEITOS.
           PERFORM ABRE-SAIDAS.
           PERFORM PROCESSA-PONTO.
           PERFORM PROCESSA-RESSUBMISSAO.
           CLOSE REJPTO PONTOOK LANCPTO.
           IF  WS-TEM-PONTO EQUAL "NAO"
           AND CT-RESSUBMETIDOS EQUAL ZERO
               DISPLAY "PRG117 - NENHUM APONTAMENTO A IMPORTAR"
               MOVE 4 TO RETURN-CODE.
           IF  CT-REJEITADOS GREATER ZERO
               MOVE 4 TO RETURN-CODE.
           PERFORM IMPRIME-RELATORIO.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG117 - TOTAIS DE CONTROLE".
           DISPLAY "COMPETENCIA............: " WS-COMPET.
           DISPLAY "APONTAMENTOS LIDOS.....: " CT-LIDOS.
           DISPLAY "RESSUBMETIDOS..........: " CT-RESSUBMETIDOS.
           DISPLAY "ACEITOS................: " CT-ACEITOS.
           DISPLAY "REJEITADOS.............: " CT-REJEITADOS.
           DISPLAY "ACEITOS EM EXEC. ANTER.: " CT-ANTERIORES.
           DISPLAY "LANCAMENTOS P/ FOLHA...: " CT-LANCAMENTOS.

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
           IF  PG-PROGRAMA EQUAL "PRG117"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "JORNADA" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               IF  WS-PARM-V3 NUMERIC
               AND WS-PARM-V3 GREATER ZERO
                   MOVE WS-PARM-V3 TO WS-JORNADA.
           MOVE "ADICNOT" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               IF  WS-PARM-V3 NUMERIC
                   MOVE WS-PARM-V3 TO WS-ADIC-NOT.
           MOVE "LIMHE" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               IF  WS-PARM-V3 NUMERIC
                   MOVE WS-PARM-V3 TO WS-LIMITE-HE.

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
               DISPLAY "PRG117 - FOLHA DA COMPETENCIA " WS-COMPET
                       " JA GERADA"
               DISPLAY "PRG117 - REEXECUTAR PRG61 COM PARMOVRD.DAT"
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
               DISPLAY "PRG117 - TABELA DEPARTAMENTOS ESGOTADA"
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
           IF  QT-FUNC NOT LESS 5000
               DISPLAY "PRG117 - TABELA FUNCIONARIOS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-FUNC.
           MOVE CODIGO   TO TAB-FU-CODIGO(QT-FUNC).
           MOVE NOME     TO TAB-FU-NOME(QT-FUNC).
           MOVE SALARIO  TO TAB-FU-SALARIO(QT-FUNC).
           MOVE DEPTO    TO TAB-FU-DEPTO(QT-FUNC).
           MOVE SITFUNC  TO TAB-FU-SIT(QT-FUNC).
           MOVE "N"      TO TAB-FU-IMPORT(QT-FUNC).
           MOVE ZEROS    TO TAB-FU-HE50(QT-FUNC)
                            TAB-FU-HE100(QT-FUNC)
                            TAB-FU-NOTURNO(QT-FUNC)
                            TAB-FU-FALTAS(QT-FUNC)
                            TAB-FU-VAL-HE(QT-FUNC)
                            TAB-FU-VAL-FAL(QT-FUNC).
           IF  SITFUNC NOT EQUAL "D"
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
                   DISPLAY "PRG117 - TABELA DEPARTAMENTOS ESGOTADA"
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
           IF  TAB-FU-CODIGO(WS-IX) EQUAL WP-CODIGO
               MOVE "SIM" TO WS-ACHOU
               MOVE WS-IX TO WS-POS.

       CARREGA-ACEITOS.
           MOVE SPACES TO WS-FS-PONTOOK.
           OPEN INPUT PONTOOK.
           IF  WS-FS-PONTOOK EQUAL "35"
               MOVE "SIM" TO OK-FIM
           ELSE
               MOVE "SIM" TO WS-OK-EXISTE
               PERFORM LE-PONTOOK
               PERFORM GUARDA-ACEITO
                       UNTIL OK-FIM EQUAL "SIM"
               CLOSE PONTOOK.
       LE-PONTOOK.
           READ PONTOOK INTO WS-PONTO
                       AT END
                             MOVE "SIM" TO OK-FIM.
       GUARDA-ACEITO.
           IF  WP-COMPET EQUAL WS-COMPET
               MOVE "SIM" TO WS-OK-ATUAL
               PERFORM LOCALIZA-FUNCIONARIO
               IF  WS-ACHOU EQUAL "SIM"
                   PERFORM CALCULA-APONTAMENTO
                   PERFORM ACUMULA-APONTAMENTO
                   ADD 1 TO CT-ANTERIORES.
           PERFORM LE-PONTOOK.

       ABRE-SAIDAS.
           MOVE SPACES TO WS-FS-REJPTO.
           OPEN EXTEND REJPTO.
           IF  WS-FS-REJPTO EQUAL "35"
               OPEN OUTPUT REJPTO.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "REJPTO" TO WS-ARQ-ERRO.
           MOVE WS-FS-REJPTO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           IF  WS-OK-ATUAL EQUAL "SIM"
               OPEN EXTEND PONTOOK LANCPTO
           ELSE
               OPEN OUTPUT PONTOOK LANCPTO.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PONTOOK" TO WS-ARQ-ERRO.
           MOVE WS-FS-PONTOOK TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "LANCPTO" TO WS-ARQ-ERRO.
           MOVE WS-FS-LANCPTO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       PROCESSA-PONTO.
           MOVE SPACES TO WS-FS-PONTO.
           OPEN INPUT PONTO.
           IF  WS-FS-PONTO EQUAL "35"
               DISPLAY "PRG117 - ARQUIVO DE PONTO AUSENTE"
           ELSE
               MOVE "SIM" TO WS-TEM-PONTO
               PERFORM LE-PONTO
               PERFORM TRATA-PONTO
                       UNTIL PTO-FIM EQUAL "SIM"
               CLOSE PONTO.
       LE-PONTO.
           READ PONTO INTO WS-PONTO
                       AT END
                             MOVE "SIM" TO PTO-FIM
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "PONTO" TO WS-ARQ-ERRO.
           MOVE WS-FS-PONTO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       TRATA-PONTO.
           PERFORM VALIDA-APONTAMENTO
                   THRU VALIDA-APONTAMENTO-FIM.
           PERFORM LE-PONTO.

       PROCESSA-RESSUBMISSAO.
           MOVE "NAO" TO RES-FIM.
           MOVE SPACES TO WS-FS-RESPTO.
           OPEN INPUT RESPTO.
           IF  WS-FS-RESPTO EQUAL "35"
               MOVE "SIM" TO RES-FIM
           ELSE
               PERFORM LE-RESSUBMISSAO
               PERFORM VALIDA-RESSUBMISSAO
                       UNTIL RES-FIM EQUAL "SIM"
               CLOSE RESPTO
               OPEN OUTPUT RESPTO
               CLOSE RESPTO.
       LE-RESSUBMISSAO.
           READ RESPTO
                       AT END
                             MOVE "SIM" TO RES-FIM.
       VALIDA-RESSUBMISSAO.
           MOVE REGRESPTO(1:30) TO WS-PONTO-X.
           ADD 1 TO CT-RESSUBMETIDOS.
           PERFORM VALIDA-APONTAMENTO
                   THRU VALIDA-APONTAMENTO-FIM.
           PERFORM LE-RESSUBMISSAO.

       VALIDA-APONTAMENTO.
           IF  WP-COMPET NOT NUMERIC
           OR  WP-COMPET NOT EQUAL WS-COMPET
               MOVE "COMPETENCIA INVALIDA" TO WS-MOTIVO
               PERFORM REJEITA-APONTAMENTO
               GO TO VALIDA-APONTAMENTO-FIM.
           IF  WP-CODIGO NOT NUMERIC
               MOVE "CODIGO INVALIDO" TO WS-MOTIVO
               PERFORM REJEITA-APONTAMENTO
               GO TO VALIDA-APONTAMENTO-FIM.
           PERFORM LOCALIZA-FUNCIONARIO.
           IF  WS-ACHOU EQUAL "NAO"
               MOVE "FUNC. INEXISTENTE" TO WS-MOTIVO
               PERFORM REJEITA-APONTAMENTO
               GO TO VALIDA-APONTAMENTO-FIM.
           IF  TAB-FU-SIT(WS-POS) EQUAL "D"
               MOVE "FUNC. DESLIGADO" TO WS-MOTIVO
               PERFORM REJEITA-APONTAMENTO
               GO TO VALIDA-APONTAMENTO-FIM.
           IF  WP-HE50 NOT NUMERIC
           OR  WP-HE100 NOT NUMERIC
           OR  WP-NOTURNO NOT NUMERIC
           OR  WP-FALTAS NOT NUMERIC
               MOVE "VALOR NAO NUMERICO" TO WS-MOTIVO
               PERFORM REJEITA-APONTAMENTO
               GO TO VALIDA-APONTAMENTO-FIM.
           IF  WP-FALTAS GREATER 30
               MOVE "FALTAS INVALIDAS" TO WS-MOTIVO
               PERFORM REJEITA-APONTAMENTO
               GO TO VALIDA-APONTAMENTO-FIM.
           COMPUTE WS-HORAS-HE = WP-HE50 + WP-HE100.
           IF  WS-HORAS-HE GREATER WS-LIMITE-HE
               MOVE "EXCEDE LIMITE HE" TO WS-MOTIVO
               PERFORM REJEITA-APONTAMENTO
               GO TO VALIDA-APONTAMENTO-FIM.
           IF  TAB-FU-IMPORT(WS-POS) EQUAL "S"
               MOVE "APONTAMENTO DUPLIC." TO WS-MOTIVO
               PERFORM REJEITA-APONTAMENTO
               GO TO VALIDA-APONTAMENTO-FIM.
           PERFORM CALCULA-APONTAMENTO.
           PERFORM GRAVA-LANCAMENTOS.
           PERFORM ACUMULA-APONTAMENTO.
           WRITE REGPONTOOK FROM WS-PONTO.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "PONTOOK" TO WS-ARQ-ERRO.
           MOVE WS-FS-PONTOOK TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD 1 TO CT-ACEITOS.
       VALIDA-APONTAMENTO-FIM.
           EXIT.

       REJEITA-APONTAMENTO.
           MOVE WS-PONTO-X TO RJ-IMAGEM.
           MOVE WS-MOTIVO  TO RJ-MOTIVO.
           MOVE WS-HOJE    TO RJ-DATREJ.
           WRITE REGREJPTO.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "REJPTO" TO WS-ARQ-ERRO.
           MOVE WS-FS-REJPTO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD 1 TO CT-REJEITADOS.

       CALCULA-APONTAMENTO.
           COMPUTE WS-VALOR-HORA ROUNDED =
                   TAB-FU-SALARIO(WS-POS) / WS-JORNADA.
           COMPUTE WS-VAL-HE50 ROUNDED =
                   WP-HE50 * WS-VALOR-HORA * 1,5.
           COMPUTE WS-VAL-HE100 ROUNDED =
                   WP-HE100 * WS-VALOR-HORA * 2.
           COMPUTE WS-VAL-NOT ROUNDED =
                   WP-NOTURNO * WS-VALOR-HORA * WS-ADIC-NOT / 100.
           COMPUTE WS-VAL-FALTAS ROUNDED =
                   TAB-FU-SALARIO(WS-POS) * WP-FALTAS / 30.

       ACUMULA-APONTAMENTO.
           MOVE "S" TO TAB-FU-IMPORT(WS-POS).
           ADD WP-HE50    TO TAB-FU-HE50(WS-POS).
           ADD WP-HE100   TO TAB-FU-HE100(WS-POS).
           ADD WP-NOTURNO TO TAB-FU-NOTURNO(WS-POS).
           ADD WP-FALTAS  TO TAB-FU-FALTAS(WS-POS).
           ADD WS-VAL-HE50 WS-VAL-HE100 WS-VAL-NOT
               TO TAB-FU-VAL-HE(WS-POS).
           ADD WS-VAL-FALTAS TO TAB-FU-VAL-FAL(WS-POS).

       GRAVA-LANCAMENTOS.
           IF  WS-VAL-HE50 GREATER ZERO
               MOVE "HE50" TO LF-RUBRICA
               MOVE "P" TO LF-TIPO
               MOVE WS-VAL-HE50 TO LF-VALOR
               PERFORM GRAVA-LANCAMENTO.
           IF  WS-VAL-HE100 GREATER ZERO
               MOVE "HE10" TO LF-RUBRICA
               MOVE "P" TO LF-TIPO
               MOVE WS-VAL-HE100 TO LF-VALOR
               PERFORM GRAVA-LANCAMENTO.
           IF  WS-VAL-NOT GREATER ZERO
               MOVE "ADNT" TO LF-RUBRICA
               MOVE "P" TO LF-TIPO
               MOVE WS-VAL-NOT TO LF-VALOR
               PERFORM GRAVA-LANCAMENTO.
           IF  WS-VAL-FALTAS GREATER ZERO
               MOVE "FALT" TO LF-RUBRICA
               MOVE "D" TO LF-TIPO
               MOVE WS-VAL-FALTAS TO LF-VALOR
               PERFORM GRAVA-LANCAMENTO.
       GRAVA-LANCAMENTO.
           MOVE WS-COMPET TO LF-COMPET.
           MOVE WP-CODIGO TO LF-CODIGO.
           MOVE ZEROS     TO LF-DIAS.
           MOVE "PRG117"  TO LF-ORIGEM.
           WRITE REGLANCPTO.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "LANCPTO" TO WS-ARQ-ERRO.
           MOVE WS-FS-LANCPTO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD 1 TO CT-LANCAMENTOS.

       IMPRIME-RELATORIO.
           OPEN OUTPUT RELHEXT.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELHEXT" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELHEXT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-COMPET(5:2) TO CB-COMP(1:2).
           MOVE WS-COMPET(1:4) TO CB-COMP(4:4).
           PERFORM IMPRIME-DEPARTAMENTO
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX GREATER QT-DEPTOS.
           IF  CTLIN GREATER 28
               PERFORM IMPRIME-CABECALHO.
           MOVE ZEROS TO DH-COD.
           MOVE "TOTAL GERAL" TO DH-NOME.
           MOVE WS-TOT-HE50    TO DH-HE50.
           MOVE WS-TOT-HE100   TO DH-HE10.
           MOVE WS-TOT-NOT     TO DH-NOT.
           MOVE WS-TOT-VAL-HE  TO DH-VHE.
           MOVE WS-TOT-FALTAS  TO DH-FAL.
           MOVE WS-TOT-VAL-FAL TO DH-VFA.
           WRITE REGRELHEXT FROM DETHEX AFTER ADVANCING 2 LINES.
           MOVE "APONTAMENTOS REJEITADOS.....:" TO LQ-TXT.
           MOVE CT-REJEITADOS TO LQ-QTD.
           WRITE REGRELHEXT FROM LINQTD AFTER ADVANCING 2 LINES.
           CLOSE RELHEXT.

       IMPRIME-DEPARTAMENTO.
           MOVE "NAO" TO WS-TEM-DEPTO.
           MOVE ZEROS TO WS-DEP-HE50 WS-DEP-HE100 WS-DEP-NOT
                         WS-DEP-FALTAS WS-DEP-VAL-HE WS-DEP-VAL-FAL.
           PERFORM IMPRIME-FUNCIONARIO
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS GREATER QT-FUNC.
           IF  WS-TEM-DEPTO EQUAL "SIM"
               MOVE ZEROS TO DH-COD
               MOVE "TOTAL DEPTO" TO DH-NOME
               MOVE WS-DEP-HE50    TO DH-HE50
               MOVE WS-DEP-HE100   TO DH-HE10
               MOVE WS-DEP-NOT     TO DH-NOT
               MOVE WS-DEP-VAL-HE  TO DH-VHE
               MOVE WS-DEP-FALTAS  TO DH-FAL
               MOVE WS-DEP-VAL-FAL TO DH-VFA
               WRITE REGRELHEXT FROM DETHEX AFTER ADVANCING 1 LINE
               ADD 1 TO CTLIN
               ADD WS-DEP-HE50    TO WS-TOT-HE50
               ADD WS-DEP-HE100   TO WS-TOT-HE100
               ADD WS-DEP-NOT     TO WS-TOT-NOT
               ADD WS-DEP-FALTAS  TO WS-TOT-FALTAS
               ADD WS-DEP-VAL-HE  TO WS-TOT-VAL-HE
               ADD WS-DEP-VAL-FAL TO WS-TOT-VAL-FAL.

       IMPRIME-FUNCIONARIO.
           IF  TAB-FU-DEPTO(WS-POS) EQUAL TAB-DEP-CODIGO(WS-JX)
           AND TAB-FU-IMPORT(WS-POS) EQUAL "S"
               IF  WS-TEM-DEPTO EQUAL "NAO"
                   PERFORM IMPRIME-CABECALHO-DEPTO
               END-IF
               IF  CTLIN GREATER 30
                   PERFORM IMPRIME-CABECALHO
               END-IF
               MOVE TAB-FU-CODIGO(WS-POS)  TO DH-COD
               MOVE TAB-FU-NOME(WS-POS)    TO DH-NOME
               MOVE TAB-FU-HE50(WS-POS)    TO DH-HE50
               MOVE TAB-FU-HE100(WS-POS)   TO DH-HE10
               MOVE TAB-FU-NOTURNO(WS-POS) TO DH-NOT
               MOVE TAB-FU-VAL-HE(WS-POS)  TO DH-VHE
               MOVE TAB-FU-FALTAS(WS-POS)  TO DH-FAL
               MOVE TAB-FU-VAL-FAL(WS-POS) TO DH-VFA
               WRITE REGRELHEXT FROM DETHEX AFTER ADVANCING 1 LINE
               ADD 1 TO CTLIN
               ADD TAB-FU-HE50(WS-POS)    TO WS-DEP-HE50
               ADD TAB-FU-HE100(WS-POS)   TO WS-DEP-HE100
               ADD TAB-FU-NOTURNO(WS-POS) TO WS-DEP-NOT
               ADD TAB-FU-FALTAS(WS-POS)  TO WS-DEP-FALTAS
               ADD TAB-FU-VAL-HE(WS-POS)  TO WS-DEP-VAL-HE
               ADD TAB-FU-VAL-FAL(WS-POS) TO WS-DEP-VAL-FAL.

       IMPRIME-CABECALHO-DEPTO.
           MOVE "SIM" TO WS-TEM-DEPTO.
           IF  CTLIN GREATER 27
               PERFORM IMPRIME-CABECALHO.
           MOVE TAB-DEP-CODIGO(WS-JX) TO LD-DEPTO.
           MOVE TAB-DEP-NOME(WS-JX)   TO LD-NOME.
           WRITE REGRELHEXT FROM LINDEP AFTER ADVANCING 2 LINES.
           ADD 2 TO CTLIN.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELHEXT.
           WRITE REGRELHEXT AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELHEXT FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELHEXT FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELHEXT FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELHEXT FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELHEXT FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELHEXT FROM BREAK AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG117"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-ACEITOS   TO RL-QTDE.
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
               DISPLAY "PRG117 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG117" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
