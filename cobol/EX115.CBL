       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG115.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADENT.
           SELECT DEDTAB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEDTAB.
           SELECT HOLDEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HOLDEC.
           SELECT FOLHDEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FOLHDEC.
           SELECT DECCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DECCTL.
           SELECT DECIMO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DECIMO.
           SELECT HOLHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HOLHIST.
           SELECT PARMOVRD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMOVRD.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
           SELECT RELDEC ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELDEC.
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
       FD  DEDTAB
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEDTAB.DAT".
       01  REGDEDTAB.
           02 DT-CODIGO     PIC X(04).
           02 DT-TIPO       PIC X(01).
           02 DT-EFETIVA    PIC 9(08).
           02 DT-PERC       PIC 9(02)V99.
           02 DT-TETO       PIC 9(07)V99.
           02 DT-PARCELA    PIC 9(05)V99.
           02 DT-BASE       PIC X(01).
       FD  HOLDEC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "HOLDEC.DAT".
       01  REGHOLERITE.
           02 HE-COMPET     PIC 9(06).
           02 HE-CODIGO     PIC 9(07).
           02 HE-NOME       PIC X(25).
           02 HE-BRUTO      PIC 9(05)V99.
           02 HE-DESCONTOS  PIC 9(05)V99.
           02 HE-LIQUIDO    PIC 9(05)V99.
       FD  FOLHDEC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FOLHDEC.DAT".
       01  REGFOLHPAG      PIC X(60).
       FD  DECCTL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DECCTL.DAT".
       01  REGDECCTL.
           02 DC-ANO        PIC 9(04).
           02 DC-PARCELA    PIC 9(01).
           02 DC-DATA       PIC 9(08).
       FD  DECIMO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DECIMO.DAT".
       01  REGDECIMO.
           02 DE-ANO        PIC 9(04).
           02 DE-PARCELA    PIC 9(01).
           02 DE-CODIGO     PIC 9(07).
           02 DE-MESES      PIC 9(02).
           02 DE-BRUTO      PIC 9(05)V99.
           02 DE-ADIANT     PIC 9(05)V99.
           02 DE-DESCONTOS  PIC 9(05)V99.
           02 DE-LIQUIDO    PIC 9(05)V99.
       FD  HOLHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "HOLHIST.DAT".
       01  REGHOLHIST.
           02 HH-COMPET     PIC 9(06).
           02 HH-TIPO       PIC X(01).
           02 HH-CODIGO     PIC 9(07).
           02 HH-NOME       PIC X(25).
           02 HH-DATA       PIC 9(08).
           02 HH-HORA       PIC 9(08).
           02 HH-BRUTO      PIC 9(05)V99.
           02 HH-DESCONTOS  PIC 9(05)V99.
           02 HH-LIQUIDO    PIC 9(05)V99.
           02 HH-QT-DED     PIC 9(02).
           02 HH-DED OCCURS 10 TIMES.
              03 HH-DED-COD PIC X(04).
              03 HH-DED-VAL PIC 9(05)V99.
       FD  PARMOVRD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMOVRD.DAT".
       01  REGPARMOVRD.
           02 OV-FLAG       PIC X(01).
       FD  PARMGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMGER.DAT".
       01  REGPARMGER.
           02 PG-PROGRAMA   PIC X(08).
           02 PG-PARMID     PIC X(08).
           02 PG-EFETIVA    PIC 9(08).
           02 PG-VALOR      PIC X(15).
           02 PG-DESCR      PIC X(30).
       FD  RELDEC LABEL RECORD OMITTED.
       01  REGRELDEC        PIC X(80).
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
       77  WS-FS-CADENT     PIC X(02) VALUE "00".
       77  WS-FS-DEDTAB     PIC X(02) VALUE SPACES.
       77  WS-FS-HOLDEC     PIC X(02) VALUE "00".
       77  WS-FS-FOLHDEC    PIC X(02) VALUE "00".
       77  WS-FS-DECCTL     PIC X(02) VALUE SPACES.
       77  WS-FS-DECIMO     PIC X(02) VALUE SPACES.
       77  WS-FS-PARMOVRD   PIC X(02) VALUE SPACES.
       77  WS-FS-HOLHIST    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-RELDEC     PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  FIMARQ           PIC X(03) VALUE "NAO".
       77  DED-FIM          PIC X(03) VALUE "NAO".
       77  CTL-FIM          PIC X(03) VALUE "NAO".
       77  DEC-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-CTL-EXISTE    PIC X(03) VALUE "SIM".
       77  WS-DEC-EXISTE    PIC X(03) VALUE "SIM".
       77  WS-JA-EXECUTADA  PIC X(03) VALUE "NAO".
       77  WS-TEM-PARCELA1  PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  QT-DED           PIC 9(02) VALUE ZEROS.
       77  WS-JX            PIC 9(02) VALUE ZEROS.
       77  WS-FX-ESC        PIC 9(02) VALUE ZEROS.
       77  WS-FX-MAIOR      PIC 9(02) VALUE ZEROS.
       77  WS-TETO-ESC      PIC 9(07)V99 VALUE ZEROS.
       77  WS-TETO-MAIOR    PIC 9(07)V99 VALUE ZEROS.
       77  WS-BASE-DED      PIC 9(07)V99 VALUE ZEROS.
       77  WS-VAL-CALC      PIC S9(07)V99 VALUE ZEROS.
       77  QT-DED-FUNC      PIC 9(02) VALUE ZEROS.
       77  QT-ADIANT        PIC 9(04) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  WS-ANO           PIC 9(04) VALUE ZEROS.
       77  WS-CODIGO        PIC 9(07) VALUE ZEROS.
       77  WS-PARCELA       PIC 9(01) VALUE ZEROS.
       77  WS-COMPET        PIC 9(06) VALUE ZEROS.
       77  WS-OVERRIDE      PIC X(01) VALUE "N".
       77  WS-MES-INI       PIC S9(03) VALUE ZEROS.
       77  WS-MES-FIM       PIC S9(03) VALUE ZEROS.
       77  WS-MESES         PIC S9(03) VALUE ZEROS.
       77  WS-INTEGRAL      PIC 9(05)V99 VALUE ZEROS.
       77  WS-BRUTO         PIC 9(05)V99 VALUE ZEROS.
       77  WS-ADIANT        PIC 9(05)V99 VALUE ZEROS.
       77  WS-DESCONTOS     PIC 9(05)V99 VALUE ZEROS.
       77  WS-LIQUIDO       PIC 9(05)V99 VALUE ZEROS.
       77  WS-VAL-DED       PIC 9(05)V99 VALUE ZEROS.
       77  WS-TOT-BRUTO     PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-ADIANT    PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-DESCONTOS PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-LIQUIDO   PIC 9(09)V99 VALUE ZEROS.
       77  WS-HASH-VALOR    PIC 9(13)V99 VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77  CT-PAGOS         PIC 9(05) VALUE ZEROS.
       77  CT-SEM-DIREITO   PIC 9(05) VALUE ZEROS.
       77  CT-SEM-ADIANT    PIC 9(05) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-HOJE-R.
           02 WS-HOJE-ANO   PIC 9(04).
           02 WS-HOJE-MES   PIC 9(02).
           02 WS-HOJE-DIA   PIC 9(02).
       01  WS-DATA-R.
           02 WS-DATA-ANO   PIC 9(04).
           02 WS-DATA-MES   PIC 9(02).
           02 WS-DATA-DIA   PIC 9(02).
       01  TAB-DED.
                 04 TAB-DED-OCORR OCCURS 20 TIMES.
                       05 TAB-DT-CODIGO  PIC X(04).
                       05 TAB-DT-TIPO    PIC X(01).
                       05 TAB-DT-EFETIVA PIC 9(08).
                       05 TAB-DT-BASE    PIC X(01).
                       05 TAB-DT-TOTAL   PIC 9(09)V99.
                       05 TAB-DT-QTFX    PIC 9(02).
                       05 TAB-DT-FAIXA OCCURS 10 TIMES.
                          06 TAB-FX-TETO    PIC 9(07)V99.
                          06 TAB-FX-PERC    PIC 9(02)V99.
                          06 TAB-FX-PARCELA PIC 9(05)V99.
       01  TAB-DED-FUNC.
                 04 TAB-DF-OCORR OCCURS 10 TIMES.
                       05 TAB-DF-CODIGO  PIC X(04).
                       05 TAB-DF-VALOR   PIC 9(05)V99.
       01  TAB-ADIANT.
                 04 TAB-AD-OCORR OCCURS 5000 TIMES.
                       05 TAB-AD-CODIGO  PIC 9(07).
                       05 TAB-AD-VALOR   PIC 9(05)V99.
       01  FP-HEADER.
           02 FILLER        PIC X(01) VALUE "0".
           02 FH-DATA       PIC 9(08) VALUE ZEROS.
           02 FILLER        PIC X(15) VALUE "FOLHACLUBE".
           02 FILLER        PIC X(36) VALUE SPACES.
       01  FP-DETALHE.
           02 FILLER        PIC X(01) VALUE "1".
           02 FP-CODIGO     PIC 9(07) VALUE ZEROS.
           02 FP-NOME       PIC X(25) VALUE SPACES.
           02 FP-LIQUIDO    PIC 9(05)V99 VALUE ZEROS.
           02 FILLER        PIC X(20) VALUE SPACES.
       01  FP-TRAILER.
           02 FILLER        PIC X(01) VALUE "9".
           02 FT-QTDE       PIC 9(06) VALUE ZEROS.
           02 FT-HASH       PIC 9(13)V99 VALUE ZEROS.
           02 FILLER        PIC X(38) VALUE SPACES.
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(15) VALUE SPACES.
                 03 FILLER  PIC X(18) VALUE "DECIMO TERCEIRO - ".
                 03 CB-PARC PIC 9(01) VALUE ZEROS.
                 03 FILLER  PIC X(20) VALUE "A. PARCELA - ANO ".
                 03 CB-ANO  PIC 9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(09) VALUE "CODIGO".
                 03 FILLER  PIC X(22) VALUE "NOME".
                 03 FILLER  PIC X(05) VALUE "MES".
                 03 FILLER  PIC X(11) VALUE "     BRUTO".
                 03 FILLER  PIC X(11) VALUE "    ADIANT".
                 03 FILLER  PIC X(11) VALUE " DESCONTOS".
                 03 FILLER  PIC X(11) VALUE "   LIQUIDO".
       01  DETDEC.
                 03 DD-COD  PIC 9(07) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DD-NOME PIC X(21) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DD-MES  PIC Z9 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DD-BRU  PIC ZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DD-ADI  PIC ZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DD-DES  PIC ZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DD-LIQ  PIC ZZ.ZZ9,99 VALUE ZEROS.
       01  DETDED.
                 03 FILLER  PIC X(12) VALUE "DESCONTO ".
                 03 DT-COD  PIC X(04) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE ": ".
                 03 DT-TOT  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  TOTDEC.
                 03 TD-TXT  PIC X(25) VALUE SPACES.
                 03 TD-VAL  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           MOVE WS-HOJE TO WS-HOJE-R.
           MOVE WS-HOJE-ANO TO WS-ANO.
           PERFORM DEFINE-PARCELA.
           COMPUTE WS-COMPET = WS-ANO * 100 + 13.
           PERFORM VERIFICA-EXECUCAO.
           PERFORM CARREGA-DEDUCOES.
           PERFORM CARREGA-ADIANTAMENTOS.
           OPEN INPUT CADENT
                OUTPUT HOLDEC FOLHDEC RELDEC.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADENT" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADENT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           IF  WS-DEC-EXISTE EQUAL "SIM"
               OPEN EXTEND DECIMO
           ELSE
               OPEN OUTPUT DECIMO.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "DECIMO" TO WS-ARQ-ERRO.
           MOVE WS-FS-DECIMO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           OPEN EXTEND HOLHIST.
           IF  WS-FS-HOLHIST EQUAL "35"
               OPEN OUTPUT HOLHIST.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "HOLHIST" TO WS-ARQ-ERRO.
           MOVE WS-FS-HOLHIST TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM GRAVA-HEADER.
           PERFORM LEITURA.
           PERFORM PRINCIPAL
                   UNTIL FIMARQ EQUAL "SIM".
           PERFORM GRAVA-TRAILER.
           CLOSE HOLHIST.
           PERFORM IMPRIME-TOTAIS.
           CLOSE CADENT HOLDEC FOLHDEC RELDEC DECIMO.
           PERFORM GRAVA-CONTROLE-EXEC.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG115 - TOTAIS DE CONTROLE".
           DISPLAY "ANO / PARCELA..........: " WS-ANO " / "
                   WS-PARCELA.
           DISPLAY "FUNCIONARIOS LIDOS.....: " CT-LIDOS.
           DISPLAY "HOLERITES GERADOS......: " CT-PAGOS.
           DISPLAY "SEM MESES NO ANO.......: " CT-SEM-DIREITO.
           DISPLAY "SEM ADIANTAMENTO.......: " CT-SEM-ADIANT.
           DISPLAY "TOTAL BRUTO............: " WS-TOT-BRUTO.
           DISPLAY "TOTAL LIQUIDO..........: " WS-TOT-LIQUIDO.
           IF  CT-PAGOS EQUAL ZERO
               MOVE 8 TO RETURN-CODE.

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
           IF  PG-PROGRAMA EQUAL "PRG115"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       DEFINE-PARCELA.
           IF  WS-HOJE-MES EQUAL 12
               MOVE 2 TO WS-PARCELA
           ELSE
               MOVE 1 TO WS-PARCELA.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "PARCELA" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               IF  WS-PARM-VALOR(1:1) EQUAL "1"
               OR  WS-PARM-VALOR(1:1) EQUAL "2"
                   MOVE WS-PARM-VALOR(1:1) TO WS-PARCELA
               ELSE
                   DISPLAY "PRG115 - PARCELA INVALIDA EM PARMGER: "
                           WS-PARM-VALOR
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.

       VERIFICA-EXECUCAO.
           MOVE SPACES TO WS-FS-DECCTL.
           OPEN INPUT DECCTL.
           IF  WS-FS-DECCTL EQUAL "35"
               MOVE "NAO" TO WS-CTL-EXISTE
           ELSE
               PERFORM LE-DECCTL
               PERFORM CONFERE-DECCTL
                       UNTIL CTL-FIM EQUAL "SIM"
               CLOSE DECCTL.
           IF  WS-JA-EXECUTADA EQUAL "SIM"
               PERFORM LE-OVERRIDE
               IF  WS-OVERRIDE NOT EQUAL "S"
                   DISPLAY "PRG115 - PARCELA " WS-PARCELA
                           " DO ANO " WS-ANO " JA GERADA"
                   DISPLAY "PRG115 - USE PARMOVRD.DAT PARA REEXECUTAR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
           IF  WS-PARCELA EQUAL 2
           AND WS-TEM-PARCELA1 EQUAL "NAO"
               DISPLAY "PRG115 - PRIMEIRA PARCELA DO ANO " WS-ANO
                       " NAO ENCONTRADA"
               MOVE 4 TO RETURN-CODE.
       LE-DECCTL.
           READ DECCTL
                       AT END
                             MOVE "SIM" TO CTL-FIM.
       CONFERE-DECCTL.
           IF  DC-ANO EQUAL WS-ANO
               IF  DC-PARCELA EQUAL WS-PARCELA
                   MOVE "SIM" TO WS-JA-EXECUTADA
               END-IF
               IF  DC-PARCELA EQUAL 1
                   MOVE "SIM" TO WS-TEM-PARCELA1.
           PERFORM LE-DECCTL.

       LE-OVERRIDE.
           MOVE SPACES TO WS-FS-PARMOVRD.
           OPEN INPUT PARMOVRD.
           IF  WS-FS-PARMOVRD EQUAL "35"
               MOVE "N" TO WS-OVERRIDE
           ELSE
               READ PARMOVRD
                           AT END
                                 MOVE "N" TO OV-FLAG
               END-READ
               CLOSE PARMOVRD
               MOVE OV-FLAG TO WS-OVERRIDE.

       GRAVA-CONTROLE-EXEC.
           IF  WS-CTL-EXISTE EQUAL "SIM"
               OPEN EXTEND DECCTL
           ELSE
               OPEN OUTPUT DECCTL.
           MOVE WS-ANO     TO DC-ANO.
           MOVE WS-PARCELA TO DC-PARCELA.
           MOVE WS-HOJE    TO DC-DATA.
           WRITE REGDECCTL.
           CLOSE DECCTL.

       CARREGA-DEDUCOES.
           MOVE SPACES TO WS-FS-DEDTAB.
           OPEN INPUT DEDTAB.
           IF  WS-FS-DEDTAB EQUAL "35"
               MOVE "SIM" TO DED-FIM
           ELSE
               PERFORM LE-DEDUCAO
               PERFORM GUARDA-DEDUCAO
                       THRU GUARDA-DEDUCAO-FIM
                       UNTIL DED-FIM EQUAL "SIM"
               CLOSE DEDTAB.
       LE-DEDUCAO.
           READ DEDTAB
                       AT END
                             MOVE "SIM" TO DED-FIM.
       GUARDA-DEDUCAO.
           IF  DT-EFETIVA GREATER WS-HOJE
               GO TO GUARDA-DEDUCAO-FIM.
           IF  DT-TETO NOT NUMERIC
               MOVE ZEROS TO DT-TETO.
           IF  DT-PARCELA NOT NUMERIC
               MOVE ZEROS TO DT-PARCELA.
           MOVE "NAO" TO WS-ACHOU.
           PERFORM PROCURA-DEDUCAO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-DED
                   OR WS-ACHOU EQUAL "SIM".
           IF  WS-ACHOU EQUAL "SIM"
               SUBTRACT 1 FROM WS-IX
               IF  DT-EFETIVA GREATER TAB-DT-EFETIVA(WS-IX)
                   MOVE DT-EFETIVA TO TAB-DT-EFETIVA(WS-IX)
                   MOVE DT-TIPO    TO TAB-DT-TIPO(WS-IX)
                   MOVE DT-BASE    TO TAB-DT-BASE(WS-IX)
                   MOVE ZEROS      TO TAB-DT-QTFX(WS-IX)
                   PERFORM GUARDA-FAIXA
               ELSE
                   IF  DT-EFETIVA EQUAL TAB-DT-EFETIVA(WS-IX)
                       PERFORM GUARDA-FAIXA
                   END-IF
               END-IF
           ELSE
               IF  QT-DED NOT LESS 20
                   DISPLAY "PRG115 - TABELA DEDUCOES ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QT-DED
               MOVE QT-DED     TO WS-IX
               MOVE DT-CODIGO  TO TAB-DT-CODIGO(WS-IX)
               MOVE DT-TIPO    TO TAB-DT-TIPO(WS-IX)
               MOVE DT-EFETIVA TO TAB-DT-EFETIVA(WS-IX)
               MOVE DT-BASE    TO TAB-DT-BASE(WS-IX)
               MOVE ZEROS      TO TAB-DT-TOTAL(WS-IX)
               MOVE ZEROS      TO TAB-DT-QTFX(WS-IX)
               PERFORM GUARDA-FAIXA.
       GUARDA-DEDUCAO-FIM.
           PERFORM LE-DEDUCAO.
       GUARDA-FAIXA.
           IF  TAB-DT-QTFX(WS-IX) NOT LESS 10
               DISPLAY "PRG115 - FAIXAS ESGOTADAS NA DEDUCAO "
                       DT-CODIGO
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO TAB-DT-QTFX(WS-IX).
           MOVE TAB-DT-QTFX(WS-IX) TO WS-JX.
           MOVE DT-TETO    TO TAB-FX-TETO(WS-IX WS-JX).
           MOVE DT-PERC    TO TAB-FX-PERC(WS-IX WS-JX).
           MOVE DT-PARCELA TO TAB-FX-PARCELA(WS-IX WS-JX).
       PROCURA-DEDUCAO.
           IF  TAB-DT-CODIGO(WS-IX) EQUAL DT-CODIGO
               MOVE "SIM" TO WS-ACHOU.

       CARREGA-ADIANTAMENTOS.
           MOVE SPACES TO WS-FS-DECIMO.
           OPEN INPUT DECIMO.
           IF  WS-FS-DECIMO EQUAL "35"
               MOVE "NAO" TO WS-DEC-EXISTE
           ELSE
               PERFORM LE-DECIMO
               PERFORM GUARDA-ADIANTAMENTO
                       UNTIL DEC-FIM EQUAL "SIM"
               CLOSE DECIMO.
       LE-DECIMO.
           READ DECIMO
                       AT END
                             MOVE "SIM" TO DEC-FIM.
       GUARDA-ADIANTAMENTO.
           IF  DE-ANO EQUAL WS-ANO
           AND DE-PARCELA EQUAL 1
               MOVE DE-CODIGO TO WS-CODIGO
               PERFORM LOCALIZA-ADIANTAMENTO
               IF  WS-ACHOU EQUAL "NAO"
                   IF  QT-ADIANT NOT LESS 5000
                       DISPLAY "PRG115 - TABELA ADIANTAMENTOS ESGOTADA"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO QT-ADIANT
                   MOVE QT-ADIANT TO WS-IX
                   MOVE DE-CODIGO TO TAB-AD-CODIGO(WS-IX)
               END-IF
               MOVE DE-LIQUIDO TO TAB-AD-VALOR(WS-IX).
           PERFORM LE-DECIMO.

       LOCALIZA-ADIANTAMENTO.
           MOVE "NAO" TO WS-ACHOU.
           PERFORM COMPARA-ADIANTAMENTO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-ADIANT
                   OR WS-ACHOU EQUAL "SIM".
           IF  WS-ACHOU EQUAL "SIM"
               SUBTRACT 1 FROM WS-IX.
       COMPARA-ADIANTAMENTO.
           IF  TAB-AD-CODIGO(WS-IX) EQUAL WS-CODIGO
               MOVE "SIM" TO WS-ACHOU.

       GRAVA-HEADER.
           MOVE WS-HOJE TO FH-DATA.
           WRITE REGFOLHPAG FROM FP-HEADER.
       GRAVA-TRAILER.
           MOVE CT-PAGOS TO FT-QTDE.
           MOVE WS-HASH-VALOR TO FT-HASH.
           WRITE REGFOLHPAG FROM FP-TRAILER.

       LEITURA.
           READ CADENT
                       AT END
                             MOVE "SIM" TO FIMARQ
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "CADENT" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADENT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       PRINCIPAL.
           IF  SITFUNC NOT EQUAL "D"
               PERFORM CALCULA-MESES
               IF  WS-MESES GREATER ZERO
                   PERFORM CALCULA-FUNCIONARIO
               ELSE
                   ADD 1 TO CT-SEM-DIREITO.
           PERFORM LEITURA.

       CALCULA-MESES.
           MOVE 12 TO WS-MES-FIM.
           MOVE DATA-ADM TO WS-DATA-R.
           IF  WS-DATA-ANO LESS WS-ANO
               MOVE 1 TO WS-MES-INI
           ELSE
               MOVE WS-DATA-MES TO WS-MES-INI
               IF  WS-DATA-DIA GREATER 16
                   ADD 1 TO WS-MES-INI.
           IF  WS-DATA-ANO GREATER WS-ANO
               MOVE 13 TO WS-MES-INI.
           IF  DATA-DEM GREATER ZERO
               MOVE DATA-DEM TO WS-DATA-R
               IF  WS-DATA-ANO LESS WS-ANO
                   MOVE ZEROS TO WS-MES-FIM
               ELSE
                   IF  WS-DATA-ANO EQUAL WS-ANO
                       MOVE WS-DATA-MES TO WS-MES-FIM
                       IF  WS-DATA-DIA LESS 15
                           SUBTRACT 1 FROM WS-MES-FIM.
           COMPUTE WS-MESES = WS-MES-FIM - WS-MES-INI + 1.
           IF  WS-MESES LESS ZERO
               MOVE ZEROS TO WS-MESES.

       CALCULA-FUNCIONARIO.
           COMPUTE WS-INTEGRAL ROUNDED = SALARIO * WS-MESES / 12.
           MOVE ZEROS TO WS-ADIANT WS-DESCONTOS QT-DED-FUNC.
           IF  WS-PARCELA EQUAL 1
               COMPUTE WS-BRUTO ROUNDED = WS-INTEGRAL / 2
               MOVE WS-BRUTO TO WS-LIQUIDO
           ELSE
               MOVE WS-INTEGRAL TO WS-BRUTO
               PERFORM APLICA-DEDUCAO
                       VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER QT-DED
               MOVE CODIGO TO WS-CODIGO
               PERFORM LOCALIZA-ADIANTAMENTO
               IF  WS-ACHOU EQUAL "SIM"
                   MOVE TAB-AD-VALOR(WS-IX) TO WS-ADIANT
               ELSE
                   ADD 1 TO CT-SEM-ADIANT
               END-IF
               IF  WS-ADIANT + WS-DESCONTOS GREATER WS-BRUTO
                   MOVE ZEROS TO WS-LIQUIDO
               ELSE
                   COMPUTE WS-LIQUIDO =
                           WS-BRUTO - WS-ADIANT - WS-DESCONTOS.
           MOVE WS-COMPET    TO HE-COMPET.
           MOVE CODIGO       TO HE-CODIGO.
           MOVE NOME         TO HE-NOME.
           MOVE WS-BRUTO     TO HE-BRUTO.
           COMPUTE HE-DESCONTOS = WS-ADIANT + WS-DESCONTOS.
           MOVE WS-LIQUIDO   TO HE-LIQUIDO.
           WRITE REGHOLERITE.
           PERFORM GRAVA-HISTORICO.
           MOVE CODIGO     TO FP-CODIGO.
           MOVE NOME       TO FP-NOME.
           MOVE WS-LIQUIDO TO FP-LIQUIDO.
           WRITE REGFOLHPAG FROM FP-DETALHE.
           MOVE WS-ANO       TO DE-ANO.
           MOVE WS-PARCELA   TO DE-PARCELA.
           MOVE CODIGO       TO DE-CODIGO.
           MOVE WS-MESES     TO DE-MESES.
           MOVE WS-BRUTO     TO DE-BRUTO.
           MOVE WS-ADIANT    TO DE-ADIANT.
           MOVE WS-DESCONTOS TO DE-DESCONTOS.
           MOVE WS-LIQUIDO   TO DE-LIQUIDO.
           WRITE REGDECIMO.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "DECIMO" TO WS-ARQ-ERRO.
           MOVE WS-FS-DECIMO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD WS-LIQUIDO   TO WS-HASH-VALOR.
           ADD WS-BRUTO     TO WS-TOT-BRUTO.
           ADD WS-ADIANT    TO WS-TOT-ADIANT.
           ADD WS-DESCONTOS TO WS-TOT-DESCONTOS.
           ADD WS-LIQUIDO   TO WS-TOT-LIQUIDO.
           ADD 1 TO CT-PAGOS.
           PERFORM IMPRIME-FUNCIONARIO.

       GRAVA-HISTORICO.
           MOVE ZEROS TO REGHOLHIST.
           MOVE HE-COMPET    TO HH-COMPET.
           MOVE WS-PARCELA   TO HH-TIPO.
           MOVE HE-CODIGO    TO HH-CODIGO.
           MOVE HE-NOME      TO HH-NOME.
           MOVE WS-HOJE      TO HH-DATA.
           ACCEPT HH-HORA FROM TIME.
           MOVE HE-BRUTO     TO HH-BRUTO.
           MOVE HE-DESCONTOS TO HH-DESCONTOS.
           MOVE HE-LIQUIDO   TO HH-LIQUIDO.
           MOVE QT-DED-FUNC  TO HH-QT-DED.
           PERFORM COPIA-DEDUCAO-FUNC
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX GREATER QT-DED-FUNC.
           WRITE REGHOLHIST.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "HOLHIST" TO WS-ARQ-ERRO.
           MOVE WS-FS-HOLHIST TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       COPIA-DEDUCAO-FUNC.
           MOVE TAB-DF-CODIGO(WS-JX) TO HH-DED-COD(WS-JX).
           MOVE TAB-DF-VALOR(WS-JX)  TO HH-DED-VAL(WS-JX).

       APLICA-DEDUCAO.
           IF  TAB-DT-BASE(WS-IX) EQUAL "L"
               COMPUTE WS-BASE-DED = WS-BRUTO - WS-DESCONTOS
           ELSE
               MOVE WS-BRUTO TO WS-BASE-DED.
           MOVE ZEROS TO WS-FX-ESC WS-FX-MAIOR WS-TETO-MAIOR.
           MOVE 9999999,99 TO WS-TETO-ESC.
           PERFORM ESCOLHE-FAIXA
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX GREATER TAB-DT-QTFX(WS-IX).
           IF  WS-FX-ESC EQUAL ZERO
               MOVE WS-FX-MAIOR   TO WS-FX-ESC
               MOVE WS-TETO-MAIOR TO WS-BASE-DED.
           MOVE ZEROS TO WS-VAL-DED.
           IF  WS-FX-ESC GREATER ZERO
               COMPUTE WS-VAL-CALC ROUNDED =
                       WS-BASE-DED * TAB-FX-PERC(WS-IX WS-FX-ESC) / 100
                       - TAB-FX-PARCELA(WS-IX WS-FX-ESC)
               IF  WS-VAL-CALC GREATER ZERO
                   MOVE WS-VAL-CALC TO WS-VAL-DED.
           ADD WS-VAL-DED TO TAB-DT-TOTAL(WS-IX).
           IF  TAB-DT-TIPO(WS-IX) EQUAL "D"
               ADD WS-VAL-DED TO WS-DESCONTOS
               IF  QT-DED-FUNC LESS 10
                   ADD 1 TO QT-DED-FUNC
                   MOVE TAB-DT-CODIGO(WS-IX)
                        TO TAB-DF-CODIGO(QT-DED-FUNC)
                   MOVE WS-VAL-DED TO TAB-DF-VALOR(QT-DED-FUNC).

       ESCOLHE-FAIXA.
           IF  TAB-FX-TETO(WS-IX WS-JX) EQUAL ZERO
               IF  WS-FX-ESC EQUAL ZERO
                   MOVE WS-JX TO WS-FX-ESC
               END-IF
           ELSE
               IF  TAB-FX-TETO(WS-IX WS-JX) GREATER WS-TETO-MAIOR
                   MOVE TAB-FX-TETO(WS-IX WS-JX) TO WS-TETO-MAIOR
                   MOVE WS-JX TO WS-FX-MAIOR
               END-IF
               IF  TAB-FX-TETO(WS-IX WS-JX) NOT LESS WS-BASE-DED
               AND TAB-FX-TETO(WS-IX WS-JX) LESS WS-TETO-ESC
                   MOVE TAB-FX-TETO(WS-IX WS-JX) TO WS-TETO-ESC
                   MOVE WS-JX TO WS-FX-ESC.

       IMPRIME-FUNCIONARIO.
           IF  CTLIN GREATER 30
               MOVE SPACES TO REGRELDEC
               WRITE REGRELDEC AFTER ADVANCING PAGE
               MOVE 1 TO CTLIN
               ADD 1 TO CTPAG
               MOVE CTPAG TO CTP
               WRITE REGRELDEC FROM CAB0 AFTER ADVANCING 1 LINE
               WRITE REGRELDEC FROM BREAK AFTER ADVANCING 1 LINE
               MOVE WS-PARCELA TO CB-PARC
               MOVE WS-ANO     TO CB-ANO
               WRITE REGRELDEC FROM CAB1 AFTER ADVANCING 1 LINE
               WRITE REGRELDEC FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELDEC FROM CAB2 AFTER ADVANCING 1 LINE
               WRITE REGRELDEC FROM BREAK AFTER ADVANCING 1 LINE.
           MOVE CODIGO       TO DD-COD.
           MOVE NOME         TO DD-NOME.
           MOVE WS-MESES     TO DD-MES.
           MOVE WS-BRUTO     TO DD-BRU.
           MOVE WS-ADIANT    TO DD-ADI.
           MOVE WS-DESCONTOS TO DD-DES.
           MOVE WS-LIQUIDO   TO DD-LIQ.
           WRITE REGRELDEC FROM DETDEC AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-TOTAIS.
           MOVE "TOTAL BRUTO............:" TO TD-TXT.
           MOVE WS-TOT-BRUTO TO TD-VAL.
           WRITE REGRELDEC FROM TOTDEC AFTER ADVANCING 3 LINES.
           MOVE "TOTAL ADIANTAMENTOS....:" TO TD-TXT.
           MOVE WS-TOT-ADIANT TO TD-VAL.
           WRITE REGRELDEC FROM TOTDEC AFTER ADVANCING 1 LINE.
           MOVE "TOTAL DESCONTOS........:" TO TD-TXT.
           MOVE WS-TOT-DESCONTOS TO TD-VAL.
           WRITE REGRELDEC FROM TOTDEC AFTER ADVANCING 1 LINE.
           MOVE "TOTAL LIQUIDO..........:" TO TD-TXT.
           MOVE WS-TOT-LIQUIDO TO TD-VAL.
           WRITE REGRELDEC FROM TOTDEC AFTER ADVANCING 1 LINE.
           IF  WS-PARCELA EQUAL 2
               PERFORM IMPRIME-TOTAL-DEDUCAO
                       VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER QT-DED.
       IMPRIME-TOTAL-DEDUCAO.
           MOVE TAB-DT-CODIGO(WS-IX) TO DT-COD.
           MOVE TAB-DT-TOTAL(WS-IX)  TO DT-TOT.
           WRITE REGRELDEC FROM DETDED AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG115"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-PAGOS     TO RL-QTDE.
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
               DISPLAY "PRG115 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG115" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
