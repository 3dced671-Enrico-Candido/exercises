       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG119.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OR-CHAVE
           FILE STATUS IS WS-FS-ORCAMENTO.
           SELECT DIARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIARIO.
           SELECT HOLHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HOLHIST.
           SELECT HOLORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HOLORD.
           SELECT CADENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADENT.
           SELECT DEPTOMA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DP-DEPTO
           FILE STATUS IS WS-FS-DEPTOMA.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
           SELECT RELORC ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELORC.
           SELECT PARMDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMDATA.
           SELECT RUNLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUNLOG.
           SELECT ARQSORT ASSIGN TO DISK.

           SELECT IOERR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IOERR.

       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ORCAMENTO.DAT".
       01  REGORCAMENTO.
           02 OR-CHAVE.
              03 OR-ANO     PIC 9(04).
              03 OR-CCUSTO  PIC 9(05).
              03 OR-CONTA   PIC 9(06).
           02 OR-DESCR      PIC X(20).
           02 OR-MESES OCCURS 12 TIMES.
              03 OR-ORIGINAL PIC 9(09)V99.
              03 OR-REVISADO PIC 9(09)V99.
           02 OR-REVISAO    PIC 9(02).
           02 OR-DATA-ALT   PIC 9(08).
           02 OR-OPERADOR   PIC X(08).
       FD  DIARIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DIARIO.DAT".
       01  REGDIARIO.
           02 DL-DATA.
              03 DL-ANO     PIC 9(04).
              03 DL-MES     PIC 9(02).
              03 DL-DIA     PIC 9(02).
           02 DL-CONTA      PIC 9(06).
           02 DL-DC         PIC X(01).
           02 DL-VALOR      PIC 9(11)V99.
           02 DL-HIST       PIC X(20).
           02 DL-DOC        PIC 9(06).
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
       FD  HOLORD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "HOLORD.DAT".
       01  REGHOLORD.
           02 HO-COMPET.
              03 HO-COMPET-ANO PIC 9(04).
              03 HO-COMPET-MES PIC 9(02).
           02 HO-TIPO       PIC X(01).
           02 HO-CODIGO     PIC 9(07).
           02 HO-NOME       PIC X(25).
           02 HO-DATA.
              03 HO-DATA-ANO PIC 9(04).
              03 HO-DATA-MES PIC 9(02).
              03 HO-DATA-DIA PIC 9(02).
           02 HO-HORA       PIC 9(08).
           02 HO-BRUTO      PIC 9(05)V99.
           02 HO-DESCONTOS  PIC 9(05)V99.
           02 HO-LIQUIDO    PIC 9(05)V99.
           02 HO-QT-DED     PIC 9(02).
           02 HO-DED OCCURS 10 TIMES.
              03 HO-DED-COD PIC X(04).
              03 HO-DED-VAL PIC 9(05)V99.
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
       FD  PARMGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMGER.DAT".
       01  REGPARMGER.
           02 PG-PROGRAMA   PIC X(08).
           02 PG-PARMID     PIC X(08).
           02 PG-EFETIVA    PIC 9(08).
           02 PG-VALOR      PIC X(15).
           02 PG-DESCR      PIC X(30).
       FD  RELORC LABEL RECORD OMITTED.
       01  REGRELORC        PIC X(80).
       SD  ARQSORT.
       01  REGSORT.
           03 SRT-COMPET    PIC 9(06).
           03 SRT-TIPO      PIC X(01).
           03 SRT-CODIGO    PIC 9(07).
           03 SRT-NOME      PIC X(25).
           03 SRT-DATA      PIC 9(08).
           03 SRT-HORA      PIC 9(08).
           03 SRT-RESTO     PIC X(133).
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
       77  WS-FS-ORCAMENTO  PIC X(02) VALUE SPACES.
       77  WS-FS-DIARIO     PIC X(02) VALUE SPACES.
       77  WS-FS-HOLHIST    PIC X(02) VALUE SPACES.
       77  WS-FS-HOLORD     PIC X(02) VALUE "00".
       77  WS-FS-CADENT     PIC X(02) VALUE SPACES.
       77  WS-FS-DEPTOMA    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-RELORC     PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  ORC-FIM          PIC X(03) VALUE "NAO".
       77  DIA-FIM          PIC X(03) VALUE "NAO".
       77  HO-FIM           PIC X(03) VALUE "NAO".
       77  CAD-FIM          PIC X(03) VALUE "NAO".
       77  DEP-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-PARA          PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-TOLERANCIA    PIC 9(03) VALUE 10.
       77  WS-CTA-FOLHA     PIC 9(06) VALUE 410100.
       77  WS-ANO           PIC 9(04) VALUE ZEROS.
       77  WS-MES           PIC 9(02) VALUE ZEROS.
       77  WS-MES-LANC      PIC 9(02) VALUE ZEROS.
       77  WS-CC-ATUAL      PIC 9(05) VALUE ZEROS.
       77  WS-DEPTO         PIC 9(03) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  WS-JX            PIC 9(04) VALUE ZEROS.
       77  WS-POS           PIC 9(04) VALUE ZEROS.
       77  WS-MX            PIC 9(02) VALUE ZEROS.
       77  QT-FUNC          PIC 9(04) VALUE ZEROS.
       77  QT-DEPTOS        PIC 9(03) VALUE ZEROS.
       77  QT-LINHAS        PIC 9(04) VALUE ZEROS.
       77  WS-VALOR         PIC S9(11)V99 VALUE ZEROS.
       77  WS-ORC-MES       PIC 9(11)V99 VALUE ZEROS.
       77  WS-REAL-MES      PIC S9(11)V99 VALUE ZEROS.
       77  WS-ORC-ACUM      PIC 9(11)V99 VALUE ZEROS.
       77  WS-REAL-ACUM     PIC S9(11)V99 VALUE ZEROS.
       77  WS-ORC           PIC 9(11)V99 VALUE ZEROS.
       77  WS-REAL          PIC S9(11)V99 VALUE ZEROS.
       77  WS-VARIACAO      PIC S9(11)V99 VALUE ZEROS.
       77  WS-PERC          PIC S9(04)V9 VALUE ZEROS.
       77  WS-TOT-SEM-ORC   PIC S9(13)V99 VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-ORCAMENTOS    PIC 9(06) VALUE ZEROS.
       77  CT-DIARIO        PIC 9(06) VALUE ZEROS.
       77  CT-SEM-ORC       PIC 9(06) VALUE ZEROS.
       77  CT-HOLERITES     PIC 9(06) VALUE ZEROS.
       77  CT-SUBSTITUIDOS  PIC 9(06) VALUE ZEROS.
       77  CT-SEM-CCUSTO    PIC 9(06) VALUE ZEROS.
       77  CT-LINHAS        PIC 9(06) VALUE ZEROS.
       77  CT-EXCEDIDAS     PIC 9(06) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-COMPET.
           02 WS-COMPET-ANO PIC 9(04).
           02 WS-COMPET-MES PIC 9(02).
       01  WS-COMPET-R9 REDEFINES WS-COMPET PIC 9(06).
       01  WS-PARM-V6X.
           02 WS-PARM-V6    PIC 9(06).
       01  WS-PARM-V3X.
           02 WS-PARM-V3    PIC 9(03).
       01  WS-CHAVE.
           02 WS-CHV-CCUSTO PIC 9(05).
           02 WS-CHV-CONTA  PIC 9(06).
       01  WS-HOLD.
           02 WS-HD-CODIGO  PIC 9(07).
           02 WS-HD-COMPET.
              03 WS-HD-COMPET-ANO PIC 9(04).
              03 WS-HD-COMPET-MES PIC 9(02).
           02 WS-HD-TIPO    PIC X(01).
           02 WS-HD-DATA-ANO PIC 9(04).
           02 WS-HD-DATA-MES PIC 9(02).
           02 WS-HD-BRUTO   PIC 9(05)V99.
       01  WS-TOTAIS.
           02 WS-TT-OCORR OCCURS 2 TIMES.
              03 WS-TT-ORC-MES  PIC 9(13)V99.
              03 WS-TT-REAL-MES PIC S9(13)V99.
              03 WS-TT-ORC-ACU  PIC 9(13)V99.
              03 WS-TT-REAL-ACU PIC S9(13)V99.
       01  TAB-FUNC.
                 04 TAB-FU-OCORR OCCURS 5000 TIMES.
                       05 TAB-FU-CODIGO  PIC 9(07).
                       05 TAB-FU-DEPTO   PIC 9(03).
       01  TAB-DEPTOS.
                 04 TAB-DEP-OCORR OCCURS 100 TIMES.
                       05 TAB-DEP-CODIGO PIC 9(03).
                       05 TAB-DEP-NOME   PIC X(20).
                       05 TAB-DEP-CCUSTO PIC 9(05).
       01  TAB-LINHAS.
                 04 TAB-LN-OCORR OCCURS 500 TIMES.
                       05 TAB-LN-CHAVE.
                          06 TAB-LN-CCUSTO PIC 9(05).
                          06 TAB-LN-CONTA  PIC 9(06).
                       05 TAB-LN-DESCR   PIC X(20).
                       05 TAB-LN-MESES OCCURS 12 TIMES.
                          06 TAB-LN-ORC  PIC 9(09)V99.
                          06 TAB-LN-REAL PIC S9(11)V99.
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(40) VALUE
                    "ORCADO X REALIZADO POR CENTRO DE CUSTO".
                 03 FILLER  PIC X(06) VALUE "COMP. ".
                 03 CB-COMP PIC XX/XXXX VALUE SPACES.
       01  CAB2.
                 03 FILLER  PIC X(10) VALUE "   PERIODO".
                 03 FILLER  PIC X(14) VALUE "        ORCADO".
                 03 FILLER  PIC X(17) VALUE "        REALIZADO".
                 03 FILLER  PIC X(17) VALUE "         VARIACAO".
                 03 FILLER  PIC X(09) VALUE "    VAR%".
                 03 FILLER  PIC X(08) VALUE "  SITUAC".
       01  CABCC.
                 03 FILLER  PIC X(18) VALUE " CENTRO DE CUSTO: ".
                 03 CC-COD  PIC 9(05) VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE " - ".
                 03 CC-NOME PIC X(20) VALUE SPACES.
       01  DETCONTA.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 DC-TXT  PIC X(17) VALUE "CONTA".
                 03 DC-CTA  PIC 9(06) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DC-DESC PIC X(30) VALUE SPACES.
       01  DETVAL.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 DV-PER  PIC X(05) VALUE SPACES.
                 03 DV-ORC  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DV-REAL PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DV-VAR  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DV-PERC PIC -ZZZ9,9 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DV-FLAG PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           MOVE WS-COMPET-ANO TO WS-ANO.
           MOVE WS-COMPET-MES TO WS-MES.
           PERFORM CARREGA-ORCAMENTO.
           IF  QT-LINHAS EQUAL ZERO
               DISPLAY "PRG119 - NENHUM ORCAMENTO PARA O ANO " WS-ANO
               MOVE 8 TO RETURN-CODE
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           PERFORM CARREGA-DEPTOMA.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM APURA-FOLHA.
           PERFORM APURA-DIARIO.
           OPEN OUTPUT RELORC.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELORC" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELORC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-COMPET-MES TO CB-COMP(1:2).
           MOVE WS-COMPET-ANO TO CB-COMP(4:4).
           MOVE ZEROS TO WS-TOTAIS.
           MOVE 1 TO WS-IX.
           PERFORM IMPRIME-CENTRO-CUSTO
                   UNTIL WS-IX GREATER QT-LINHAS.
           PERFORM IMPRIME-TOTAL-GERAL.
           CLOSE RELORC.
           IF  CT-EXCEDIDAS GREATER ZERO
           OR  CT-SEM-CCUSTO GREATER ZERO
               MOVE 4 TO RETURN-CODE.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG119 - TOTAIS DE CONTROLE".
           DISPLAY "COMPETENCIA............: " WS-COMPET.
           DISPLAY "ORCAMENTOS DO ANO......: " CT-ORCAMENTOS.
           DISPLAY "LANCAMENTOS DO DIARIO..: " CT-DIARIO.
           DISPLAY "SEM ORCAMENTO..........: " CT-SEM-ORC.
           DISPLAY "VALOR SEM ORCAMENTO....: " WS-TOT-SEM-ORC.
           DISPLAY "HOLERITES APURADOS.....: " CT-HOLERITES.
           DISPLAY "SUBSTITUIDOS (REPROC.).: " CT-SUBSTITUIDOS.
           DISPLAY "SEM CENTRO DE CUSTO....: " CT-SEM-CCUSTO.
           DISPLAY "LINHAS IMPRESSAS.......: " CT-LINHAS.
           DISPLAY "ACIMA DA TOLERANCIA....: " CT-EXCEDIDAS.

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
           IF  PG-PROGRAMA EQUAL "PRG119"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
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
           IF  WS-COMPET-MES LESS 1 OR WS-COMPET-MES GREATER 12
               DISPLAY "PRG119 - COMPETENCIA INVALIDA " WS-COMPET
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "TOLERANC" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               IF  WS-PARM-V3 NUMERIC
                   MOVE WS-PARM-V3 TO WS-TOLERANCIA.
           MOVE "CTAFOLHA" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:6) TO WS-PARM-V6X
               IF  WS-PARM-V6 NUMERIC
                   MOVE WS-PARM-V6 TO WS-CTA-FOLHA.

       CARREGA-ORCAMENTO.
           MOVE SPACES TO WS-FS-ORCAMENTO.
           OPEN INPUT ORCAMENTO.
           IF  WS-FS-ORCAMENTO EQUAL "35"
               DISPLAY "PRG119 - ORCAMENTO.DAT INEXISTENTE"
               MOVE "SIM" TO ORC-FIM
           ELSE
               MOVE "OPEN" TO WS-OPER-ERRO
               MOVE "ORCAMENTO" TO WS-ARQ-ERRO
               MOVE WS-FS-ORCAMENTO TO WS-FS-ERRO
               PERFORM TESTA-STATUS
               MOVE WS-ANO TO OR-ANO
               MOVE ZEROS TO OR-CCUSTO OR-CONTA
               START ORCAMENTO KEY NOT LESS OR-CHAVE
                   INVALID KEY
                       MOVE "SIM" TO ORC-FIM
               END-START
               IF  ORC-FIM NOT EQUAL "SIM"
                   PERFORM LE-ORCAMENTO
               END-IF
               PERFORM GUARDA-ORCAMENTO
                       UNTIL ORC-FIM EQUAL "SIM"
               CLOSE ORCAMENTO.
       LE-ORCAMENTO.
           READ ORCAMENTO NEXT
                       AT END
                             MOVE "SIM" TO ORC-FIM.
           IF  ORC-FIM NOT EQUAL "SIM"
               IF  OR-ANO NOT EQUAL WS-ANO
                   MOVE "SIM" TO ORC-FIM.
       GUARDA-ORCAMENTO.
           IF  QT-LINHAS NOT LESS 500
               DISPLAY "PRG119 - TABELA DE ORCAMENTOS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-LINHAS.
           ADD 1 TO CT-ORCAMENTOS.
           MOVE OR-CCUSTO TO TAB-LN-CCUSTO(QT-LINHAS).
           MOVE OR-CONTA  TO TAB-LN-CONTA(QT-LINHAS).
           MOVE OR-DESCR  TO TAB-LN-DESCR(QT-LINHAS).
           PERFORM GUARDA-MES-ORCADO
                   VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX GREATER 12.
           PERFORM LE-ORCAMENTO.
       GUARDA-MES-ORCADO.
           MOVE OR-REVISADO(WS-MX) TO TAB-LN-ORC(QT-LINHAS WS-MX).
           MOVE ZEROS TO TAB-LN-REAL(QT-LINHAS WS-MX).

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
               DISPLAY "PRG119 - TABELA DEPARTAMENTOS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-DEPTOS.
           MOVE DP-DEPTO  TO TAB-DEP-CODIGO(QT-DEPTOS).
           MOVE DP-NOME   TO TAB-DEP-NOME(QT-DEPTOS).
           MOVE DP-CCUSTO TO TAB-DEP-CCUSTO(QT-DEPTOS).
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
               DISPLAY "PRG119 - TABELA FUNCIONARIOS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-FUNC.
           MOVE CODIGO TO TAB-FU-CODIGO(QT-FUNC).
           MOVE DEPTO  TO TAB-FU-DEPTO(QT-FUNC).
           PERFORM LE-CADENT.

       APURA-FOLHA.
           MOVE SPACES TO WS-FS-HOLHIST.
           OPEN INPUT HOLHIST.
           IF  WS-FS-HOLHIST EQUAL "35"
               DISPLAY "PRG119 - HISTORICO DE HOLERITES INEXISTENTE"
               MOVE "SIM" TO HO-FIM
           ELSE
               CLOSE HOLHIST
               SORT ARQSORT ASCENDING KEY SRT-CODIGO SRT-COMPET
                                          SRT-TIPO SRT-DATA SRT-HORA
                    USING HOLHIST GIVING HOLORD
               OPEN INPUT HOLORD
               MOVE "OPEN" TO WS-OPER-ERRO
               MOVE "HOLORD" TO WS-ARQ-ERRO
               MOVE WS-FS-HOLORD TO WS-FS-ERRO
               PERFORM TESTA-STATUS
               PERFORM LE-HOLORD
               PERFORM TRATA-HOLERITE
                       UNTIL HO-FIM EQUAL "SIM"
               CLOSE HOLORD.
       LE-HOLORD.
           READ HOLORD
                       AT END
                             MOVE "SIM" TO HO-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "HOLORD" TO WS-ARQ-ERRO.
           MOVE WS-FS-HOLORD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       TRATA-HOLERITE.
           MOVE HO-CODIGO   TO WS-HD-CODIGO.
           MOVE HO-COMPET   TO WS-HD-COMPET.
           MOVE HO-TIPO     TO WS-HD-TIPO.
           MOVE HO-DATA-ANO TO WS-HD-DATA-ANO.
           MOVE HO-DATA-MES TO WS-HD-DATA-MES.
           MOVE HO-BRUTO    TO WS-HD-BRUTO.
           PERFORM LE-HOLORD.
           IF  HO-FIM EQUAL "SIM"
           OR  HO-CODIGO NOT EQUAL WS-HD-CODIGO
           OR  HO-COMPET NOT EQUAL WS-HD-COMPET
           OR  HO-TIPO NOT EQUAL WS-HD-TIPO
               PERFORM ACUMULA-FOLHA
                       THRU ACUMULA-FOLHA-FIM
           ELSE
               ADD 1 TO CT-SUBSTITUIDOS.

       ACUMULA-FOLHA.
           IF  WS-HD-TIPO EQUAL "M"
               IF  WS-HD-COMPET-ANO NOT EQUAL WS-ANO
                   GO TO ACUMULA-FOLHA-FIM
               END-IF
               MOVE WS-HD-COMPET-MES TO WS-MES-LANC
           ELSE
               IF  WS-HD-DATA-ANO NOT EQUAL WS-ANO
                   GO TO ACUMULA-FOLHA-FIM
               END-IF
               MOVE WS-HD-DATA-MES TO WS-MES-LANC.
           IF  WS-MES-LANC LESS 1 OR WS-MES-LANC GREATER WS-MES
               GO TO ACUMULA-FOLHA-FIM.
           ADD 1 TO CT-HOLERITES.
           PERFORM BUSCA-CCUSTO-FUNC.
           MOVE WS-CC-ATUAL  TO WS-CHV-CCUSTO.
           MOVE WS-CTA-FOLHA TO WS-CHV-CONTA.
           PERFORM LOCALIZA-LINHA.
           IF  WS-ACHOU EQUAL "NAO"
               PERFORM INSERE-LINHA
               MOVE "FOLHA DE PAGAMENTO" TO TAB-LN-DESCR(WS-POS).
           ADD WS-HD-BRUTO TO TAB-LN-REAL(WS-POS WS-MES-LANC).
       ACUMULA-FOLHA-FIM.
           EXIT.

       BUSCA-CCUSTO-FUNC.
           MOVE ZEROS TO WS-DEPTO WS-CC-ATUAL.
           MOVE "NAO" TO WS-ACHOU.
           PERFORM PROCURA-FUNCIONARIO
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX GREATER QT-FUNC
                   OR WS-ACHOU EQUAL "SIM".
           MOVE "NAO" TO WS-ACHOU.
           PERFORM PROCURA-DEPTO
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX GREATER QT-DEPTOS
                   OR WS-ACHOU EQUAL "SIM".
           IF  WS-ACHOU EQUAL "NAO"
               ADD 1 TO CT-SEM-CCUSTO
               DISPLAY "PRG119 - FUNCIONARIO " WS-HD-CODIGO
                       " SEM CENTRO DE CUSTO - LANCADO NO 00000".
       PROCURA-FUNCIONARIO.
           IF  TAB-FU-CODIGO(WS-JX) EQUAL WS-HD-CODIGO
               MOVE TAB-FU-DEPTO(WS-JX) TO WS-DEPTO
               MOVE "SIM" TO WS-ACHOU.
       PROCURA-DEPTO.
           IF  TAB-DEP-CODIGO(WS-JX) EQUAL WS-DEPTO
               MOVE TAB-DEP-CCUSTO(WS-JX) TO WS-CC-ATUAL
               MOVE "SIM" TO WS-ACHOU.

       LOCALIZA-LINHA.
           MOVE "NAO" TO WS-ACHOU WS-PARA.
           PERFORM COMPARA-CHAVE
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS GREATER QT-LINHAS
                   OR WS-PARA EQUAL "SIM".
           IF  WS-PARA EQUAL "SIM"
               SUBTRACT 1 FROM WS-POS.
       COMPARA-CHAVE.
           IF  TAB-LN-CHAVE(WS-POS) NOT LESS WS-CHAVE
               MOVE "SIM" TO WS-PARA
               IF  TAB-LN-CHAVE(WS-POS) EQUAL WS-CHAVE
                   MOVE "SIM" TO WS-ACHOU.

       INSERE-LINHA.
           IF  QT-LINHAS NOT LESS 500
               DISPLAY "PRG119 - TABELA DE ORCAMENTOS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           PERFORM DESLOCA-LINHA
                   VARYING WS-IX FROM QT-LINHAS BY -1
                   UNTIL WS-IX LESS WS-POS.
           ADD 1 TO QT-LINHAS.
           MOVE WS-CHV-CCUSTO TO TAB-LN-CCUSTO(WS-POS).
           MOVE WS-CHV-CONTA  TO TAB-LN-CONTA(WS-POS).
           MOVE SPACES TO TAB-LN-DESCR(WS-POS).
           PERFORM ZERA-MES-LINHA
                   VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX GREATER 12.
       DESLOCA-LINHA.
           COMPUTE WS-JX = WS-IX + 1.
           MOVE TAB-LN-OCORR(WS-IX) TO TAB-LN-OCORR(WS-JX).
       ZERA-MES-LINHA.
           MOVE ZEROS TO TAB-LN-ORC(WS-POS WS-MX)
                         TAB-LN-REAL(WS-POS WS-MX).

       APURA-DIARIO.
           MOVE SPACES TO WS-FS-DIARIO.
           OPEN INPUT DIARIO.
           IF  WS-FS-DIARIO EQUAL "35"
               DISPLAY "PRG119 - DIARIO.DAT INEXISTENTE"
               MOVE "SIM" TO DIA-FIM
           ELSE
               PERFORM LE-DIARIO
               PERFORM ACUMULA-DIARIO
                       UNTIL DIA-FIM EQUAL "SIM"
               CLOSE DIARIO.
       LE-DIARIO.
           READ DIARIO
                       AT END
                             MOVE "SIM" TO DIA-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "DIARIO" TO WS-ARQ-ERRO.
           MOVE WS-FS-DIARIO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       ACUMULA-DIARIO.
           IF  DL-ANO EQUAL WS-ANO
           AND DL-MES GREATER ZERO
           AND DL-MES NOT GREATER WS-MES
               ADD 1 TO CT-DIARIO
               IF  DL-DC EQUAL "C"
                   COMPUTE WS-VALOR = ZERO - DL-VALOR
               ELSE
                   MOVE DL-VALOR TO WS-VALOR
               END-IF
               MOVE ZEROS    TO WS-CHV-CCUSTO
               MOVE DL-CONTA TO WS-CHV-CONTA
               PERFORM LOCALIZA-LINHA
               IF  WS-ACHOU EQUAL "SIM"
                   ADD WS-VALOR TO TAB-LN-REAL(WS-POS DL-MES)
               ELSE
                   ADD 1 TO CT-SEM-ORC
                   ADD WS-VALOR TO WS-TOT-SEM-ORC.
           PERFORM LE-DIARIO.

       IMPRIME-CENTRO-CUSTO.
           MOVE TAB-LN-CCUSTO(WS-IX) TO WS-CC-ATUAL.
           MOVE ZEROS TO WS-TT-ORC-MES(1) WS-TT-REAL-MES(1)
                         WS-TT-ORC-ACU(1) WS-TT-REAL-ACU(1).
           MOVE 99 TO CTLIN.
           PERFORM IMPRIME-CONTA
                   UNTIL WS-IX GREATER QT-LINHAS
                   OR TAB-LN-CCUSTO(WS-IX) NOT EQUAL WS-CC-ATUAL.
           PERFORM VERIFICA-PAGINA.
           MOVE "TOTAL DO C.CUSTO " TO DC-TXT.
           MOVE WS-CC-ATUAL TO DC-CTA.
           MOVE SPACES TO DC-DESC.
           WRITE REGRELORC FROM DETCONTA AFTER ADVANCING 2 LINES.
           MOVE WS-TT-ORC-MES(1)  TO WS-ORC.
           MOVE WS-TT-REAL-MES(1) TO WS-REAL.
           MOVE "MES" TO DV-PER.
           PERFORM IMPRIME-VALORES.
           MOVE WS-TT-ORC-ACU(1)  TO WS-ORC.
           MOVE WS-TT-REAL-ACU(1) TO WS-REAL.
           MOVE "ACUM" TO DV-PER.
           PERFORM IMPRIME-VALORES.
           ADD 4 TO CTLIN.
           ADD WS-TT-ORC-MES(1)  TO WS-TT-ORC-MES(2).
           ADD WS-TT-REAL-MES(1) TO WS-TT-REAL-MES(2).
           ADD WS-TT-ORC-ACU(1)  TO WS-TT-ORC-ACU(2).
           ADD WS-TT-REAL-ACU(1) TO WS-TT-REAL-ACU(2).

       IMPRIME-CONTA.
           MOVE ZEROS TO WS-ORC-ACUM WS-REAL-ACUM.
           PERFORM SOMA-ACUMULADO
                   VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX GREATER WS-MES.
           MOVE TAB-LN-ORC(WS-IX WS-MES)  TO WS-ORC-MES.
           MOVE TAB-LN-REAL(WS-IX WS-MES) TO WS-REAL-MES.
           PERFORM VERIFICA-PAGINA.
           MOVE "CONTA" TO DC-TXT.
           MOVE TAB-LN-CONTA(WS-IX) TO DC-CTA.
           MOVE TAB-LN-DESCR(WS-IX) TO DC-DESC.
           WRITE REGRELORC FROM DETCONTA AFTER ADVANCING 2 LINES.
           MOVE WS-ORC-MES  TO WS-ORC.
           MOVE WS-REAL-MES TO WS-REAL.
           MOVE "MES" TO DV-PER.
           PERFORM IMPRIME-VALORES.
           MOVE WS-ORC-ACUM  TO WS-ORC.
           MOVE WS-REAL-ACUM TO WS-REAL.
           MOVE "ACUM" TO DV-PER.
           PERFORM IMPRIME-VALORES.
           ADD 4 TO CTLIN.
           ADD 1 TO CT-LINHAS.
           ADD WS-ORC-MES   TO WS-TT-ORC-MES(1).
           ADD WS-REAL-MES  TO WS-TT-REAL-MES(1).
           ADD WS-ORC-ACUM  TO WS-TT-ORC-ACU(1).
           ADD WS-REAL-ACUM TO WS-TT-REAL-ACU(1).
           ADD 1 TO WS-IX.
       SOMA-ACUMULADO.
           ADD TAB-LN-ORC(WS-IX WS-MX)  TO WS-ORC-ACUM.
           ADD TAB-LN-REAL(WS-IX WS-MX) TO WS-REAL-ACUM.

       IMPRIME-VALORES.
           COMPUTE WS-VARIACAO = WS-REAL - WS-ORC.
           MOVE ZEROS TO WS-PERC.
           MOVE SPACES TO DV-FLAG.
           IF  WS-ORC GREATER ZERO
               COMPUTE WS-PERC ROUNDED = WS-VARIACAO * 100 / WS-ORC
                   ON SIZE ERROR
                       MOVE 9999,9 TO WS-PERC
               END-COMPUTE
               IF  WS-PERC GREATER WS-TOLERANCIA
                   MOVE "EXCEDIDO" TO DV-FLAG
               END-IF
           ELSE
               IF  WS-REAL GREATER ZERO
                   MOVE "SEM ORC." TO DV-FLAG.
           IF  DV-FLAG NOT EQUAL SPACES
           AND DC-TXT EQUAL "CONTA"
               ADD 1 TO CT-EXCEDIDAS.
           MOVE WS-ORC      TO DV-ORC.
           MOVE WS-REAL     TO DV-REAL.
           MOVE WS-VARIACAO TO DV-VAR.
           MOVE WS-PERC     TO DV-PERC.
           WRITE REGRELORC FROM DETVAL AFTER ADVANCING 1 LINE.

       VERIFICA-PAGINA.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELORC.
           WRITE REGRELORC AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELORC FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELORC FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELORC FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELORC FROM BREAK AFTER ADVANCING 1 LINE.
           MOVE WS-CC-ATUAL TO CC-COD.
           PERFORM NOME-CENTRO-CUSTO.
           WRITE REGRELORC FROM CABCC AFTER ADVANCING 1 LINE.
           WRITE REGRELORC FROM CAB2 AFTER ADVANCING 2 LINES.
           WRITE REGRELORC FROM BREAK AFTER ADVANCING 1 LINE.

       NOME-CENTRO-CUSTO.
           MOVE "NAO" TO WS-ACHOU.
           MOVE "SEM CADASTRO" TO CC-NOME.
           IF  WS-CC-ATUAL EQUAL ZEROS
               MOVE "CORPORATIVO" TO CC-NOME
           ELSE
               PERFORM PROCURA-NOME-CC
                       VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX GREATER QT-DEPTOS
                       OR WS-ACHOU EQUAL "SIM".
       PROCURA-NOME-CC.
           IF  TAB-DEP-CCUSTO(WS-JX) EQUAL WS-CC-ATUAL
               MOVE TAB-DEP-NOME(WS-JX) TO CC-NOME
               MOVE "SIM" TO WS-ACHOU.

       IMPRIME-TOTAL-GERAL.
           IF  CTLIN GREATER 27
               MOVE SPACES TO REGRELORC
               WRITE REGRELORC AFTER ADVANCING PAGE
               ADD 1 TO CTPAG
               MOVE CTPAG TO CTP
               WRITE REGRELORC FROM CAB0 AFTER ADVANCING 1 LINE
               WRITE REGRELORC FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELORC FROM CAB1 AFTER ADVANCING 1 LINE
               WRITE REGRELORC FROM CAB2 AFTER ADVANCING 2 LINES
               WRITE REGRELORC FROM BREAK AFTER ADVANCING 1 LINE.
           MOVE "TOTAL GERAL" TO DC-TXT.
           MOVE ZEROS TO DC-CTA.
           MOVE SPACES TO DC-DESC.
           WRITE REGRELORC FROM DETCONTA AFTER ADVANCING 3 LINES.
           MOVE WS-TT-ORC-MES(2)  TO WS-ORC.
           MOVE WS-TT-REAL-MES(2) TO WS-REAL.
           MOVE "MES" TO DV-PER.
           PERFORM IMPRIME-VALORES.
           MOVE WS-TT-ORC-ACU(2)  TO WS-ORC.
           MOVE WS-TT-REAL-ACU(2) TO WS-REAL.
           MOVE "ACUM" TO DV-PER.
           PERFORM IMPRIME-VALORES.
           IF  CT-SEM-ORC GREATER ZERO
               MOVE "DIARIO SEM ORCAMENTO" TO DC-DESC
               MOVE SPACES TO DC-TXT
               WRITE REGRELORC FROM DETCONTA AFTER ADVANCING 2 LINES
               MOVE ZEROS TO WS-ORC
               MOVE WS-TOT-SEM-ORC TO WS-REAL
               MOVE "ACUM" TO DV-PER
               PERFORM IMPRIME-VALORES.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG119"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-LINHAS    TO RL-QTDE.
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
               DISPLAY "PRG119 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG119" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
