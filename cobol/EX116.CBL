       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG116.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HOLHIST.
           SELECT HOLORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HOLORD.
           SELECT DIRFRES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIRFRES.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
           SELECT RELINFO ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELINFO.
           SELECT RELDIRF ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELDIRF.
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
           02 HO-DATA       PIC 9(08).
           02 HO-HORA       PIC 9(08).
           02 HO-BRUTO      PIC 9(05)V99.
           02 HO-DESCONTOS  PIC 9(05)V99.
           02 HO-LIQUIDO    PIC 9(05)V99.
           02 HO-QT-DED     PIC 9(02).
           02 HO-DED OCCURS 10 TIMES.
              03 HO-DED-COD PIC X(04).
              03 HO-DED-VAL PIC 9(05)V99.
       FD  DIRFRES
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DIRFRES.DAT".
       01  REGDIRFRES.
           02 DR-ANO        PIC 9(04).
           02 DR-CODIGO     PIC 9(07).
           02 DR-NOME       PIC X(25).
           02 DR-RENDIMENTO PIC 9(07)V99.
           02 DR-PREVID     PIC 9(07)V99.
           02 DR-IRRF       PIC 9(07)V99.
           02 DR-13-BRUTO   PIC 9(07)V99.
           02 DR-13-PREVID  PIC 9(07)V99.
           02 DR-13-IRRF    PIC 9(07)V99.
       FD  PARMGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMGER.DAT".
       01  REGPARMGER.
           02 PG-PROGRAMA   PIC X(08).
           02 PG-PARMID     PIC X(08).
           02 PG-EFETIVA    PIC 9(08).
           02 PG-VALOR      PIC X(15).
           02 PG-DESCR      PIC X(30).
       FD  RELINFO LABEL RECORD OMITTED.
       01  REGRELINFO       PIC X(80).
       FD  RELDIRF LABEL RECORD OMITTED.
       01  REGRELDIRF       PIC X(80).
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
       77  WS-FS-HOLHIST    PIC X(02) VALUE SPACES.
       77  WS-FS-HOLORD     PIC X(02) VALUE "00".
       77  WS-FS-DIRFRES    PIC X(02) VALUE "00".
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-RELINFO    PIC X(02) VALUE "00".
       77  WS-FS-RELDIRF    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  HO-FIM           PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-ANO-BASE      PIC 9(04) VALUE ZEROS.
       77  WS-COD-INSS      PIC X(04) VALUE "INSS".
       77  WS-COD-IRRF      PIC X(04) VALUE "IRRF".
       77  WS-COD-ATUAL     PIC 9(07) VALUE ZEROS.
       77  WS-NOME-ATUAL    PIC X(25) VALUE SPACES.
       77  WS-SLOT          PIC 9(02) VALUE ZEROS.
       77  WS-MX            PIC 9(02) VALUE ZEROS.
       77  WS-JX            PIC 9(02) VALUE ZEROS.
       77  WS-REND          PIC 9(07)V99 VALUE ZEROS.
       77  WS-PREV          PIC 9(07)V99 VALUE ZEROS.
       77  WS-IRRF          PIC 9(07)V99 VALUE ZEROS.
       77  WS-13-BRUTO      PIC 9(07)V99 VALUE ZEROS.
       77  WS-13-PREV       PIC 9(07)V99 VALUE ZEROS.
       77  WS-13-IRRF       PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOT-REND      PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-PREV      PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-IRRF      PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-13-BRUTO  PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-13-IRRF   PIC 9(09)V99 VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CTPAG-INFO       PIC 9(04) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(06) VALUE ZEROS.
       77  CT-DO-ANO        PIC 9(06) VALUE ZEROS.
       77  CT-SUBSTITUIDOS  PIC 9(06) VALUE ZEROS.
       77  CT-INFORMES      PIC 9(06) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-PARM-ANOX.
           02 WS-PARM-ANO   PIC 9(04).
       01  TAB-MESES.
                 04 TAB-MS-OCORR OCCURS 14 TIMES.
                       05 TAB-MS-TEM     PIC X(01).
                       05 TAB-MS-BRUTO   PIC 9(07)V99.
                       05 TAB-MS-PREV    PIC 9(07)V99.
                       05 TAB-MS-IRRF    PIC 9(07)V99.
                       05 TAB-MS-OUTROS  PIC 9(07)V99.
                       05 TAB-MS-LIQ     PIC 9(07)V99.
       01  TAB-TOT-MES.
                 04 TAB-TM-OCORR OCCURS 14 TIMES.
                       05 TAB-TM-BRUTO   PIC 9(09)V99.
                       05 TAB-TM-PREV    PIC 9(09)V99.
                       05 TAB-TM-IRRF    PIC 9(09)V99.
       01  TAB-ROTULOS-V.
                 04 FILLER  PIC X(05) VALUE "JAN".
                 04 FILLER  PIC X(05) VALUE "FEV".
                 04 FILLER  PIC X(05) VALUE "MAR".
                 04 FILLER  PIC X(05) VALUE "ABR".
                 04 FILLER  PIC X(05) VALUE "MAI".
                 04 FILLER  PIC X(05) VALUE "JUN".
                 04 FILLER  PIC X(05) VALUE "JUL".
                 04 FILLER  PIC X(05) VALUE "AGO".
                 04 FILLER  PIC X(05) VALUE "SET".
                 04 FILLER  PIC X(05) VALUE "OUT".
                 04 FILLER  PIC X(05) VALUE "NOV".
                 04 FILLER  PIC X(05) VALUE "DEZ".
                 04 FILLER  PIC X(05) VALUE "13-1".
                 04 FILLER  PIC X(05) VALUE "13-2".
       01  TAB-ROTULOS REDEFINES TAB-ROTULOS-V.
                 04 TAB-ROTULO PIC X(05) OCCURS 14 TIMES.
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC ZZZ9  VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CABI1.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(50) VALUE
                    "COMPROVANTE DE RENDIMENTOS E RETENCAO - ANO ".
                 03 CI-ANO  PIC 9(04) VALUE ZEROS.
       01  CABI2.
                 03 FILLER  PIC X(14) VALUE " BENEFICIARIO:".
                 03 CI-COD  PIC 9(07) VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE " - ".
                 03 CI-NOME PIC X(25) VALUE SPACES.
       01  CABI3.
                 03 FILLER  PIC X(08) VALUE " MES".
                 03 FILLER  PIC X(14) VALUE "         BRUTO".
                 03 FILLER  PIC X(14) VALUE "   PREVIDENCIA".
                 03 FILLER  PIC X(14) VALUE "          IRRF".
                 03 FILLER  PIC X(14) VALUE "        OUTROS".
                 03 FILLER  PIC X(14) VALUE "       LIQUIDO".
       01  DETMES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DM-MES  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DM-BRU  PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DM-PRE  PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DM-IRR  PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DM-OUT  PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DM-LIQ  PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINQUADRO.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LQ-TXT  PIC X(50) VALUE SPACES.
                 03 LQ-VAL  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  CABD1.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(44) VALUE
                    "RESUMO ANUAL DE RETENCOES NA FONTE - ANO ".
                 03 CD-ANO  PIC 9(04) VALUE ZEROS.
       01  CABD2.
                 03 FILLER  PIC X(09) VALUE " CODIGO".
                 03 FILLER  PIC X(19) VALUE "NOME".
                 03 FILLER  PIC X(11) VALUE "  REND.TRIB".
                 03 FILLER  PIC X(11) VALUE "   PREVID.".
                 03 FILLER  PIC X(10) VALUE "     IRRF".
                 03 FILLER  PIC X(11) VALUE "  13O BRUTO".
                 03 FILLER  PIC X(09) VALUE " IRRF 13O".
       01  DETDIRF.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DD-COD  PIC 9(07) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DD-NOME PIC X(18) VALUE SPACES.
                 03 DD-REN  PIC ZZZZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DD-PRE  PIC ZZZZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DD-IRR  PIC ZZZZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DD-13B  PIC ZZZZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DD-13I  PIC ZZZZZ9,99 VALUE ZEROS.
       01  CABD3.
                 03 FILLER  PIC X(08) VALUE " MES".
                 03 FILLER  PIC X(18) VALUE "    BASE (BRUTO)".
                 03 FILLER  PIC X(18) VALUE "       PREVIDENCIA".
                 03 FILLER  PIC X(18) VALUE "     IRRF RETIDO".
       01  DETTOTMES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DT-MES  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-BRU  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 DT-PRE  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 DT-IRR  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           MOVE SPACES TO WS-FS-HOLHIST.
           OPEN INPUT HOLHIST.
           IF  WS-FS-HOLHIST EQUAL "35"
               DISPLAY "PRG116 - HISTORICO DE HOLERITES INEXISTENTE"
               MOVE 8 TO RETURN-CODE
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           CLOSE HOLHIST.
           SORT ARQSORT ASCENDING KEY SRT-CODIGO SRT-COMPET SRT-TIPO
                                      SRT-DATA SRT-HORA
                USING HOLHIST GIVING HOLORD.
           OPEN INPUT HOLORD OUTPUT RELINFO RELDIRF DIRFRES.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "HOLORD" TO WS-ARQ-ERRO.
           MOVE WS-FS-HOLORD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "DIRFRES" TO WS-ARQ-ERRO.
           MOVE WS-FS-DIRFRES TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE ZEROS TO TAB-TOT-MES.
           MOVE WS-ANO-BASE TO CI-ANO CD-ANO.
           PERFORM LE-HISTORICO.
           PERFORM TRATA-FUNCIONARIO
                   UNTIL HO-FIM EQUAL "SIM".
           PERFORM IMPRIME-RESUMO-MENSAL.
           CLOSE HOLORD RELINFO RELDIRF DIRFRES.
           IF  CT-INFORMES EQUAL ZERO
               DISPLAY "PRG116 - NENHUM HOLERITE NO ANO " WS-ANO-BASE
               MOVE 4 TO RETURN-CODE.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG116 - TOTAIS DE CONTROLE".
           DISPLAY "ANO-CALENDARIO.........: " WS-ANO-BASE.
           DISPLAY "HOLERITES LIDOS........: " CT-LIDOS.
           DISPLAY "HOLERITES DO ANO.......: " CT-DO-ANO.
           DISPLAY "SUBSTITUIDOS (REPROC.).: " CT-SUBSTITUIDOS.
           DISPLAY "INFORMES EMITIDOS......: " CT-INFORMES.
           DISPLAY "TOTAL RENDIMENTOS......: " WS-TOT-REND.
           DISPLAY "TOTAL IRRF.............: " WS-TOT-IRRF.

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
           IF  PG-PROGRAMA EQUAL "PRG116"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE WS-HOJE(1:4) TO WS-ANO-BASE.
           SUBTRACT 1 FROM WS-ANO-BASE.
           MOVE "ANOBASE" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:4) TO WS-PARM-ANOX
               IF  WS-PARM-ANO NUMERIC
                   MOVE WS-PARM-ANO TO WS-ANO-BASE.
           MOVE "CODINSS" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:4) TO WS-COD-INSS.
           MOVE "CODIRRF" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:4) TO WS-COD-IRRF.

       LE-HISTORICO.
           PERFORM LE-HOLORD.
           PERFORM LE-HOLORD
                   UNTIL HO-FIM EQUAL "SIM"
                   OR HO-COMPET-ANO EQUAL WS-ANO-BASE.
           IF  HO-FIM NOT EQUAL "SIM"
               ADD 1 TO CT-DO-ANO.
       LE-HOLORD.
           READ HOLORD
                       AT END
                             MOVE "SIM" TO HO-FIM
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "HOLORD" TO WS-ARQ-ERRO.
           MOVE WS-FS-HOLORD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       TRATA-FUNCIONARIO.
           MOVE HO-CODIGO TO WS-COD-ATUAL.
           MOVE ZEROS TO TAB-MESES.
           PERFORM ACUMULA-HOLERITE
                   UNTIL HO-FIM EQUAL "SIM"
                   OR HO-CODIGO NOT EQUAL WS-COD-ATUAL.
           PERFORM CALCULA-ANUAL.
           PERFORM IMPRIME-INFORME.
           PERFORM IMPRIME-LINHA-DIRF.
           PERFORM GRAVA-DIRFRES.
           ADD 1 TO CT-INFORMES.

       ACUMULA-HOLERITE.
           MOVE HO-COMPET-MES TO WS-SLOT.
           IF  HO-TIPO EQUAL "1"
               MOVE 13 TO WS-SLOT.
           IF  HO-TIPO EQUAL "2"
               MOVE 14 TO WS-SLOT.
           IF  WS-SLOT GREATER ZERO
           AND WS-SLOT NOT GREATER 14
               IF  TAB-MS-TEM(WS-SLOT) EQUAL "S"
                   ADD 1 TO CT-SUBSTITUIDOS
               END-IF
               MOVE HO-NOME TO WS-NOME-ATUAL
               MOVE "S"         TO TAB-MS-TEM(WS-SLOT)
               MOVE HO-BRUTO    TO TAB-MS-BRUTO(WS-SLOT)
               MOVE HO-LIQUIDO  TO TAB-MS-LIQ(WS-SLOT)
               MOVE ZEROS TO TAB-MS-PREV(WS-SLOT)
                             TAB-MS-IRRF(WS-SLOT)
                             TAB-MS-OUTROS(WS-SLOT)
               PERFORM SEPARA-DEDUCAO
                       VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX GREATER HO-QT-DED
                       OR WS-JX GREATER 10.
           PERFORM LE-HISTORICO.

       SEPARA-DEDUCAO.
           IF  HO-DED-COD(WS-JX) EQUAL WS-COD-INSS
               ADD HO-DED-VAL(WS-JX) TO TAB-MS-PREV(WS-SLOT)
           ELSE
               IF  HO-DED-COD(WS-JX) EQUAL WS-COD-IRRF
                   ADD HO-DED-VAL(WS-JX) TO TAB-MS-IRRF(WS-SLOT)
               ELSE
                   ADD HO-DED-VAL(WS-JX) TO TAB-MS-OUTROS(WS-SLOT).

       CALCULA-ANUAL.
           MOVE ZEROS TO WS-REND WS-PREV WS-IRRF.
           PERFORM SOMA-MES
                   VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX GREATER 14.
           IF  TAB-MS-TEM(14) EQUAL "S"
               MOVE TAB-MS-BRUTO(14) TO WS-13-BRUTO
           ELSE
               MOVE TAB-MS-BRUTO(13) TO WS-13-BRUTO.
           COMPUTE WS-13-PREV = TAB-MS-PREV(13) + TAB-MS-PREV(14).
           COMPUTE WS-13-IRRF = TAB-MS-IRRF(13) + TAB-MS-IRRF(14).
           ADD WS-REND     TO WS-TOT-REND.
           ADD WS-PREV     TO WS-TOT-PREV.
           ADD WS-IRRF     TO WS-TOT-IRRF.
           ADD WS-13-BRUTO TO WS-TOT-13-BRUTO.
           ADD WS-13-IRRF  TO WS-TOT-13-IRRF.
       SOMA-MES.
           IF  WS-MX LESS 13
               ADD TAB-MS-BRUTO(WS-MX) TO WS-REND
               ADD TAB-MS-PREV(WS-MX)  TO WS-PREV
               ADD TAB-MS-IRRF(WS-MX)  TO WS-IRRF.
           ADD TAB-MS-BRUTO(WS-MX) TO TAB-TM-BRUTO(WS-MX).
           ADD TAB-MS-PREV(WS-MX)  TO TAB-TM-PREV(WS-MX).
           ADD TAB-MS-IRRF(WS-MX)  TO TAB-TM-IRRF(WS-MX).

       IMPRIME-INFORME.
           MOVE SPACES TO REGRELINFO.
           WRITE REGRELINFO AFTER ADVANCING PAGE.
           ADD 1 TO CTPAG-INFO.
           MOVE CTPAG-INFO TO CTP.
           WRITE REGRELINFO FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELINFO FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELINFO FROM CABI1 AFTER ADVANCING 1 LINE.
           MOVE WS-COD-ATUAL  TO CI-COD.
           MOVE WS-NOME-ATUAL TO CI-NOME.
           WRITE REGRELINFO FROM CABI2 AFTER ADVANCING 2 LINES.
           WRITE REGRELINFO FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELINFO FROM CABI3 AFTER ADVANCING 1 LINE.
           WRITE REGRELINFO FROM BREAK AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-MES-INFORME
                   VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX GREATER 14.
           MOVE "1. TOTAL DOS RENDIMENTOS TRIBUTAVEIS......:"
                TO LQ-TXT.
           MOVE WS-REND TO LQ-VAL.
           WRITE REGRELINFO FROM LINQUADRO AFTER ADVANCING 2 LINES.
           MOVE "2. CONTRIBUICAO PREVIDENCIARIA OFICIAL....:"
                TO LQ-TXT.
           MOVE WS-PREV TO LQ-VAL.
           WRITE REGRELINFO FROM LINQUADRO AFTER ADVANCING 1 LINE.
           MOVE "3. IMPOSTO SOBRE A RENDA RETIDO NA FONTE..:"
                TO LQ-TXT.
           MOVE WS-IRRF TO LQ-VAL.
           WRITE REGRELINFO FROM LINQUADRO AFTER ADVANCING 1 LINE.
           MOVE "4. DECIMO TERCEIRO (TRIBUTACAO EXCLUSIVA).:"
                TO LQ-TXT.
           MOVE WS-13-BRUTO TO LQ-VAL.
           WRITE REGRELINFO FROM LINQUADRO AFTER ADVANCING 2 LINES.
           MOVE "   PREVIDENCIA SOBRE O DECIMO TERCEIRO....:"
                TO LQ-TXT.
           MOVE WS-13-PREV TO LQ-VAL.
           WRITE REGRELINFO FROM LINQUADRO AFTER ADVANCING 1 LINE.
           MOVE "   IRRF SOBRE O DECIMO TERCEIRO...........:"
                TO LQ-TXT.
           MOVE WS-13-IRRF TO LQ-VAL.
           WRITE REGRELINFO FROM LINQUADRO AFTER ADVANCING 1 LINE.
       IMPRIME-MES-INFORME.
           MOVE TAB-ROTULO(WS-MX)    TO DM-MES.
           MOVE TAB-MS-BRUTO(WS-MX)  TO DM-BRU.
           MOVE TAB-MS-PREV(WS-MX)   TO DM-PRE.
           MOVE TAB-MS-IRRF(WS-MX)   TO DM-IRR.
           MOVE TAB-MS-OUTROS(WS-MX) TO DM-OUT.
           MOVE TAB-MS-LIQ(WS-MX)    TO DM-LIQ.
           WRITE REGRELINFO FROM DETMES AFTER ADVANCING 1 LINE.

       IMPRIME-LINHA-DIRF.
           IF  CTLIN GREATER 30
               PERFORM CABECALHO-DIRF.
           MOVE WS-COD-ATUAL  TO DD-COD.
           MOVE WS-NOME-ATUAL TO DD-NOME.
           MOVE WS-REND       TO DD-REN.
           MOVE WS-PREV       TO DD-PRE.
           MOVE WS-IRRF       TO DD-IRR.
           MOVE WS-13-BRUTO   TO DD-13B.
           MOVE WS-13-IRRF    TO DD-13I.
           WRITE REGRELDIRF FROM DETDIRF AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
       CABECALHO-DIRF.
           MOVE SPACES TO REGRELDIRF.
           WRITE REGRELDIRF AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELDIRF FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELDIRF FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELDIRF FROM CABD1 AFTER ADVANCING 1 LINE.
           WRITE REGRELDIRF FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELDIRF FROM CABD2 AFTER ADVANCING 1 LINE.
           WRITE REGRELDIRF FROM BREAK AFTER ADVANCING 1 LINE.

       GRAVA-DIRFRES.
           MOVE WS-ANO-BASE   TO DR-ANO.
           MOVE WS-COD-ATUAL  TO DR-CODIGO.
           MOVE WS-NOME-ATUAL TO DR-NOME.
           MOVE WS-REND       TO DR-RENDIMENTO.
           MOVE WS-PREV       TO DR-PREVID.
           MOVE WS-IRRF       TO DR-IRRF.
           MOVE WS-13-BRUTO   TO DR-13-BRUTO.
           MOVE WS-13-PREV    TO DR-13-PREVID.
           MOVE WS-13-IRRF    TO DR-13-IRRF.
           WRITE REGDIRFRES.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "DIRFRES" TO WS-ARQ-ERRO.
           MOVE WS-FS-DIRFRES TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       IMPRIME-RESUMO-MENSAL.
           IF  CTLIN GREATER 8
               PERFORM CABECALHO-DIRF.
           MOVE WS-TOT-REND     TO DD-REN.
           MOVE WS-TOT-PREV     TO DD-PRE.
           MOVE WS-TOT-IRRF     TO DD-IRR.
           MOVE WS-TOT-13-BRUTO TO DD-13B.
           MOVE WS-TOT-13-IRRF  TO DD-13I.
           MOVE ZEROS           TO DD-COD.
           MOVE "TOTAL GERAL"   TO DD-NOME.
           WRITE REGRELDIRF FROM DETDIRF AFTER ADVANCING 2 LINES.
           WRITE REGRELDIRF FROM CABD3 AFTER ADVANCING 3 LINES.
           WRITE REGRELDIRF FROM BREAK AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-TOTAL-MES
                   VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX GREATER 14.
       IMPRIME-TOTAL-MES.
           MOVE TAB-ROTULO(WS-MX)   TO DT-MES.
           MOVE TAB-TM-BRUTO(WS-MX) TO DT-BRU.
           MOVE TAB-TM-PREV(WS-MX)  TO DT-PRE.
           MOVE TAB-TM-IRRF(WS-MX)  TO DT-IRR.
           WRITE REGRELDIRF FROM DETTOTMES AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG116"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-INFORMES  TO RL-QTDE.
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
               DISPLAY "PRG116 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG116" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
