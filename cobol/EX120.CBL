       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG120.
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
           SELECT DIAORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIAORD.
           SELECT SALDOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SALDOS.
           SELECT CONTAMAP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTAMAP.
           SELECT PERFECH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERFECH.
           SELECT LANCTRF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LANCTRF.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
           SELECT RELBAL ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELBAL.
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
       FD  DIARIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DIARIO.DAT".
       01  REGDIARIO.
           02 DL-DATA       PIC 9(08).
           02 DL-CONTA      PIC 9(06).
           02 DL-DC         PIC X(01).
           02 DL-VALOR      PIC 9(11)V99.
           02 DL-HIST       PIC X(20).
           02 DL-DOC        PIC 9(06).
       FD  DIAORD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DIAORD.DAT".
       01  REGDIAORD.
           02 DO-DATA.
              03 DO-COMPET  PIC 9(06).
              03 DO-DIA     PIC 9(02).
           02 DO-CONTA      PIC 9(06).
           02 DO-DC         PIC X(01).
           02 DO-VALOR      PIC 9(11)V99.
           02 DO-HIST       PIC X(20).
           02 DO-DOC        PIC 9(06).
       FD  SALDOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SALDOS.DAT".
       01  REGSALDOS.
           02 SC-CONTA      PIC 9(06).
           02 SC-COMPET     PIC 9(06).
           02 SC-ABERTURA   PIC S9(13)V99.
           02 SC-DEBITOS    PIC 9(13)V99.
           02 SC-CREDITOS   PIC 9(13)V99.
           02 SC-FECHAMENTO PIC S9(13)V99.
       FD  CONTAMAP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CONTAMAP.DAT".
       01  REGCONTAMAP.
           02 CM-EVENTO     PIC X(04).
           02 CM-CTA-DEB    PIC 9(06).
           02 CM-CTA-CRE    PIC 9(06).
           02 CM-DESCR      PIC X(20).
       FD  PERFECH
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PERFECH.DAT".
       01  REGPERFECH.
           02 PF-COMPET     PIC 9(06).
           02 PF-DATA       PIC 9(08).
           02 PF-HORA       PIC 9(08).
           02 PF-DEBITOS    PIC 9(13)V99.
           02 PF-CREDITOS   PIC 9(13)V99.
       FD  LANCTRF
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LANCTRF.DAT".
       01  REGLANCTRF.
           02 TR-DATA-ORIG  PIC 9(08).
           02 TR-DATA-NOVA  PIC 9(08).
           02 TR-PROGRAMA   PIC X(08).
           02 TR-CONTA      PIC 9(06).
           02 TR-DC         PIC X(01).
           02 TR-VALOR      PIC 9(11)V99.
           02 TR-HIST       PIC X(20).
           02 TR-DOC        PIC 9(06).
       FD  PARMGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMGER.DAT".
       01  REGPARMGER.
           02 PG-PROGRAMA   PIC X(08).
           02 PG-PARMID     PIC X(08).
           02 PG-EFETIVA    PIC 9(08).
           02 PG-VALOR      PIC X(15).
           02 PG-DESCR      PIC X(30).
       FD  RELBAL LABEL RECORD OMITTED.
       01  REGRELBAL        PIC X(80).
       SD  ARQSORT.
       01  REGSORT.
           03 SRT-DATA      PIC 9(08).
           03 SRT-CONTA     PIC 9(06).
           03 SRT-RESTO     PIC X(40).
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
       77  WS-FS-DIAORD     PIC X(02) VALUE "00".
       77  WS-FS-SALDOS     PIC X(02) VALUE "00".
       77  WS-FS-CONTAMAP   PIC X(02) VALUE SPACES.
       77  WS-FS-PERFECH    PIC X(02) VALUE SPACES.
       77  WS-FS-LANCTRF    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-RELBAL     PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  DO-FIM           PIC X(03) VALUE "NAO".
       77  MAP-FIM          PIC X(03) VALUE "NAO".
       77  PF-FIM           PIC X(03) VALUE "NAO".
       77  TR-FIM           PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-TEM-GRUPO     PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-ULT-FECHADO   PIC 9(06) VALUE ZEROS.
       77  WS-MES-ATUAL     PIC 9(06) VALUE ZEROS.
       77  WS-GRUPO-ATUAL   PIC 9(01) VALUE ZEROS.
       77  WS-CTA-AUX       PIC 9(06) VALUE ZEROS.
       77  WS-DESCR-AUX     PIC X(20) VALUE SPACES.
       77  WS-IX            PIC 9(03) VALUE ZEROS.
       77  QT-CTAS          PIC 9(03) VALUE ZEROS.
       77  WS-SALDO-CORR    PIC S9(13)V99 VALUE ZEROS.
       77  WS-ABERTURA      PIC S9(13)V99 VALUE ZEROS.
       77  WS-DEB-MES       PIC 9(13)V99 VALUE ZEROS.
       77  WS-CRE-MES       PIC 9(13)V99 VALUE ZEROS.
       77  WS-DEB-COMP      PIC 9(13)V99 VALUE ZEROS.
       77  WS-CRE-COMP      PIC 9(13)V99 VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LANCTOS       PIC 9(07) VALUE ZEROS.
       77  CT-SALDOS        PIC 9(07) VALUE ZEROS.
       77  CT-CONTAS        PIC 9(06) VALUE ZEROS.
       77  CT-SEM-MAPA      PIC 9(06) VALUE ZEROS.
       77  CT-TRANSFERIDOS  PIC 9(06) VALUE ZEROS.
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
       01  WS-CONTA-ATUAL   PIC 9(06) VALUE ZEROS.
       01  WS-CONTA-R REDEFINES WS-CONTA-ATUAL.
           02 WS-CTA-GRUPO  PIC 9(01).
           02 FILLER        PIC 9(05).
       01  WS-TOTAIS.
           02 WS-TT-OCORR OCCURS 2 TIMES.
              03 WS-TT-ABERT PIC S9(13)V99.
              03 WS-TT-DEB   PIC 9(13)V99.
              03 WS-TT-CRE   PIC 9(13)V99.
              03 WS-TT-FECH  PIC S9(13)V99.
       01  TAB-CONTAS.
                 04 TAB-CT-OCORR OCCURS 200 TIMES.
                       05 TAB-CT-CONTA   PIC 9(06).
                       05 TAB-CT-DESCR   PIC X(20).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(30) VALUE
                    "BALANCETE DE VERIFICACAO".
                 03 FILLER  PIC X(06) VALUE "COMP. ".
                 03 CB-COMP PIC XX/XXXX VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 CB-SIT  PIC X(18) VALUE SPACES.
       01  CAB2.
                 03 FILLER  PIC X(21) VALUE "CONTA  DESCRICAO".
                 03 FILLER  PIC X(15) VALUE "  SALDO INICIAL".
                 03 FILLER  PIC X(14) VALUE "       DEBITOS".
                 03 FILLER  PIC X(14) VALUE "      CREDITOS".
                 03 FILLER  PIC X(15) VALUE "    SALDO FINAL".
       01  CABGRP.
                 03 FILLER  PIC X(07) VALUE "GRUPO ".
                 03 CG-GRUPO PIC 9(01) VALUE ZEROS.
       01  DETBAL.
                 03 DB-CONTA PIC 9(06) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DB-DESC PIC X(14) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DB-ABE  PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DB-DEB  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DB-CRE  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DB-FEC  PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  TOTBAL.
                 03 TB-TXT  PIC X(21) VALUE SPACES.
                 03 TB-ABE  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 TB-DEB  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 TB-CRE  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 TB-FEC  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINMSG.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 LM-TXT  PIC X(60) VALUE SPACES.
       01  CABTRF.
                 03 FILLER  PIC X(20) VALUE "DATA ORIG DATA NOVA".
                 03 FILLER  PIC X(10) VALUE "PROGRAMA".
                 03 FILLER  PIC X(09) VALUE "CONTA".
                 03 FILLER  PIC X(19) VALUE "D/C          VALOR".
                 03 FILLER  PIC X(20) VALUE "  HISTORICO".
       01  DETTRF.
                 03 DT-ORIG PIC 9(08) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-NOVA PIC 9(08) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-PROG PIC X(08) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-CTA  PIC 9(06) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-DC   PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DT-VAL  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-HIST PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           PERFORM LE-FECHAMENTOS.
           PERFORM CARREGA-PLANO.
           MOVE SPACES TO WS-FS-DIARIO.
           OPEN INPUT DIARIO.
           IF  WS-FS-DIARIO EQUAL "35"
               DISPLAY "PRG120 - DIARIO.DAT INEXISTENTE"
               MOVE 8 TO RETURN-CODE
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           CLOSE DIARIO.
           SORT ARQSORT ASCENDING KEY SRT-CONTA SRT-DATA
                USING DIARIO GIVING DIAORD.
           OPEN INPUT DIAORD OUTPUT SALDOS RELBAL.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "DIAORD" TO WS-ARQ-ERRO.
           MOVE WS-FS-DIAORD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "SALDOS" TO WS-ARQ-ERRO.
           MOVE WS-FS-SALDOS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-COMPET-MES TO CB-COMP(1:2).
           MOVE WS-COMPET-ANO TO CB-COMP(4:4).
           IF  WS-COMPET-R9 NOT GREATER WS-ULT-FECHADO
               MOVE "PERIODO FECHADO" TO CB-SIT
           ELSE
               MOVE "PERIODO ABERTO" TO CB-SIT.
           MOVE ZEROS TO WS-TOTAIS.
           PERFORM LE-DIAORD.
           PERFORM PROCESSA-CONTA
                   UNTIL DO-FIM EQUAL "SIM".
           IF  WS-TEM-GRUPO EQUAL "SIM"
               PERFORM IMPRIME-TOTAL-GRUPO.
           PERFORM IMPRIME-TOTAL-GERAL.
           PERFORM LISTA-TRANSFERIDOS.
           CLOSE DIAORD SALDOS RELBAL.
           IF  CT-SEM-MAPA GREATER ZERO
           OR  CT-TRANSFERIDOS GREATER ZERO
               MOVE 4 TO RETURN-CODE.
           IF  WS-TT-DEB(2) NOT EQUAL WS-TT-CRE(2)
           OR  WS-TT-FECH(2) NOT EQUAL ZERO
               DISPLAY "PRG120 - BALANCETE NAO FECHA - VERIFICAR DIARIO"
               MOVE 8 TO RETURN-CODE.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG120 - TOTAIS DE CONTROLE".
           DISPLAY "COMPETENCIA............: " WS-COMPET.
           DISPLAY "ULTIMO PERIODO FECHADO.: " WS-ULT-FECHADO.
           DISPLAY "LANCAMENTOS LIDOS......: " CT-LANCTOS.
           DISPLAY "SALDOS GRAVADOS........: " CT-SALDOS.
           DISPLAY "CONTAS NO BALANCETE....: " CT-CONTAS.
           DISPLAY "CONTAS FORA DO CONTAMAP: " CT-SEM-MAPA.
           DISPLAY "TRANSFERIDOS P/ PERIODO: " CT-TRANSFERIDOS.
           DISPLAY "TOTAL DEBITOS..........: " WS-TT-DEB(2).
           DISPLAY "TOTAL CREDITOS.........: " WS-TT-CRE(2).

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
           IF  PG-PROGRAMA EQUAL "PRG120"
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
               DISPLAY "PRG120 - COMPETENCIA INVALIDA " WS-COMPET
               MOVE 8 TO RETURN-CODE
               STOP RUN.

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

       CARREGA-PLANO.
           MOVE SPACES TO WS-FS-CONTAMAP.
           OPEN INPUT CONTAMAP.
           IF  WS-FS-CONTAMAP EQUAL "35"
               DISPLAY "PRG120 - CONTAMAP.DAT AUSENTE - SEM DESCRICOES"
               MOVE "SIM" TO MAP-FIM
           ELSE
               PERFORM LE-MAPA
               PERFORM GUARDA-MAPA
                       UNTIL MAP-FIM EQUAL "SIM"
               CLOSE CONTAMAP.
       LE-MAPA.
           READ CONTAMAP
                       AT END
                             MOVE "SIM" TO MAP-FIM.
       GUARDA-MAPA.
           MOVE CM-CTA-DEB TO WS-CTA-AUX.
           MOVE CM-DESCR   TO WS-DESCR-AUX.
           PERFORM GUARDA-CONTA.
           MOVE CM-CTA-CRE TO WS-CTA-AUX.
           PERFORM GUARDA-CONTA.
           PERFORM LE-MAPA.
       GUARDA-CONTA.
           PERFORM PROCURA-CONTA.
           IF  WS-ACHOU EQUAL "NAO"
               IF  QT-CTAS NOT LESS 200
                   DISPLAY "PRG120 - TABELA DE CONTAS ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QT-CTAS
               MOVE WS-CTA-AUX   TO TAB-CT-CONTA(QT-CTAS)
               MOVE WS-DESCR-AUX TO TAB-CT-DESCR(QT-CTAS).
       PROCURA-CONTA.
           MOVE "NAO" TO WS-ACHOU.
           PERFORM COMPARA-CONTA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-CTAS
                   OR WS-ACHOU EQUAL "SIM".
           IF  WS-ACHOU EQUAL "SIM"
               SUBTRACT 1 FROM WS-IX.
       COMPARA-CONTA.
           IF  TAB-CT-CONTA(WS-IX) EQUAL WS-CTA-AUX
               MOVE "SIM" TO WS-ACHOU.

       LE-DIAORD.
           READ DIAORD
                       AT END
                             MOVE "SIM" TO DO-FIM
                       NOT AT END
                             ADD 1 TO CT-LANCTOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "DIAORD" TO WS-ARQ-ERRO.
           MOVE WS-FS-DIAORD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       PROCESSA-CONTA.
           MOVE DO-CONTA TO WS-CONTA-ATUAL.
           MOVE ZEROS TO WS-SALDO-CORR WS-DEB-COMP WS-CRE-COMP.
           PERFORM PROCESSA-MES
                   UNTIL DO-FIM EQUAL "SIM"
                   OR DO-CONTA NOT EQUAL WS-CONTA-ATUAL.
           COMPUTE WS-ABERTURA =
                   WS-SALDO-CORR - WS-DEB-COMP + WS-CRE-COMP.
           IF  WS-ABERTURA NOT EQUAL ZERO
           OR  WS-DEB-COMP NOT EQUAL ZERO
           OR  WS-CRE-COMP NOT EQUAL ZERO
               PERFORM IMPRIME-CONTA.

       PROCESSA-MES.
           MOVE DO-COMPET TO WS-MES-ATUAL.
           MOVE ZEROS TO WS-DEB-MES WS-CRE-MES.
           PERFORM SOMA-LANCAMENTO
                   UNTIL DO-FIM EQUAL "SIM"
                   OR DO-CONTA NOT EQUAL WS-CONTA-ATUAL
                   OR DO-COMPET NOT EQUAL WS-MES-ATUAL.
           IF  WS-MES-ATUAL NOT GREATER WS-COMPET-R9
               MOVE WS-CONTA-ATUAL TO SC-CONTA
               MOVE WS-MES-ATUAL   TO SC-COMPET
               MOVE WS-SALDO-CORR  TO SC-ABERTURA
               MOVE WS-DEB-MES     TO SC-DEBITOS
               MOVE WS-CRE-MES     TO SC-CREDITOS
               COMPUTE WS-SALDO-CORR =
                       WS-SALDO-CORR + WS-DEB-MES - WS-CRE-MES
               MOVE WS-SALDO-CORR  TO SC-FECHAMENTO
               PERFORM GRAVA-SALDO
               IF  WS-MES-ATUAL EQUAL WS-COMPET-R9
                   MOVE WS-DEB-MES TO WS-DEB-COMP
                   MOVE WS-CRE-MES TO WS-CRE-COMP.

       SOMA-LANCAMENTO.
           IF  DO-DC EQUAL "C"
               ADD DO-VALOR TO WS-CRE-MES
           ELSE
               ADD DO-VALOR TO WS-DEB-MES.
           PERFORM LE-DIAORD.

       GRAVA-SALDO.
           WRITE REGSALDOS.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "SALDOS" TO WS-ARQ-ERRO.
           MOVE WS-FS-SALDOS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD 1 TO CT-SALDOS.

       IMPRIME-CONTA.
           IF  WS-TEM-GRUPO EQUAL "SIM"
           AND WS-CTA-GRUPO NOT EQUAL WS-GRUPO-ATUAL
               PERFORM IMPRIME-TOTAL-GRUPO.
           IF  WS-TEM-GRUPO EQUAL "NAO"
               MOVE WS-CTA-GRUPO TO WS-GRUPO-ATUAL
               MOVE "SIM" TO WS-TEM-GRUPO
               MOVE ZEROS TO WS-TT-ABERT(1) WS-TT-DEB(1)
                             WS-TT-CRE(1) WS-TT-FECH(1)
               PERFORM VERIFICA-PAGINA
               MOVE WS-GRUPO-ATUAL TO CG-GRUPO
               WRITE REGRELBAL FROM CABGRP AFTER ADVANCING 2 LINES
               ADD 2 TO CTLIN.
           PERFORM VERIFICA-PAGINA.
           MOVE WS-CONTA-ATUAL TO DB-CONTA WS-CTA-AUX.
           PERFORM PROCURA-CONTA.
           IF  WS-ACHOU EQUAL "SIM"
               MOVE TAB-CT-DESCR(WS-IX) TO DB-DESC
           ELSE
               MOVE "*NAO MAPEADA*" TO DB-DESC
               ADD 1 TO CT-SEM-MAPA.
           MOVE WS-ABERTURA   TO DB-ABE.
           MOVE WS-DEB-COMP   TO DB-DEB.
           MOVE WS-CRE-COMP   TO DB-CRE.
           MOVE WS-SALDO-CORR TO DB-FEC.
           WRITE REGRELBAL FROM DETBAL AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
           ADD 1 TO CT-CONTAS.
           ADD WS-ABERTURA   TO WS-TT-ABERT(1).
           ADD WS-DEB-COMP   TO WS-TT-DEB(1).
           ADD WS-CRE-COMP   TO WS-TT-CRE(1).
           ADD WS-SALDO-CORR TO WS-TT-FECH(1).

       IMPRIME-TOTAL-GRUPO.
           MOVE SPACES TO TB-TXT.
           MOVE "TOTAL DO GRUPO" TO TB-TXT.
           MOVE WS-GRUPO-ATUAL TO TB-TXT(16:1).
           MOVE WS-TT-ABERT(1) TO TB-ABE.
           MOVE WS-TT-DEB(1)   TO TB-DEB.
           MOVE WS-TT-CRE(1)   TO TB-CRE.
           MOVE WS-TT-FECH(1)  TO TB-FEC.
           WRITE REGRELBAL FROM TOTBAL AFTER ADVANCING 2 LINES.
           ADD 2 TO CTLIN.
           ADD WS-TT-ABERT(1) TO WS-TT-ABERT(2).
           ADD WS-TT-DEB(1)   TO WS-TT-DEB(2).
           ADD WS-TT-CRE(1)   TO WS-TT-CRE(2).
           ADD WS-TT-FECH(1)  TO WS-TT-FECH(2).
           MOVE "NAO" TO WS-TEM-GRUPO.

       VERIFICA-PAGINA.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELBAL.
           WRITE REGRELBAL AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELBAL FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELBAL FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELBAL FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELBAL FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELBAL FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELBAL FROM BREAK AFTER ADVANCING 1 LINE.

       IMPRIME-TOTAL-GERAL.
           IF  CTLIN GREATER 26
               PERFORM IMPRIME-CABECALHO.
           MOVE "TOTAL GERAL" TO TB-TXT.
           MOVE WS-TT-ABERT(2) TO TB-ABE.
           MOVE WS-TT-DEB(2)   TO TB-DEB.
           MOVE WS-TT-CRE(2)   TO TB-CRE.
           MOVE WS-TT-FECH(2)  TO TB-FEC.
           WRITE REGRELBAL FROM TOTBAL AFTER ADVANCING 3 LINES.
           IF  WS-TT-DEB(2) EQUAL WS-TT-CRE(2)
           AND WS-TT-FECH(2) EQUAL ZERO
               MOVE "BALANCETE CONFERE - DEBITOS IGUAIS A CREDITOS"
                    TO LM-TXT
           ELSE
               MOVE "*** DIFERENCA ENTRE DEBITOS E CREDITOS ***"
                    TO LM-TXT.
           WRITE REGRELBAL FROM LINMSG AFTER ADVANCING 2 LINES.
           ADD 7 TO CTLIN.

       LISTA-TRANSFERIDOS.
           MOVE SPACES TO WS-FS-LANCTRF.
           OPEN INPUT LANCTRF.
           IF  WS-FS-LANCTRF EQUAL "35"
               MOVE "SIM" TO TR-FIM
           ELSE
               PERFORM LE-LANCTRF
               PERFORM IMPRIME-TRANSFERIDO
                       UNTIL TR-FIM EQUAL "SIM"
               CLOSE LANCTRF.
           IF  CT-TRANSFERIDOS EQUAL ZERO
               MOVE "NENHUM LANCAMENTO TRANSFERIDO DE PERIODO FECHADO"
                    TO LM-TXT
               WRITE REGRELBAL FROM LINMSG AFTER ADVANCING 2 LINES.
       LE-LANCTRF.
           READ LANCTRF
                       AT END
                             MOVE "SIM" TO TR-FIM.
       IMPRIME-TRANSFERIDO.
           IF  TR-DATA-NOVA(1:6) EQUAL WS-COMPET
               IF  CT-TRANSFERIDOS EQUAL ZERO
                   IF  CTLIN GREATER 26
                       PERFORM IMPRIME-CABECALHO
                   END-IF
                   MOVE "LANCAMENTOS TRANSFERIDOS DE PERIODO FECHADO"
                        TO LM-TXT
                   WRITE REGRELBAL FROM LINMSG AFTER ADVANCING 2 LINES
                   WRITE REGRELBAL FROM CABTRF AFTER ADVANCING 2 LINES
                   WRITE REGRELBAL FROM BREAK AFTER ADVANCING 1 LINE
                   ADD 5 TO CTLIN
               END-IF
               IF  CTLIN GREATER 30
                   PERFORM IMPRIME-CABECALHO
                   WRITE REGRELBAL FROM CABTRF AFTER ADVANCING 1 LINE
                   ADD 1 TO CTLIN
               END-IF
               MOVE TR-DATA-ORIG TO DT-ORIG
               MOVE TR-DATA-NOVA TO DT-NOVA
               MOVE TR-PROGRAMA  TO DT-PROG
               MOVE TR-CONTA     TO DT-CTA
               MOVE TR-DC        TO DT-DC
               MOVE TR-VALOR     TO DT-VAL
               MOVE TR-HIST      TO DT-HIST
               WRITE REGRELBAL FROM DETTRF AFTER ADVANCING 1 LINE
               ADD 1 TO CTLIN
               ADD 1 TO CT-TRANSFERIDOS.
           PERFORM LE-LANCTRF.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG120"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-CONTAS    TO RL-QTDE.
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
               DISPLAY "PRG120 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG120" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
