       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG103.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IN-CODIGO
           FILE STATUS IS WS-FS-INSTAL.
           SELECT RESERVAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RV-CHAVE
           FILE STATUS IS WS-FS-RESERVAS.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
           SELECT RELOCUP ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELOCUP.
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
       FD  INSTAL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "INSTAL.DAT".
       01  REGINSTAL.
           02 IN-CODIGO     PIC X(04).
           02 IN-DESCR      PIC X(20).
           02 IN-TIPO       PIC X(01).
           02 IN-HORA-ABRE  PIC 9(02).
           02 IN-HORA-FECHA PIC 9(02).
           02 IN-DURACAO    PIC 9(02).
           02 IN-SITUACAO   PIC X(01).
           02 IN-TAXA-PADRAO PIC 9(07)V99.
           02 IN-TAXA OCCURS 5 TIMES.
              03 IN-TX-CATEG PIC 9(02).
              03 IN-TX-VALOR PIC 9(07)V99.
       FD  RESERVAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RESERVAS.DAT".
       01  REGRESERVA.
           02 RV-CHAVE.
              03 RV-INSTAL  PIC X(04).
              03 RV-DATA    PIC 9(08).
              03 RV-HORA    PIC 9(02).
           02 RV-NUMSOC     PIC 9(06).
           02 RV-CATEG      PIC 9(02).
           02 RV-VALOR      PIC 9(07)V99.
           02 RV-SITUACAO   PIC X(01).
           02 RV-DATA-RES   PIC 9(08).
           02 RV-OPERADOR   PIC X(08).
           02 RV-DATA-FAT   PIC 9(08).
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
       FD  RELOCUP LABEL RECORD OMITTED.
       01  REGRELOCUP       PIC X(80).
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
       77  WS-FS-INSTAL     PIC X(02) VALUE SPACES.
       77  WS-FS-RESERVAS   PIC X(02) VALUE SPACES.
       77  WS-FS-CADSOC1    PIC X(02) VALUE SPACES.
       77  WS-FS-RELOCUP    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  INS-FIM          PIC X(03) VALUE "NAO".
       77  WS-TEM-RESARQ    PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-SLOT          PIC 9(02) VALUE ZEROS.
       77  WS-SLOT-FIM      PIC 9(02) VALUE ZEROS.
       77  WS-PERC          PIC 9(03)V9 VALUE ZEROS.
       77  AC-INS-HORARIOS  PIC 9(03) VALUE ZEROS.
       77  AC-INS-OCUPADOS  PIC 9(03) VALUE ZEROS.
       77  AC-INS-VALOR     PIC 9(09)V99 VALUE ZEROS.
       77  AC-GER-HORARIOS  PIC 9(05) VALUE ZEROS.
       77  AC-GER-OCUPADOS  PIC 9(05) VALUE ZEROS.
       77  AC-GER-VALOR     PIC 9(09)V99 VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-INSTALACOES   PIC 9(05) VALUE ZEROS.
       77  CT-RESERVAS      PIC 9(05) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-HOJE-R.
           02 WS-HJ-ANO     PIC 9(04).
           02 WS-HJ-MES     PIC 9(02).
           02 WS-HJ-DIA     PIC 9(02).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(15) VALUE SPACES.
                 03 FILLER  PIC X(35) VALUE
                       "OCUPACAO DAS INSTALACOES - DIA ".
                 03 CB-DIA  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 CB-MES  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 CB-ANO  PIC 9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(12) VALUE "HORARIO".
                 03 FILLER  PIC X(12) VALUE "SITUACAO".
                 03 FILLER  PIC X(30) VALUE "SOCIO".
                 03 FILLER  PIC X(12) VALUE "        TAXA".
       01  CABINST.
                 03 CI-COD  PIC X(04) VALUE SPACES.
                 03 FILLER  PIC X(03) VALUE " - ".
                 03 CI-DESC PIC X(20) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 CI-OBS  PIC X(30) VALUE SPACES.
       01  DET.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 DT-INI  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE "H-".
                 03 DT-FIM  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(05) VALUE "H".
                 03 DT-SIT  PIC X(12) VALUE SPACES.
                 03 DT-NUM  PIC 999.999 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-NOME PIC X(21) VALUE SPACES.
                 03 DT-TAXA PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       01  TOTINST.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(10) VALUE "HORARIOS: ".
                 03 TI-HOR  PIC ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(12) VALUE "  OCUPADOS: ".
                 03 TI-OCU  PIC ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(12) VALUE "  OCUPACAO: ".
                 03 TI-PERC PIC ZZ9,9 VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE "%".
                 03 FILLER  PIC X(07) VALUE "TAXAS: ".
                 03 TI-VAL  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  TOTGER.
                 03 FILLER  PIC X(15) VALUE "TOTAL GERAL".
                 03 TG-HOR  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(12) VALUE "  OCUPADOS: ".
                 03 TG-OCU  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(12) VALUE "  OCUPACAO: ".
                 03 TG-PERC PIC ZZ9,9 VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE "%".
                 03 FILLER  PIC X(07) VALUE "TAXAS: ".
                 03 TG-VAL  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           MOVE SPACES TO WS-FS-INSTAL.
           OPEN INPUT INSTAL.
           IF  WS-FS-INSTAL EQUAL "35"
               DISPLAY "PRG103 - NENHUMA INSTALACAO CADASTRADA"
               MOVE 8 TO RETURN-CODE
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "INSTAL" TO WS-ARQ-ERRO.
           MOVE WS-FS-INSTAL TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-RESERVAS.
           OPEN INPUT RESERVAS.
           IF  WS-FS-RESERVAS EQUAL "00"
               MOVE "SIM" TO WS-TEM-RESARQ
           ELSE
               MOVE "NAO" TO WS-TEM-RESARQ.
           OPEN INPUT CADSOC1 OUTPUT RELOCUP.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELOCUP" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELOCUP TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-HOJE TO WS-HOJE-R.
           MOVE WS-HJ-DIA TO CB-DIA.
           MOVE WS-HJ-MES TO CB-MES.
           MOVE WS-HJ-ANO TO CB-ANO.
           PERFORM LE-INSTAL.
           PERFORM TRATA-INSTALACAO
                   UNTIL INS-FIM EQUAL "SIM".
           PERFORM IMPRIME-TOTAL-GERAL.
           IF  WS-TEM-RESARQ EQUAL "SIM"
               CLOSE RESERVAS.
           CLOSE INSTAL CADSOC1 RELOCUP.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG103 - TOTAIS DE CONTROLE".
           DISPLAY "DATA DE REFERENCIA.....: " WS-HOJE.
           DISPLAY "INSTALACOES............: " CT-INSTALACOES.
           DISPLAY "RESERVAS DO DIA........: " CT-RESERVAS.

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

       LE-INSTAL.
           READ INSTAL
                       AT END
                             MOVE "SIM" TO INS-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "INSTAL" TO WS-ARQ-ERRO.
           MOVE WS-FS-INSTAL TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       TRATA-INSTALACAO.
           ADD 1 TO CT-INSTALACOES.
           IF  CTLIN GREATER 25
               PERFORM IMPRIME-CABECALHO.
           MOVE IN-CODIGO TO CI-COD.
           MOVE IN-DESCR TO CI-DESC.
           MOVE SPACES TO CI-OBS.
           IF  IN-SITUACAO NOT EQUAL "A"
               MOVE "INTERDITADA" TO CI-OBS.
           WRITE REGRELOCUP FROM CABINST AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
           MOVE ZEROS TO AC-INS-HORARIOS AC-INS-OCUPADOS AC-INS-VALOR.
           IF  IN-SITUACAO EQUAL "A"
           AND IN-DURACAO GREATER ZERO
               MOVE IN-HORA-ABRE TO WS-SLOT
               COMPUTE WS-SLOT-FIM = WS-SLOT + IN-DURACAO
               PERFORM TRATA-HORARIO
                       UNTIL WS-SLOT-FIM GREATER IN-HORA-FECHA.
           MOVE ZEROS TO WS-PERC.
           IF  AC-INS-HORARIOS GREATER ZERO
               COMPUTE WS-PERC ROUNDED =
                       AC-INS-OCUPADOS * 100 / AC-INS-HORARIOS.
           MOVE AC-INS-HORARIOS TO TI-HOR.
           MOVE AC-INS-OCUPADOS TO TI-OCU.
           MOVE WS-PERC TO TI-PERC.
           MOVE AC-INS-VALOR TO TI-VAL.
           WRITE REGRELOCUP FROM TOTINST AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REGRELOCUP.
           WRITE REGRELOCUP AFTER ADVANCING 1 LINE.
           ADD 2 TO CTLIN.
           ADD AC-INS-HORARIOS TO AC-GER-HORARIOS.
           ADD AC-INS-OCUPADOS TO AC-GER-OCUPADOS.
           ADD AC-INS-VALOR TO AC-GER-VALOR.
           PERFORM LE-INSTAL.

       TRATA-HORARIO.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           ADD 1 TO AC-INS-HORARIOS.
           MOVE WS-SLOT TO DT-INI.
           MOVE WS-SLOT-FIM TO DT-FIM.
           MOVE "LIVRE" TO DT-SIT.
           MOVE ZEROS TO DT-NUM DT-TAXA.
           MOVE SPACES TO DT-NOME.
           MOVE "NAO" TO WS-ACHOU.
           IF  WS-TEM-RESARQ EQUAL "SIM"
               MOVE IN-CODIGO TO RV-INSTAL
               MOVE WS-HOJE TO RV-DATA
               MOVE WS-SLOT TO RV-HORA
               READ RESERVAS
                   INVALID KEY
                       MOVE "NAO" TO WS-ACHOU
                   NOT INVALID KEY
                       MOVE "SIM" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "SIM"
           AND RV-SITUACAO NOT EQUAL "C"
               PERFORM MOSTRA-RESERVA.
           WRITE REGRELOCUP FROM DET AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
           MOVE WS-SLOT-FIM TO WS-SLOT.
           COMPUTE WS-SLOT-FIM = WS-SLOT + IN-DURACAO.

       MOSTRA-RESERVA.
           ADD 1 TO AC-INS-OCUPADOS CT-RESERVAS.
           ADD RV-VALOR TO AC-INS-VALOR.
           MOVE "RESERVADO" TO DT-SIT.
           MOVE RV-NUMSOC TO DT-NUM.
           MOVE RV-VALOR TO DT-TAXA.
           MOVE RV-NUMSOC TO NUMSOC1.
           READ CADSOC1
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO DT-NOME
               NOT INVALID KEY
                   MOVE NOMSOC1 TO DT-NOME.

       IMPRIME-TOTAL-GERAL.
           IF  CTLIN GREATER 28
               PERFORM IMPRIME-CABECALHO.
           MOVE ZEROS TO WS-PERC.
           IF  AC-GER-HORARIOS GREATER ZERO
               COMPUTE WS-PERC ROUNDED =
                       AC-GER-OCUPADOS * 100 / AC-GER-HORARIOS.
           MOVE AC-GER-HORARIOS TO TG-HOR.
           MOVE AC-GER-OCUPADOS TO TG-OCU.
           MOVE WS-PERC TO TG-PERC.
           MOVE AC-GER-VALOR TO TG-VAL.
           WRITE REGRELOCUP FROM TOTGER AFTER ADVANCING 2 LINES.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELOCUP.
           WRITE REGRELOCUP AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELOCUP FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELOCUP FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELOCUP FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELOCUP FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELOCUP FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELOCUP FROM BREAK AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG103"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-RESERVAS   TO RL-QTDE.
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
               DISPLAY "PRG103 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG103" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
