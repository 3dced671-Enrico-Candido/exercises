       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG146.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPREV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQPREV.
           SELECT ARQCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQCTL.
           SELECT CALPROC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CALPROC.
           SELECT RELPREV ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELPREV.
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
       FD  ARQPREV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ARQPREV.DAT".
       01  REGARQPREV.
           02 AP-PROGRAMA   PIC X(08).
           02 AP-ARQUIVO    PIC X(08).
           02 AP-FREQ       PIC X(01).
           02 AP-DIA        PIC 9(02).
           02 AP-DESCR      PIC X(30).
       FD  ARQCTL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ARQCTL.DAT".
       01  REGARQCTL.
           02 AR-PROGRAMA   PIC X(08).
           02 AR-ARQUIVO    PIC X(08).
           02 AR-DATA-ARQ   PIC 9(08).
           02 AR-SEQ        PIC 9(06).
           02 AR-QTDE       PIC 9(06).
           02 AR-HASH       PIC 9(13)V99.
           02 AR-SITUACAO   PIC X(01).
           02 AR-MOTIVO     PIC X(20).
           02 AR-DATA-PROC  PIC 9(08).
           02 AR-HORA       PIC 9(08).
       FD  CALPROC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CALPROC.DAT".
       01  REGCALPROC.
           02 CP-DATA       PIC 9(08).
           02 CP-TIPO       PIC X(01).
       FD  RELPREV LABEL RECORD OMITTED.
       01  REGRELPREV       PIC X(80).
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
       77  WS-FS-ARQPREV    PIC X(02) VALUE SPACES.
       77  WS-FS-ARQCTL     PIC X(02) VALUE SPACES.
       77  WS-FS-CALPROC    PIC X(02) VALUE SPACES.
       77  WS-FS-RELPREV    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  FIMARQ           PIC X(03) VALUE "NAO".
       77  ACT-FIM          PIC X(03) VALUE "NAO".
       77  CAL-FIM          PIC X(03) VALUE "NAO".
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(03) VALUE ZEROS.
       77  CT-CADASTRADOS   PIC 9(05) VALUE ZEROS.
       77  CT-PREVISTOS     PIC 9(05) VALUE ZEROS.
       77  CT-RECEBIDOS     PIC 9(05) VALUE ZEROS.
       77  CT-RECUSADOS     PIC 9(05) VALUE ZEROS.
       77  CT-AUSENTES      PIC 9(05) VALUE ZEROS.
       77  QT-REC           PIC 9(04) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  WS-PREVISTO      PIC X(03) VALUE "NAO".
       77  WS-TEM-PROC      PIC X(03) VALUE "NAO".
       77  WS-TEM-RECUSA    PIC X(03) VALUE "NAO".
       77  WS-SEQ-PROC      PIC 9(06) VALUE ZEROS.
       77  WS-MOT-RECUSA    PIC X(20) VALUE SPACES.
       77  WS-EH-ULTIMO     PIC X(03) VALUE "NAO".
       77  WS-INT-DATA      PIC 9(07) VALUE ZEROS.
       77  WS-DOW           PIC 9(01) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  TAB-REC.
                 04 TAB-REC-OCORR OCCURS 500 TIMES.
                       05 TAB-RC-PROGRAMA PIC X(08).
                       05 TAB-RC-ARQUIVO  PIC X(08).
                       05 TAB-RC-SIT      PIC X(01).
                       05 TAB-RC-SEQ      PIC 9(06).
                       05 TAB-RC-MOTIVO   PIC X(20).
       01  CAB0.
                 03 FILLER  PIC X(64) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC ZZ9   VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(45) VALUE
                            "ARQUIVOS DE ENTRADA PREVISTOS PARA O DIA".
                 03 C1-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(10) VALUE " PROGRAMA".
                 03 FILLER  PIC X(09) VALUE "ARQUIVO".
                 03 FILLER  PIC X(21) VALUE "DESCRICAO".
                 03 FILLER  PIC X(07) VALUE "SEQ.".
                 03 FILLER  PIC X(13) VALUE "SITUACAO".
                 03 FILLER  PIC X(20) VALUE "MOTIVO".
       01  DETALHE.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-PROGRAMA  PIC X(08) VALUE SPACES.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-ARQUIVO   PIC X(08) VALUE SPACES.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-DESCR     PIC X(20) VALUE SPACES.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-SEQ       PIC ZZZZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-SITUACAO  PIC X(12) VALUE SPACES.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-MOTIVO    PIC X(20) VALUE SPACES.
       01  AVISO.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 AV-TXT  PIC X(60) VALUE SPACES.
       01  RESUMO.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 RS-TXT  PIC X(40) VALUE SPACES.
                 03 RS-QTDE PIC ZZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM VERIFICA-CALENDARIO.
           MOVE SPACES TO WS-FS-ARQPREV.
           OPEN INPUT ARQPREV.
           IF  WS-FS-ARQPREV EQUAL "35"
               DISPLAY "PRG146 - CADASTRO ARQPREV NAO ENCONTRADO"
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "ARQPREV" TO WS-ARQ-ERRO.
           MOVE WS-FS-ARQPREV TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM CARREGA-RECEPCOES.
           OPEN OUTPUT RELPREV.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELPREV" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELPREV TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-HOJE(7:2) TO C1-DATA(1:2).
           MOVE WS-HOJE(5:2) TO C1-DATA(4:2).
           MOVE WS-HOJE(1:4) TO C1-DATA(7:4).
           PERFORM LEITURA.
           PERFORM PRINCIPAL
                   UNTIL FIMARQ EQUAL "SIM".
           PERFORM IMPRIME-RESUMO.
           CLOSE ARQPREV RELPREV.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG146 - TOTAIS DE CONTROLE".
           DISPLAY "DATA DE PROCESSAMENTO..: " WS-HOJE.
           DISPLAY "ARQUIVOS CADASTRADOS...: " CT-CADASTRADOS.
           DISPLAY "PREVISTOS PARA O DIA...: " CT-PREVISTOS.
           DISPLAY "RECEBIDOS..............: " CT-RECEBIDOS.
           DISPLAY "RECUSADOS..............: " CT-RECUSADOS.
           DISPLAY "NAO RECEBIDOS..........: " CT-AUSENTES.

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

       VERIFICA-CALENDARIO.
           MOVE "NAO" TO WS-EH-ULTIMO.
           MOVE SPACES TO WS-FS-CALPROC.
           OPEN INPUT CALPROC.
           IF  WS-FS-CALPROC EQUAL "35"
               MOVE "SIM" TO CAL-FIM
           ELSE
               PERFORM LE-CALPROC
               PERFORM TESTA-CALPROC
                       UNTIL CAL-FIM EQUAL "SIM"
               CLOSE CALPROC.
           COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE).
           COMPUTE WS-DOW = FUNCTION MOD(WS-INT-DATA, 7).
       LE-CALPROC.
           READ CALPROC
                       AT END
                             MOVE "SIM" TO CAL-FIM.
       TESTA-CALPROC.
           IF  CP-DATA EQUAL WS-HOJE
           AND CP-TIPO EQUAL "U"
               MOVE "SIM" TO WS-EH-ULTIMO.
           PERFORM LE-CALPROC.

       CARREGA-RECEPCOES.
           MOVE SPACES TO WS-FS-ARQCTL.
           OPEN INPUT ARQCTL.
           IF  WS-FS-ARQCTL EQUAL "35"
               MOVE "SIM" TO ACT-FIM
           ELSE
               PERFORM LE-ARQCTL
               PERFORM GUARDA-RECEPCAO
                       UNTIL ACT-FIM EQUAL "SIM"
               CLOSE ARQCTL.
       LE-ARQCTL.
           READ ARQCTL
                       AT END
                             MOVE "SIM" TO ACT-FIM.
       GUARDA-RECEPCAO.
           IF  AR-DATA-PROC EQUAL WS-HOJE
               IF  QT-REC NOT LESS 500
                   DISPLAY "PRG146 - TABELA DE RECEPCOES ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QT-REC
               MOVE AR-PROGRAMA TO TAB-RC-PROGRAMA(QT-REC)
               MOVE AR-ARQUIVO  TO TAB-RC-ARQUIVO(QT-REC)
               MOVE AR-SITUACAO TO TAB-RC-SIT(QT-REC)
               MOVE AR-SEQ      TO TAB-RC-SEQ(QT-REC)
               MOVE AR-MOTIVO   TO TAB-RC-MOTIVO(QT-REC).
           PERFORM LE-ARQCTL.

       LEITURA.
           READ ARQPREV
                       AT END
                             MOVE "SIM" TO FIMARQ
                       NOT AT END
                             ADD 1 TO CT-CADASTRADOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "ARQPREV" TO WS-ARQ-ERRO.
           MOVE WS-FS-ARQPREV TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       PRINCIPAL.
           PERFORM VERIFICA-PREVISAO.
           IF  WS-PREVISTO EQUAL "SIM"
               ADD 1 TO CT-PREVISTOS
               PERFORM VERIFICA-RECEPCAO
               PERFORM IMPRIME-DETALHE.
           PERFORM LEITURA.

       VERIFICA-PREVISAO.
           MOVE "NAO" TO WS-PREVISTO.
           IF  AP-FREQ EQUAL "D"
               MOVE "SIM" TO WS-PREVISTO.
           IF  AP-FREQ EQUAL "S"
           AND AP-DIA EQUAL WS-DOW
               MOVE "SIM" TO WS-PREVISTO.
           IF  AP-FREQ EQUAL "M"
           AND AP-DIA EQUAL WS-HOJE(7:2)
               MOVE "SIM" TO WS-PREVISTO.
           IF  AP-FREQ EQUAL "U"
           AND WS-EH-ULTIMO EQUAL "SIM"
               MOVE "SIM" TO WS-PREVISTO.

       VERIFICA-RECEPCAO.
           MOVE "NAO" TO WS-TEM-PROC WS-TEM-RECUSA.
           MOVE ZEROS TO WS-SEQ-PROC.
           MOVE SPACES TO WS-MOT-RECUSA.
           PERFORM CONFERE-RECEPCAO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-REC.
           MOVE SPACES TO DE-MOTIVO.
           IF  WS-TEM-PROC EQUAL "SIM"
               MOVE "RECEBIDO" TO DE-SITUACAO
               MOVE WS-SEQ-PROC TO DE-SEQ
               ADD 1 TO CT-RECEBIDOS
           ELSE
               IF  WS-TEM-RECUSA EQUAL "SIM"
                   MOVE "RECUSADO" TO DE-SITUACAO
                   MOVE WS-SEQ-PROC TO DE-SEQ
                   MOVE WS-MOT-RECUSA TO DE-MOTIVO
                   ADD 1 TO CT-RECUSADOS
               ELSE
                   MOVE "NAO RECEBIDO" TO DE-SITUACAO
                   MOVE ZEROS TO DE-SEQ
                   ADD 1 TO CT-AUSENTES.
       CONFERE-RECEPCAO.
           IF  TAB-RC-PROGRAMA(WS-IX) EQUAL AP-PROGRAMA
           AND TAB-RC-ARQUIVO(WS-IX) EQUAL AP-ARQUIVO
               IF  TAB-RC-SIT(WS-IX) EQUAL "P"
                   MOVE "SIM" TO WS-TEM-PROC
                   MOVE TAB-RC-SEQ(WS-IX) TO WS-SEQ-PROC
               ELSE
                   IF  WS-TEM-PROC EQUAL "NAO"
                       MOVE "SIM" TO WS-TEM-RECUSA
                       MOVE TAB-RC-SEQ(WS-IX) TO WS-SEQ-PROC
                       MOVE TAB-RC-MOTIVO(WS-IX) TO WS-MOT-RECUSA.

       IMPRIME-DETALHE.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           MOVE AP-PROGRAMA TO DE-PROGRAMA.
           MOVE AP-ARQUIVO  TO DE-ARQUIVO.
           MOVE AP-DESCR    TO DE-DESCR.
           WRITE REGRELPREV FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-RESUMO.
           IF  CTLIN GREATER 24
               PERFORM IMPRIME-CABECALHO.
           MOVE "ARQUIVOS CADASTRADOS...................:" TO RS-TXT.
           MOVE CT-CADASTRADOS TO RS-QTDE.
           WRITE REGRELPREV FROM RESUMO AFTER ADVANCING 3 LINES.
           MOVE "PREVISTOS PARA O DIA...................:" TO RS-TXT.
           MOVE CT-PREVISTOS TO RS-QTDE.
           WRITE REGRELPREV FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "RECEBIDOS E PROCESSADOS................:" TO RS-TXT.
           MOVE CT-RECEBIDOS TO RS-QTDE.
           WRITE REGRELPREV FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "RECEBIDOS E RECUSADOS..................:" TO RS-TXT.
           MOVE CT-RECUSADOS TO RS-QTDE.
           WRITE REGRELPREV FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "NAO RECEBIDOS..........................:" TO RS-TXT.
           MOVE CT-AUSENTES TO RS-QTDE.
           WRITE REGRELPREV FROM RESUMO AFTER ADVANCING 1 LINE.
           IF  CT-AUSENTES GREATER ZERO
           OR  CT-RECUSADOS GREATER ZERO
               MOVE "VERIFICAR - HA ARQUIVOS NAO RECEBIDOS OU RECUSADOS"
                 TO AV-TXT
           ELSE
               MOVE "TODOS OS ARQUIVOS PREVISTOS FORAM PROCESSADOS"
                 TO AV-TXT.
           WRITE REGRELPREV FROM AVISO AFTER ADVANCING 2 LINES.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELPREV.
           WRITE REGRELPREV AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELPREV FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELPREV FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELPREV FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELPREV FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELPREV FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELPREV FROM BREAK AFTER ADVANCING 1 LINE.
       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG146"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-PREVISTOS  TO RL-QTDE.
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
               DISPLAY "PRG146 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG146" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
