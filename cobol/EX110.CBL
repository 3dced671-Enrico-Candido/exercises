       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG110.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFRET ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFRET.
           SELECT NOTIFHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NH-ID
           FILE STATUS IS WS-FS-NOTIFHIST.
           SELECT RELRETN ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELRETN.
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
       FD  NOTIFRET
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTIFRET.DAT".
       01  REGNOTIFRET.
           02 NR-ID         PIC 9(10).
           02 NR-STATUS     PIC X(01).
           02 NR-DATA       PIC 9(08).
           02 NR-MOTIVO     PIC X(20).
       FD  NOTIFHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTIFHIST.DAT".
       01  REGNOTIFHIST.
           02 NH-ID         PIC 9(10).
           02 NH-NUMSOC     PIC 9(06).
           02 NH-DATA       PIC 9(08).
           02 NH-HORA       PIC 9(08).
           02 NH-ORIGEM     PIC X(08).
           02 NH-TIPO       PIC X(02).
           02 NH-REFER      PIC X(17).
           02 NH-CANAL      PIC X(01).
           02 NH-DESTINO    PIC X(30).
           02 NH-SITUACAO   PIC X(01).
           02 NH-DATA-RET   PIC 9(08).
           02 NH-MOTIVO     PIC X(20).
       FD  RELRETN LABEL RECORD OMITTED.
       01  REGRELRETN       PIC X(80).
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
       77  WS-FS-NOTIFRET   PIC X(02) VALUE SPACES.
       77  WS-FS-NOTIFHIST  PIC X(02) VALUE SPACES.
       77  WS-FS-RELRETN    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  RET-FIM          PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(06) VALUE ZEROS.
       77  CT-ENTREGUES     PIC 9(06) VALUE ZEROS.
       77  CT-DEVOLVIDAS    PIC 9(06) VALUE ZEROS.
       77  CT-FALHAS        PIC 9(06) VALUE ZEROS.
       77  CT-REJEITADOS    PIC 9(06) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(40) VALUE
                       "NOTIFICACOES NAO ENTREGUES - RETORNO DE ".
                 03 CB-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(10) VALUE " SOCIO".
                 03 FILLER  PIC X(04) VALUE "TP".
                 03 FILLER  PIC X(04) VALUE "CN".
                 03 FILLER  PIC X(31) VALUE "DESTINO".
                 03 FILLER  PIC X(04) VALUE "ST".
                 03 FILLER  PIC X(20) VALUE "MOTIVO".
       01  DETRET.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DR-NUMSOC PIC 999.999 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DR-TIPO PIC X(02) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DR-CANAL PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 DR-DESTINO PIC X(30) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DR-STATUS PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 DR-MOTIVO PIC X(20) VALUE SPACES.
       01  LINQTD.
                 03 LQ-TXT  PIC X(30) VALUE SPACES.
                 03 LQ-QTD  PIC ZZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           MOVE SPACES TO WS-FS-NOTIFRET.
           OPEN INPUT NOTIFRET.
           IF  WS-FS-NOTIFRET EQUAL "35"
               DISPLAY "PRG110 - ARQUIVO DE RETORNO NAO ENCONTRADO"
               MOVE 4 TO RETURN-CODE
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           MOVE SPACES TO WS-FS-NOTIFHIST.
           OPEN I-O NOTIFHIST.
           IF  WS-FS-NOTIFHIST EQUAL "35"
               DISPLAY "PRG110 - HISTORICO DE NOTIFICACOES AUSENTE"
               MOVE 8 TO RETURN-CODE
               CLOSE NOTIFRET
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "NOTIFHIST" TO WS-ARQ-ERRO.
           MOVE WS-FS-NOTIFHIST TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           OPEN OUTPUT RELRETN.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELRETN" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELRETN TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-HOJE(1:4) TO CB-DATA(7:4).
           MOVE WS-HOJE(5:2) TO CB-DATA(4:2).
           MOVE WS-HOJE(7:2) TO CB-DATA(1:2).
           PERFORM IMPRIME-CABECALHO.
           PERFORM LE-RETORNO.
           PERFORM TRATA-RETORNO
                   THRU TRATA-RETORNO-FIM
                   UNTIL RET-FIM EQUAL "SIM".
           PERFORM IMPRIME-TOTAIS.
           CLOSE NOTIFRET NOTIFHIST RELRETN.
           IF  CT-REJEITADOS GREATER ZERO
               MOVE 4 TO RETURN-CODE.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG110 - TOTAIS DE CONTROLE".
           DISPLAY "RETORNOS LIDOS.........: " CT-LIDOS.
           DISPLAY "ENTREGUES..............: " CT-ENTREGUES.
           DISPLAY "DEVOLVIDAS.............: " CT-DEVOLVIDAS.
           DISPLAY "FALHAS DE ENVIO........: " CT-FALHAS.
           DISPLAY "RETORNOS REJEITADOS....: " CT-REJEITADOS.

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

       LE-RETORNO.
           READ NOTIFRET
                       AT END
                             MOVE "SIM" TO RET-FIM
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "NOTIFRET" TO WS-ARQ-ERRO.
           MOVE WS-FS-NOTIFRET TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       TRATA-RETORNO.
           IF  NR-STATUS NOT EQUAL "E"
           AND NR-STATUS NOT EQUAL "B"
           AND NR-STATUS NOT EQUAL "F"
               DISPLAY "PRG110 - SITUACAO INVALIDA NO RETORNO " NR-ID
               ADD 1 TO CT-REJEITADOS
               GO TO TRATA-RETORNO-PROX.
           MOVE NR-ID TO NH-ID.
           MOVE "SIM" TO WS-ACHOU.
           READ NOTIFHIST
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               DISPLAY "PRG110 - NOTIFICACAO DESCONHECIDA " NR-ID
               ADD 1 TO CT-REJEITADOS
               GO TO TRATA-RETORNO-PROX.
           MOVE NR-STATUS TO NH-SITUACAO.
           MOVE NR-DATA TO NH-DATA-RET.
           MOVE NR-MOTIVO TO NH-MOTIVO.
           REWRITE REGNOTIFHIST
               INVALID KEY
                   DISPLAY "PRG110 - ERRO AO ATUALIZAR " NH-ID.
           IF  NR-STATUS EQUAL "E"
               ADD 1 TO CT-ENTREGUES
               GO TO TRATA-RETORNO-PROX.
           IF  NR-STATUS EQUAL "B"
               ADD 1 TO CT-DEVOLVIDAS
           ELSE
               ADD 1 TO CT-FALHAS.
           PERFORM IMPRIME-DETALHE.
       TRATA-RETORNO-PROX.
           PERFORM LE-RETORNO.
       TRATA-RETORNO-FIM.
           EXIT.

       IMPRIME-DETALHE.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           MOVE NH-NUMSOC TO DR-NUMSOC.
           MOVE NH-TIPO TO DR-TIPO.
           MOVE NH-CANAL TO DR-CANAL.
           MOVE NH-DESTINO TO DR-DESTINO.
           MOVE NH-SITUACAO TO DR-STATUS.
           MOVE NH-MOTIVO TO DR-MOTIVO.
           WRITE REGRELRETN FROM DETRET AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELRETN.
           WRITE REGRELRETN AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELRETN FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELRETN FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELRETN FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELRETN FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELRETN FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELRETN FROM BREAK AFTER ADVANCING 1 LINE.

       IMPRIME-TOTAIS.
           IF  CTLIN GREATER 26
               PERFORM IMPRIME-CABECALHO.
           MOVE "ENTREGUES....................:" TO LQ-TXT.
           MOVE CT-ENTREGUES TO LQ-QTD.
           WRITE REGRELRETN FROM LINQTD AFTER ADVANCING 3 LINES.
           MOVE "DEVOLVIDAS...................:" TO LQ-TXT.
           MOVE CT-DEVOLVIDAS TO LQ-QTD.
           WRITE REGRELRETN FROM LINQTD AFTER ADVANCING 1 LINE.
           MOVE "FALHAS DE ENVIO..............:" TO LQ-TXT.
           MOVE CT-FALHAS TO LQ-QTD.
           WRITE REGRELRETN FROM LINQTD AFTER ADVANCING 1 LINE.
           MOVE "RETORNOS REJEITADOS..........:" TO LQ-TXT.
           MOVE CT-REJEITADOS TO LQ-QTD.
           WRITE REGRELRETN FROM LINQTD AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG110"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-LIDOS     TO RL-QTDE.
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
               DISPLAY "PRG110 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG110" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
