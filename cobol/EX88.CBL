       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG88.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECEBE.
           SELECT RELREC ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELREC.
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
       FD  RECEBE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RECEBE.DAT".
       01  REGRECEBE.
           02 RC-DATA       PIC 9(08).
           02 RC-HORA       PIC 9(08).
           02 RC-NUMPC      PIC 9(06).
           02 RC-ITEM       PIC 9(02).
           02 RC-CODPROD    PIC X(06).
           02 RC-QTDE       PIC 9(05).
           02 RC-QTPEDIDA   PIC 9(05).
           02 RC-QTACUM     PIC 9(05).
           02 RC-OCORR      PIC X(01).
           02 RC-OPERADOR   PIC X(08).
       FD  RELREC LABEL RECORD OMITTED.
       01  REGRELREC        PIC X(80).
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
       77  WS-FS-RECEBE     PIC X(02) VALUE SPACES.
       77  WS-FS-RELREC     PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  REC-FIM          PIC X(03) VALUE "NAO".
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77  CT-RECEBIDOS     PIC 9(05) VALUE ZEROS.
       77  CT-EXCESSOS      PIC 9(05) VALUE ZEROS.
       77  CT-FALTAS        PIC 9(05) VALUE ZEROS.
       77  CT-NAO-PEDIDOS   PIC 9(05) VALUE ZEROS.
       77  WS-DIFERENCA     PIC 9(05) VALUE ZEROS.
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
                 03 FILLER  PIC X(15) VALUE SPACES.
                 03 FILLER  PIC X(40) VALUE
                            "OCORRENCIAS DE RECEBIMENTO EM".
                 03 CB-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 FILLER  PIC X(10) VALUE "PEDIDO".
                 03 FILLER  PIC X(05) VALUE "ITEM".
                 03 FILLER  PIC X(09) VALUE "PRODUTO".
                 03 FILLER  PIC X(08) VALUE "PEDIDO".
                 03 FILLER  PIC X(09) VALUE "RECEBIDO".
                 03 FILLER  PIC X(09) VALUE "DIFER.".
                 03 FILLER  PIC X(12) VALUE "OCORRENCIA".
                 03 FILLER  PIC X(08) VALUE "OPERADOR".
       01  DETREC.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DR-PC   PIC 999.999 VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 DR-ITEM PIC Z9    VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 DR-PROD PIC X(06) VALUE SPACES.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DR-PED  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DR-REC  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 DR-DIF  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DR-OCOR PIC X(11) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DR-OPER PIC X(08) VALUE SPACES.
       01  TOTREC.
                 03 FILLER  PIC X(12) VALUE "EXCESSOS:".
                 03 TR-EXC  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(10) VALUE "  FALTAS:".
                 03 TR-FAL  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(15) VALUE "  NAO PEDIDOS:".
                 03 TR-NPD  PIC ZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           MOVE WS-HOJE(1:4) TO CB-DATA(7:4).
           MOVE WS-HOJE(5:2) TO CB-DATA(4:2).
           MOVE WS-HOJE(7:2) TO CB-DATA(1:2).
           OPEN OUTPUT RELREC.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELREC" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELREC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-RECEBE.
           OPEN INPUT RECEBE.
           IF  WS-FS-RECEBE EQUAL "35"
               MOVE "SIM" TO REC-FIM
           ELSE
               PERFORM LE-RECEBIMENTO
               PERFORM TRATA-RECEBIMENTO
                       UNTIL REC-FIM EQUAL "SIM"
               CLOSE RECEBE.
           MOVE CT-EXCESSOS    TO TR-EXC.
           MOVE CT-FALTAS      TO TR-FAL.
           MOVE CT-NAO-PEDIDOS TO TR-NPD.
           WRITE REGRELREC FROM TOTREC AFTER ADVANCING 3 LINES.
           CLOSE RELREC.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG88 - TOTAIS DE CONTROLE".
           DISPLAY "REGISTROS LIDOS........: " CT-LIDOS.
           DISPLAY "RECEBIMENTOS NA DATA...: " CT-RECEBIDOS.
           DISPLAY "RECEBIMENTOS A MAIOR...: " CT-EXCESSOS.
           DISPLAY "ITENS ENCERRADOS CURTOS: " CT-FALTAS.
           DISPLAY "ITENS NAO PEDIDOS......: " CT-NAO-PEDIDOS.

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

       LE-RECEBIMENTO.
           READ RECEBE
                       AT END
                             MOVE "SIM" TO REC-FIM
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "RECEBE" TO WS-ARQ-ERRO.
           MOVE WS-FS-RECEBE TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       TRATA-RECEBIMENTO.
           IF  RC-DATA EQUAL WS-HOJE
               ADD 1 TO CT-RECEBIDOS
               IF  RC-OCORR NOT EQUAL SPACE
                   PERFORM IMPRIME-OCORRENCIA.
           PERFORM LE-RECEBIMENTO.

       IMPRIME-OCORRENCIA.
           IF  CTLIN GREATER 30
               MOVE SPACES TO REGRELREC
               WRITE REGRELREC AFTER ADVANCING PAGE
               MOVE 1 TO CTLIN
               ADD 1 TO CTPAG
               MOVE CTPAG TO CTP
               WRITE REGRELREC FROM CAB0 AFTER ADVANCING 1 LINE
               WRITE REGRELREC FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELREC FROM CAB1 AFTER ADVANCING 1 LINE
               WRITE REGRELREC FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELREC FROM CAB2 AFTER ADVANCING 1 LINE
               WRITE REGRELREC FROM BREAK AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO WS-DIFERENCA.
           IF  RC-OCORR EQUAL "E"
               ADD 1 TO CT-EXCESSOS
               MOVE "A MAIOR" TO DR-OCOR
               COMPUTE WS-DIFERENCA = RC-QTACUM - RC-QTPEDIDA
           ELSE
               IF  RC-OCORR EQUAL "F"
                   ADD 1 TO CT-FALTAS
                   MOVE "A MENOR" TO DR-OCOR
                   COMPUTE WS-DIFERENCA = RC-QTPEDIDA - RC-QTACUM
               ELSE
                   ADD 1 TO CT-NAO-PEDIDOS
                   MOVE "NAO PEDIDO" TO DR-OCOR
                   MOVE RC-QTDE TO WS-DIFERENCA.
           MOVE RC-NUMPC    TO DR-PC.
           MOVE RC-ITEM     TO DR-ITEM.
           MOVE RC-CODPROD  TO DR-PROD.
           MOVE RC-QTPEDIDA TO DR-PED.
           MOVE RC-QTACUM   TO DR-REC.
           IF  RC-OCORR EQUAL "N"
               MOVE RC-QTDE TO DR-REC.
           MOVE WS-DIFERENCA TO DR-DIF.
           MOVE RC-OPERADOR TO DR-OPER.
           WRITE REGRELREC FROM DETREC AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG88"       TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-LIDOS      TO RL-QTDE.
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
               DISPLAY "PRG88 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG88" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
