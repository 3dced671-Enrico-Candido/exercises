       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG127.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PS-NUMSOC
           FILE STATUS IS WS-FS-PONTSOC.
           SELECT PONTMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PONTMOV.
           SELECT CREDSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CR-NUMSOC
           FILE STATUS IS WS-FS-CREDSOC.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.

       DATA DIVISION.
       FILE SECTION.
       FD  PONTSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PONTSOC.DAT".
       01  REGPONTSOC.
           02 PS-NUMSOC     PIC 9(06).
           02 PS-SALDO      PIC 9(09).
           02 PS-GANHOS     PIC 9(09).
           02 PS-ESTORNOS   PIC 9(09).
           02 PS-EXPIRADOS  PIC 9(09).
           02 PS-RESGATES   PIC 9(09).
           02 PS-DATA-ULT   PIC 9(08).
       FD  PONTMOV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PONTMOV.DAT".
       01  REGPONTMOV.
           02 PM-NUMSOC     PIC 9(06).
           02 PM-DATA       PIC 9(08).
           02 PM-TIPO       PIC X(01).
           02 PM-PONTOS     PIC 9(09).
           02 PM-VALOR      PIC 9(09)V99.
           02 PM-NUMNOTA    PIC 9(06).
           02 PM-ORIGEM     PIC X(08).
       FD  CREDSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".
       01  REGCRED.
           02 CR-NUMSOC     PIC 9(06).
           02 CR-VALOR      PIC 9(09)V99.
           02 CR-DATA-ORIG  PIC 9(08).
       FD  PARMGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMGER.DAT".
       01  REGPARMGER.
           02 PG-PROGRAMA   PIC X(08).
           02 PG-PARMID     PIC X(08).
           02 PG-EFETIVA    PIC 9(08).
           02 PG-VALOR      PIC X(15).
           02 PG-DESCR      PIC X(30).

       WORKING-STORAGE SECTION.
       77  WS-FS-PONTSOC    PIC X(02) VALUE SPACES.
       77  WS-FS-PONTMOV    PIC X(02) VALUE SPACES.
       77  WS-FS-CREDSOC    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-CARREGADO     PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-CRED-ACHADO   PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-VAL-PONTO     PIC 9(01)V9999 VALUE 0,0100.
       77  WS-MIN-RESGATE   PIC 9(07) VALUE 100.
       01  WS-PARM-V5X.
           02 WS-PARM-V5    PIC 9(01)V9999.
       01  WS-PARM-V7X.
           02 WS-PARM-V7    PIC 9(07).

       LINKAGE SECTION.
       01  LK-RESGATE.
           02 LK-FUNCAO     PIC X(01).
           02 LK-NUMSOC     PIC 9(06).
           02 LK-PONTOS     PIC 9(09).
           02 LK-DATA       PIC 9(08).
           02 LK-ORIGEM     PIC X(08).
           02 LK-RESULT     PIC X(01).
           02 LK-VALOR      PIC 9(09)V99.
           02 LK-SALDO      PIC 9(09).

       PROCEDURE DIVISION USING LK-RESGATE.
       PRINCIPAL-PROG.
           IF  WS-CARREGADO EQUAL "NAO"
               PERFORM LE-PARAMETROS
               MOVE "SIM" TO WS-CARREGADO.
           MOVE "0" TO LK-RESULT.
           MOVE ZEROS TO LK-VALOR LK-SALDO.
           MOVE SPACES TO WS-FS-PONTSOC.
           OPEN I-O PONTSOC.
           IF  WS-FS-PONTSOC NOT EQUAL "00"
               MOVE "1" TO LK-RESULT
               GOBACK.
           IF  LK-FUNCAO EQUAL "C"
               PERFORM CONSULTA-SALDO
           ELSE
               IF  LK-FUNCAO EQUAL "R"
                   PERFORM RESGATA-PONTOS
                           THRU RESGATA-PONTOS-FIM.
           CLOSE PONTSOC.
           GOBACK.

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
           IF  PG-PROGRAMA EQUAL "PRG126"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE LK-DATA TO WS-DATA-REF.
           MOVE "VALPONTO" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:5) TO WS-PARM-V5X
               IF  WS-PARM-V5 NUMERIC
                   MOVE WS-PARM-V5 TO WS-VAL-PONTO.
           MOVE "MINRESG" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:7) TO WS-PARM-V7X
               IF  WS-PARM-V7 NUMERIC
                   MOVE WS-PARM-V7 TO WS-MIN-RESGATE.

       CONSULTA-SALDO.
           MOVE "SIM" TO WS-ACHOU.
           MOVE LK-NUMSOC TO PS-NUMSOC.
           READ PONTSOC
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               MOVE "1" TO LK-RESULT
           ELSE
               MOVE PS-SALDO TO LK-SALDO
               COMPUTE LK-VALOR ROUNDED = PS-SALDO * WS-VAL-PONTO.

       RESGATA-PONTOS.
           PERFORM CONSULTA-SALDO.
           IF  LK-RESULT NOT EQUAL "0"
               GO TO RESGATA-PONTOS-FIM.
           IF  LK-PONTOS LESS WS-MIN-RESGATE
               MOVE "3" TO LK-RESULT
               GO TO RESGATA-PONTOS-FIM.
           IF  LK-PONTOS GREATER PS-SALDO
               MOVE "2" TO LK-RESULT
               GO TO RESGATA-PONTOS-FIM.
           COMPUTE LK-VALOR ROUNDED = LK-PONTOS * WS-VAL-PONTO.
           IF  LK-VALOR NOT GREATER ZERO
               MOVE "4" TO LK-RESULT
               GO TO RESGATA-PONTOS-FIM.
           SUBTRACT LK-PONTOS FROM PS-SALDO.
           ADD LK-PONTOS TO PS-RESGATES.
           MOVE LK-DATA TO PS-DATA-ULT.
           REWRITE REGPONTSOC
               INVALID KEY
                   MOVE "9" TO LK-RESULT
                   GO TO RESGATA-PONTOS-FIM.
           MOVE PS-SALDO TO LK-SALDO.
           PERFORM GRAVA-CREDITO.
           PERFORM GRAVA-MOVIMENTO.
       RESGATA-PONTOS-FIM.
           EXIT.

       GRAVA-CREDITO.
           MOVE SPACES TO WS-FS-CREDSOC.
           OPEN I-O CREDSOC.
           IF  WS-FS-CREDSOC EQUAL "35"
               OPEN OUTPUT CREDSOC
               CLOSE CREDSOC
               OPEN I-O CREDSOC.
           MOVE "SIM" TO WS-CRED-ACHADO.
           MOVE LK-NUMSOC TO CR-NUMSOC.
           READ CREDSOC
               INVALID KEY
                   MOVE "NAO" TO WS-CRED-ACHADO.
           IF  WS-CRED-ACHADO EQUAL "SIM"
               ADD LK-VALOR TO CR-VALOR
               REWRITE REGCRED
                   INVALID KEY
                       DISPLAY "PRG127 - ERRO AO REGRAVAR CREDITO "
                               CR-NUMSOC
               END-REWRITE
           ELSE
               MOVE LK-NUMSOC TO CR-NUMSOC
               MOVE LK-VALOR  TO CR-VALOR
               MOVE LK-DATA   TO CR-DATA-ORIG
               WRITE REGCRED
                   INVALID KEY
                       DISPLAY "PRG127 - ERRO AO GRAVAR CREDITO "
                               CR-NUMSOC
               END-WRITE.
           CLOSE CREDSOC.

       GRAVA-MOVIMENTO.
           MOVE SPACES TO WS-FS-PONTMOV.
           OPEN EXTEND PONTMOV.
           IF  WS-FS-PONTMOV EQUAL "35"
               OPEN OUTPUT PONTMOV.
           MOVE LK-NUMSOC  TO PM-NUMSOC.
           MOVE LK-DATA    TO PM-DATA.
           MOVE "R"        TO PM-TIPO.
           MOVE LK-PONTOS  TO PM-PONTOS.
           MOVE LK-VALOR   TO PM-VALOR.
           MOVE ZEROS      TO PM-NUMNOTA.
           MOVE LK-ORIGEM  TO PM-ORIGEM.
           WRITE REGPONTMOV.
           CLOSE PONTMOV.
