       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG105.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTCATR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ENTCATR.
           SELECT FREQHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FH-CHAVE
           FILE STATUS IS WS-FS-FREQHIST.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
           SELECT FAMSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FM-NUMSOC
           FILE STATUS IS WS-FS-FAMSOC.
           SELECT PAGTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAGTOS.
           SELECT RELENTR ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELENTR.
           SELECT PARMDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMDATA.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
           SELECT RUNLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUNLOG.

           SELECT IOERR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IOERR.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTCATR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ENTCATR.DAT".
       01  REGENTCATR.
           02 EC-NUMSOC     PIC 9(06).
           02 EC-DATA       PIC 9(08).
           02 EC-HORA       PIC 9(06).
           02 EC-CATRACA    PIC X(02).
           02 EC-RESULT     PIC X(01).
       FD  FREQHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FREQHIST.DAT".
       01  REGFREQHIST.
           02 FH-CHAVE.
              03 FH-NUMSOC  PIC 9(06).
              03 FH-DATA    PIC 9(08).
              03 FH-HORA    PIC 9(06).
           02 FH-CATRACA    PIC X(02).
           02 FH-RESULT     PIC X(01).
           02 FH-INDEVIDA   PIC X(01).
           02 FH-DATA-IMP   PIC 9(08).
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
       FD  FAMSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FAMSOC.DAT".
       01  REGFAMSOC.
           02 FM-NUMSOC     PIC 9(06).
           02 FM-RESP       PIC 9(06).
       FD  PAGTOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAGTOS.DAT".
       01  REGPAGTO.
           02 PG-NUMSOC     PIC 9(06).
           02 PG-NOMSOC     PIC X(20).
           02 PG-VALOR      PIC 9(09)V99.
           02 PG-DATAPAG    PIC 9(08).
           02 PG-CAIXA      PIC X(08).
           02 PG-FORMA      PIC X(01).
           02 PG-RECIBO     PIC 9(08).
       FD  RELENTR LABEL RECORD OMITTED.
       01  REGRELENTR       PIC X(80).
       FD  PARMDATA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMDATA.DAT".
       01  REGPARMDATA.
           02 PARM-DATAPROC PIC 9(08).
       FD  PARMGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMGER.DAT".
       01  REGPARMGER.
           02 PG-PROGRAMA   PIC X(08).
           02 PG-PARMID     PIC X(08).
           02 PG-EFETIVA    PIC 9(08).
           02 PG-VALOR      PIC X(15).
           02 PG-DESCR      PIC X(30).
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
       77  WS-FS-ENTCATR    PIC X(02) VALUE SPACES.
       77  WS-FS-FREQHIST   PIC X(02) VALUE SPACES.
       77  WS-FS-CADSOC1    PIC X(02) VALUE SPACES.
       77  WS-FS-FAMSOC     PIC X(02) VALUE SPACES.
       77  WS-FS-PAGTOS     PIC X(02) VALUE SPACES.
       77  WS-FS-RELENTR    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  ENT-FIM          PIC X(03) VALUE "NAO".
       77  PAG-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-TEM-FAMARQ    PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-EH-DEP        PIC X(03) VALUE "NAO".
       77  WS-PAGOU         PIC X(03) VALUE "NAO".
       77  WS-PAGADOR       PIC 9(06) VALUE ZEROS.
       77  WS-NOME          PIC X(20) VALUE SPACES.
       77  WS-MOTIVO        PIC 9(02) VALUE ZEROS.
       77  WS-CARENCIA      PIC 9(03) VALUE ZEROS.
       77  WS-DIAS-ATRASO   PIC S9(07) VALUE ZEROS.
       77  WS-DATA-MIN      PIC 9(08) VALUE ZEROS.
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  QT-PAGTOS        PIC 9(04) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(06) VALUE ZEROS.
       77  CT-IMPORTADOS    PIC 9(06) VALUE ZEROS.
       77  CT-ENTRADAS      PIC 9(06) VALUE ZEROS.
       77  CT-RECUSAS       PIC 9(06) VALUE ZEROS.
       77  CT-INDEVIDAS     PIC 9(05) VALUE ZEROS.
       77  CT-DUPLICADOS    PIC 9(05) VALUE ZEROS.
       77  CT-REJEITADOS    PIC 9(05) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-PARM-V3X.
           02 WS-PARM-V3    PIC 9(03).
       01  WS-HOJE-R.
           02 WS-HJ-ANO     PIC 9(04).
           02 WS-HJ-MES     PIC 9(02).
           02 WS-HJ-DIA     PIC 9(02).
       01  TAB-PAGTOS.
                 04 TAB-PAGTOS-OCORR OCCURS 3000 TIMES.
                       05 TAB-PG-NUMSOC  PIC 9(06).
                       05 TAB-PG-DATA    PIC 9(08).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(40) VALUE
                       "IMPORTACAO DO REGISTRO DA CATRACA - DIA ".
                 03 CB-DIA  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 CB-MES  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 CB-ANO  PIC 9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(10) VALUE "SOCIO".
                 03 FILLER  PIC X(22) VALUE "NOME".
                 03 FILLER  PIC X(12) VALUE "DATA".
                 03 FILLER  PIC X(10) VALUE "HORA".
                 03 FILLER  PIC X(21) VALUE "CATRACA/OCORRENCIA".
       01  DET.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 DT-NUM  PIC 999.999 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-NOME PIC X(21) VALUE SPACES.
                 03 DT-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-HORA PIC 99B99B99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-CATR PIC X(02) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DT-OCOR PIC X(20) VALUE SPACES.
       01  TOTAL1.
                 03 FILLER  PIC X(30) VALUE
                            "RECUSAS COM SOCIO EM DIA.....:".
                 03 TT-INDEV PIC ZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           MOVE SPACES TO WS-FS-ENTCATR.
           OPEN INPUT ENTCATR.
           IF  WS-FS-ENTCATR EQUAL "35"
               DISPLAY "PRG105 - REGISTRO DA CATRACA NAO RECEBIDO"
               MOVE 8 TO RETURN-CODE
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "ENTCATR" TO WS-ARQ-ERRO.
           MOVE WS-FS-ENTCATR TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM CALCULA-DATA-MINIMA.
           CLOSE ENTCATR.
           PERFORM CARREGA-PAGTOS.
           PERFORM ABRE-FREQHIST.
           MOVE SPACES TO WS-FS-FAMSOC.
           OPEN INPUT FAMSOC.
           IF  WS-FS-FAMSOC EQUAL "00"
               MOVE "SIM" TO WS-TEM-FAMARQ
           ELSE
               MOVE "NAO" TO WS-TEM-FAMARQ.
           OPEN INPUT ENTCATR CADSOC1 OUTPUT RELENTR.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELENTR" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELENTR TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-HOJE TO WS-HOJE-R.
           MOVE WS-HJ-DIA TO CB-DIA.
           MOVE WS-HJ-MES TO CB-MES.
           MOVE WS-HJ-ANO TO CB-ANO.
           PERFORM IMPRIME-CABECALHO.
           MOVE "NAO" TO ENT-FIM.
           PERFORM LE-ENTRADA.
           PERFORM IMPORTA-ENTRADA
                   THRU IMPORTA-ENTRADA-FIM
                   UNTIL ENT-FIM EQUAL "SIM".
           MOVE CT-INDEVIDAS TO TT-INDEV.
           WRITE REGRELENTR FROM TOTAL1 AFTER ADVANCING 2 LINES.
           IF  WS-TEM-FAMARQ EQUAL "SIM"
               CLOSE FAMSOC.
           CLOSE ENTCATR FREQHIST CADSOC1 RELENTR.
           IF  CT-INDEVIDAS GREATER ZERO
           OR  CT-REJEITADOS GREATER ZERO
               MOVE 4 TO RETURN-CODE.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG105 - TOTAIS DE CONTROLE".
           DISPLAY "DATA DE REFERENCIA.....: " WS-HOJE.
           DISPLAY "REGISTROS LIDOS........: " CT-LIDOS.
           DISPLAY "REGISTROS IMPORTADOS...: " CT-IMPORTADOS.
           DISPLAY "  ENTRADAS.............: " CT-ENTRADAS.
           DISPLAY "  ACESSOS RECUSADOS....: " CT-RECUSAS.
           DISPLAY "  RECUSAS INDEVIDAS....: " CT-INDEVIDAS.
           DISPLAY "JA IMPORTADOS..........: " CT-DUPLICADOS.
           DISPLAY "REJEITADOS.............: " CT-REJEITADOS.

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
           IF  PG-PROGRAMA EQUAL "PRG104"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR OF REGPARMGER TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "CARENCIA" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               MOVE WS-PARM-V3 TO WS-CARENCIA.

       CALCULA-DATA-MINIMA.
           MOVE WS-HOJE TO WS-DATA-MIN.
           MOVE "NAO" TO ENT-FIM.
           PERFORM LE-ENTRADA-DATA.
           PERFORM CALCULA-DATA-MINIMA-UM
                   UNTIL ENT-FIM EQUAL "SIM".
       LE-ENTRADA-DATA.
           READ ENTCATR
                       AT END
                             MOVE "SIM" TO ENT-FIM.
       CALCULA-DATA-MINIMA-UM.
           IF  EC-DATA NUMERIC
           AND EC-DATA GREATER 19000101
           AND EC-DATA LESS WS-DATA-MIN
               MOVE EC-DATA TO WS-DATA-MIN.
           PERFORM LE-ENTRADA-DATA.

       CARREGA-PAGTOS.
           MOVE SPACES TO WS-FS-PAGTOS.
           OPEN INPUT PAGTOS.
           IF  WS-FS-PAGTOS NOT EQUAL "00"
               MOVE "SIM" TO PAG-FIM
           ELSE
               PERFORM CARREGA-PAGTOS-LER
               PERFORM CARREGA-PAGTOS-PRINCIPAL
                       UNTIL PAG-FIM EQUAL "SIM"
               CLOSE PAGTOS.
       CARREGA-PAGTOS-LER.
           READ PAGTOS
                       AT END
                             MOVE "SIM" TO PAG-FIM.
       CARREGA-PAGTOS-PRINCIPAL.
           IF  PG-DATAPAG NOT LESS WS-DATA-MIN
               PERFORM CARREGA-PAGTOS-GUARDA.
           PERFORM CARREGA-PAGTOS-LER.
       CARREGA-PAGTOS-GUARDA.
           IF  QT-PAGTOS NOT LESS 3000
               DISPLAY "PRG105 - TABELA PAGTOS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-PAGTOS.
           MOVE PG-NUMSOC  TO TAB-PG-NUMSOC(QT-PAGTOS).
           MOVE PG-DATAPAG TO TAB-PG-DATA(QT-PAGTOS).

       ABRE-FREQHIST.
           MOVE SPACES TO WS-FS-FREQHIST.
           OPEN I-O FREQHIST.
           IF  WS-FS-FREQHIST EQUAL "35"
               OPEN OUTPUT FREQHIST
               CLOSE FREQHIST
               OPEN I-O FREQHIST.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "FREQHIST" TO WS-ARQ-ERRO.
           MOVE WS-FS-FREQHIST TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       LE-ENTRADA.
           READ ENTCATR
                       AT END
                             MOVE "SIM" TO ENT-FIM
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "ENTCATR" TO WS-ARQ-ERRO.
           MOVE WS-FS-ENTCATR TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       IMPORTA-ENTRADA.
           IF  EC-NUMSOC NOT NUMERIC
           OR  EC-DATA NOT NUMERIC
           OR  EC-HORA NOT NUMERIC
           OR  (EC-RESULT NOT EQUAL "L" AND EC-RESULT NOT EQUAL "B")
               ADD 1 TO CT-REJEITADOS
               GO TO IMPORTA-ENTRADA-PROX.
           MOVE EC-NUMSOC  TO FH-NUMSOC.
           MOVE EC-DATA    TO FH-DATA.
           MOVE EC-HORA    TO FH-HORA.
           MOVE EC-CATRACA TO FH-CATRACA.
           MOVE EC-RESULT  TO FH-RESULT.
           MOVE "N"        TO FH-INDEVIDA.
           MOVE WS-HOJE    TO FH-DATA-IMP.
           IF  EC-RESULT EQUAL "B"
               PERFORM VERIFICA-RECUSA THRU VERIFICA-RECUSA-FIM.
           WRITE REGFREQHIST
               INVALID KEY
                   ADD 1 TO CT-DUPLICADOS
                   GO TO IMPORTA-ENTRADA-PROX.
           ADD 1 TO CT-IMPORTADOS.
           IF  EC-RESULT EQUAL "L"
               ADD 1 TO CT-ENTRADAS
           ELSE
               ADD 1 TO CT-RECUSAS.
           IF  FH-INDEVIDA EQUAL "S"
               ADD 1 TO CT-INDEVIDAS
               PERFORM IMPRIME-INDEVIDA.
       IMPORTA-ENTRADA-PROX.
           PERFORM LE-ENTRADA.
       IMPORTA-ENTRADA-FIM.
           EXIT.

       VERIFICA-RECUSA.
           MOVE EC-DATA TO WS-DATA-REF.
           MOVE EC-NUMSOC TO NUMSOC1.
           PERFORM LE-SOCIO.
           IF  WS-ACHOU EQUAL "NAO"
               GO TO VERIFICA-RECUSA-FIM.
           MOVE NOMSOC1 TO WS-NOME.
           PERFORM CLASSIFICA-SOCIO.
           IF  WS-MOTIVO NOT EQUAL ZERO
               GO TO VERIFICA-RECUSA-FIM.
           MOVE EC-NUMSOC TO WS-PAGADOR.
           PERFORM VERIFICA-DEPENDENTE.
           IF  WS-EH-DEP EQUAL "SIM"
               MOVE FM-RESP TO WS-PAGADOR NUMSOC1
               PERFORM LE-SOCIO
               IF  WS-ACHOU EQUAL "NAO"
                   GO TO VERIFICA-RECUSA-FIM
               END-IF
               PERFORM CLASSIFICA-SOCIO
               IF  WS-MOTIVO NOT EQUAL ZERO
                   GO TO VERIFICA-RECUSA-FIM.
           MOVE "NAO" TO WS-PAGOU.
           PERFORM VERIFICA-PAGTO-UM
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-PAGTOS.
           IF  WS-PAGOU EQUAL "NAO"
               MOVE "S" TO FH-INDEVIDA.
       VERIFICA-RECUSA-FIM.
           EXIT.
       VERIFICA-PAGTO-UM.
           IF  TAB-PG-NUMSOC(WS-IX) EQUAL WS-PAGADOR
           AND TAB-PG-DATA(WS-IX) NOT LESS EC-DATA
               MOVE "SIM" TO WS-PAGOU.

       LE-SOCIO.
           MOVE "SIM" TO WS-ACHOU.
           READ CADSOC1
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.

       VERIFICA-DEPENDENTE.
           MOVE "NAO" TO WS-EH-DEP.
           IF  WS-TEM-FAMARQ EQUAL "SIM"
               MOVE EC-NUMSOC TO FM-NUMSOC
               READ FAMSOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SIM" TO WS-EH-DEP
               END-READ.

       CLASSIFICA-SOCIO.
           MOVE ZEROS TO WS-MOTIVO.
           IF  (SITSOC1 EQUAL "R" OR SITSOC1 EQUAL "F")
           AND DTSTATUS1 NOT GREATER WS-DATA-REF
               MOVE 04 TO WS-MOTIVO
           ELSE
               IF  SITSOC1 EQUAL "S"
                   MOVE 02 TO WS-MOTIVO
               ELSE
                   IF  CODPAG1 EQUAL 2
                   AND DATAVENC1 GREATER ZERO
                       PERFORM VERIFICA-ATRASO.
       VERIFICA-ATRASO.
           COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-REF) -
                   FUNCTION INTEGER-OF-DATE(DATAVENC1).
           IF  WS-DIAS-ATRASO GREATER WS-CARENCIA
               MOVE 01 TO WS-MOTIVO.

       IMPRIME-INDEVIDA.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           MOVE EC-NUMSOC TO DT-NUM.
           MOVE WS-NOME TO DT-NOME.
           MOVE EC-DATA(1:4) TO DT-DATA(7:4).
           MOVE EC-DATA(5:2) TO DT-DATA(4:2).
           MOVE EC-DATA(7:2) TO DT-DATA(1:2).
           MOVE EC-HORA TO DT-HORA.
           MOVE EC-CATRACA TO DT-CATR.
           MOVE "LISTA DESATUALIZADA" TO DT-OCOR.
           WRITE REGRELENTR FROM DET AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELENTR.
           WRITE REGRELENTR AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELENTR FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELENTR FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELENTR FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELENTR FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELENTR FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELENTR FROM BREAK AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG105"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-IMPORTADOS TO RL-QTDE.
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
               DISPLAY "PRG105 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG105" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
