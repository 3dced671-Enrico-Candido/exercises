       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG94.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVCAB ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IV-NUMCONT
           FILE STATUS IS WS-FS-INVCAB.
           SELECT INVCONT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IC-CHAVE
           FILE STATUS IS WS-FS-INVCONT.
           SELECT ESTOQUE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ES-CODPROD
           FILE STATUS IS WS-FS-ESTOQUE.
           SELECT AJINV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AJINV.
           SELECT MOVEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOVEST.
           SELECT RELDIF ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELDIF.
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
       FD  INVCAB
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "INVCAB.DAT".
       01  REGINVCAB.
           02 IV-NUMCONT    PIC 9(06).
           02 IV-DATA       PIC 9(08).
           02 IV-SITUACAO   PIC X(01).
           02 IV-QTITENS    PIC 9(05).
           02 IV-DATA-EFET  PIC 9(08).
       FD  INVCONT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "INVCONT.DAT".
       01  REGINVCONT.
           02 IC-CHAVE.
              03 IC-NUMCONT PIC 9(06).
              03 IC-CODPROD PIC X(06).
           02 IC-SALDO-CONG PIC 9(05).
           02 IC-QTCONT     PIC 9(05).
           02 IC-CONTADO    PIC X(01).
           02 IC-BACKORDER  PIC X(01).
           02 IC-CUSTO      PIC 9(06)V99.
           02 IC-SITUACAO   PIC X(01).
           02 IC-OPERADOR   PIC X(08).
       FD  ESTOQUE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ESTOQUE.DAT".
       01  REGESTOQUE.
           02 ES-CODPROD    PIC X(06).
           02 ES-SALDO      PIC 9(05).
           02 ES-MINIMO     PIC 9(05).
           02 ES-CUSTO-MEDIO PIC 9(06)V99.
           02 ES-LOTE        PIC 9(05).
       FD  AJINV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AJINV.DAT".
       01  REGAJINV.
           02 AJ-NUMCONT    PIC 9(06).
           02 AJ-APROVADOR  PIC X(08).
       FD  MOVEST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MOVEST.DAT".
       01  REGMOVEST.
           02 MV-DATA       PIC 9(08).
           02 MV-CODPROD    PIC X(06).
           02 MV-TIPO       PIC X(01).
           02 MV-QTDE       PIC 9(05).
           02 MV-ORIGEM     PIC X(08).
       FD  RELDIF LABEL RECORD OMITTED.
       01  REGRELDIF        PIC X(80).
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
       77  WS-FS-INVCAB     PIC X(02) VALUE SPACES.
       77  WS-FS-INVCONT    PIC X(02) VALUE SPACES.
       77  WS-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77  WS-FS-AJINV      PIC X(02) VALUE SPACES.
       77  WS-FS-MOVEST     PIC X(02) VALUE SPACES.
       77  WS-FS-RELDIF     PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  AJ-FIM           PIC X(03) VALUE "NAO".
       77  INV-FIM          PIC X(03) VALUE "NAO".
       77  CONT-FIM         PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  QT-AJUSTES       PIC 9(03) VALUE ZEROS.
       77  QT-CONTAGENS     PIC 9(03) VALUE ZEROS.
       77  WS-IX            PIC 9(03) VALUE ZEROS.
       77  WS-JX            PIC 9(03) VALUE ZEROS.
       77  WS-DIF           PIC S9(05) VALUE ZEROS.
       77  WS-VAL-DIF       PIC S9(09)V99 VALUE ZEROS.
       77  WS-NOVO-SALDO    PIC S9(06) VALUE ZEROS.
       77  WS-TOT-SOBRA     PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-FALTA     PIC 9(11)V99 VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77  CT-RELATADOS     PIC 9(05) VALUE ZEROS.
       77  CT-NAO-CONTADOS  PIC 9(05) VALUE ZEROS.
       77  CT-AJUSTADOS     PIC 9(05) VALUE ZEROS.
       77  CT-EFETIVADAS    PIC 9(05) VALUE ZEROS.
       77  CT-AJ-IGNORADOS  PIC 9(05) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  TAB-AJUSTES.
                 04 TAB-AJ-OCORR OCCURS 50 TIMES.
                       05 TAB-AJ-NUMCONT PIC 9(06).
       01  TAB-CONTAGENS.
                 04 TAB-CT-OCORR OCCURS 50 TIMES
                                 INDEXED BY IX-CONT.
                       05 TAB-CT-NUMCONT PIC 9(06).
                       05 TAB-CT-APROVADA PIC X(01).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(15) VALUE SPACES.
                 03 FILLER  PIC X(60) VALUE
                       "DIVERGENCIAS DE INVENTARIO FISICO".
       01  CAB2.
                 03 FILLER  PIC X(08) VALUE "CONTAG".
                 03 FILLER  PIC X(08) VALUE "PRODUTO".
                 03 FILLER  PIC X(08) VALUE "SISTEMA".
                 03 FILLER  PIC X(08) VALUE "CONTADO".
                 03 FILLER  PIC X(08) VALUE "DIFER.".
                 03 FILLER  PIC X(20) VALUE "     VALOR A CUSTO".
                 03 FILLER  PIC X(20) VALUE "OBSERVACAO".
       01  DETDIF.
                 03 DD-CONT PIC 9(06) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DD-PROD PIC X(06) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DD-SIST PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DD-CONT-QT PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DD-DIF  PIC ZZ.ZZ9- VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DD-VAL  PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DD-OBS  PIC X(17) VALUE SPACES.
       01  TOTDIF.
                 03 FILLER  PIC X(10) VALUE "SOBRAS:".
                 03 TD-SOB  PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(12) VALUE "   FALTAS:".
                 03 TD-FAL  PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           MOVE SPACES TO WS-FS-INVCAB.
           OPEN I-O INVCAB.
           IF  WS-FS-INVCAB EQUAL "35"
               DISPLAY "PRG94 - NENHUMA CONTAGEM DE INVENTARIO"
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           PERFORM CARREGA-AJUSTES.
           PERFORM CARREGA-CONTAGENS.
           IF  QT-CONTAGENS EQUAL ZEROS
               DISPLAY "PRG94 - NENHUMA CONTAGEM ENCERRADA"
               CLOSE INVCAB
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           OPEN I-O INVCONT.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "INVCONT" TO WS-ARQ-ERRO.
           MOVE WS-FS-INVCONT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           OPEN I-O ESTOQUE.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "ESTOQUE" TO WS-ARQ-ERRO.
           MOVE WS-FS-ESTOQUE TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-MOVEST.
           OPEN EXTEND MOVEST.
           IF  WS-FS-MOVEST EQUAL "35"
               OPEN OUTPUT MOVEST.
           OPEN OUTPUT RELDIF.
           PERFORM LE-CONTAGEM.
           PERFORM TRATA-CONTAGEM
                   UNTIL CONT-FIM EQUAL "SIM".
           MOVE WS-TOT-SOBRA TO TD-SOB.
           MOVE WS-TOT-FALTA TO TD-FAL.
           WRITE REGRELDIF FROM TOTDIF AFTER ADVANCING 3 LINES.
           PERFORM EFETIVA-CONTAGEM
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-CONTAGENS.
           CLOSE INVCAB INVCONT ESTOQUE MOVEST RELDIF.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG94 - TOTAIS DE CONTROLE".
           DISPLAY "CONTAGENS ENCERRADAS...: " QT-CONTAGENS.
           DISPLAY "CONTAGENS EFETIVADAS...: " CT-EFETIVADAS.
           DISPLAY "ITENS LIDOS............: " CT-LIDOS.
           DISPLAY "ITENS RELATADOS........: " CT-RELATADOS.
           DISPLAY "ITENS NAO CONTADOS.....: " CT-NAO-CONTADOS.
           DISPLAY "ITENS AJUSTADOS........: " CT-AJUSTADOS.
           DISPLAY "APROVACOES IGNORADAS...: " CT-AJ-IGNORADOS.
           DISPLAY "VALOR SOBRAS...........: " WS-TOT-SOBRA.
           DISPLAY "VALOR FALTAS...........: " WS-TOT-FALTA.
           IF  CT-AJ-IGNORADOS GREATER ZERO
               MOVE 4 TO RETURN-CODE.

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

       CARREGA-AJUSTES.
           MOVE SPACES TO WS-FS-AJINV.
           OPEN INPUT AJINV.
           IF  WS-FS-AJINV EQUAL "35"
               MOVE "SIM" TO AJ-FIM
           ELSE
               PERFORM LE-AJUSTE
               PERFORM GUARDA-AJUSTE
                       UNTIL AJ-FIM EQUAL "SIM"
               CLOSE AJINV.
       LE-AJUSTE.
           READ AJINV
                       AT END
                             MOVE "SIM" TO AJ-FIM.
       GUARDA-AJUSTE.
           IF  QT-AJUSTES NOT LESS 50
               DISPLAY "PRG94 - TABELA AJUSTES ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-AJUSTES.
           MOVE AJ-NUMCONT TO TAB-AJ-NUMCONT(QT-AJUSTES).
           PERFORM LE-AJUSTE.

       CARREGA-CONTAGENS.
           MOVE ZEROS TO IV-NUMCONT.
           START INVCAB KEY NOT LESS IV-NUMCONT
               INVALID KEY
                   MOVE "SIM" TO INV-FIM.
           PERFORM LE-CABECALHO
                   UNTIL INV-FIM EQUAL "SIM".
           PERFORM CONFERE-AJUSTE
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX GREATER QT-AJUSTES.
       LE-CABECALHO.
           READ INVCAB NEXT
               AT END
                   MOVE "SIM" TO INV-FIM
               NOT AT END
                   IF  IV-SITUACAO EQUAL "F"
                       PERFORM GUARDA-CONTAGEM
                   END-IF
           END-READ.
       GUARDA-CONTAGEM.
           IF  QT-CONTAGENS NOT LESS 50
               DISPLAY "PRG94 - TABELA CONTAGENS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-CONTAGENS.
           MOVE IV-NUMCONT TO TAB-CT-NUMCONT(QT-CONTAGENS).
           MOVE "N"        TO TAB-CT-APROVADA(QT-CONTAGENS).
       CONFERE-AJUSTE.
           MOVE "NAO" TO WS-ACHOU.
           IF  QT-CONTAGENS GREATER ZERO
               SET IX-CONT TO 1
               SEARCH TAB-CT-OCORR
                   AT END
                       CONTINUE
                   WHEN TAB-CT-NUMCONT(IX-CONT)
                        EQUAL TAB-AJ-NUMCONT(WS-JX)
                       MOVE "S" TO TAB-CT-APROVADA(IX-CONT)
                       MOVE "SIM" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               ADD 1 TO CT-AJ-IGNORADOS
               DISPLAY "PRG94 - APROVACAO SEM CONTAGEM ENCERRADA: "
                       TAB-AJ-NUMCONT(WS-JX).

       LE-CONTAGEM.
           READ INVCONT
                       AT END
                             MOVE "SIM" TO CONT-FIM
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "INVCONT" TO WS-ARQ-ERRO.
           MOVE WS-FS-INVCONT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       TRATA-CONTAGEM.
           MOVE "NAO" TO WS-ACHOU.
           SET IX-CONT TO 1.
           SEARCH TAB-CT-OCORR
               AT END
                   CONTINUE
               WHEN TAB-CT-NUMCONT(IX-CONT) EQUAL IC-NUMCONT
                   MOVE "SIM" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "SIM"
               PERFORM RELATA-ITEM
                       THRU RELATA-ITEM-FIM.
           PERFORM LE-CONTAGEM.

       RELATA-ITEM.
           MOVE SPACES TO DD-OBS.
           IF  IC-CONTADO NOT EQUAL "S"
               MOVE ZEROS TO WS-DIF WS-VAL-DIF
               MOVE "NAO CONTADO" TO DD-OBS
               ADD 1 TO CT-NAO-CONTADOS
           ELSE
               COMPUTE WS-DIF = IC-QTCONT - IC-SALDO-CONG
               COMPUTE WS-VAL-DIF = WS-DIF * IC-CUSTO
               IF  WS-VAL-DIF GREATER ZERO
                   ADD WS-VAL-DIF TO WS-TOT-SOBRA
               ELSE
                   SUBTRACT WS-VAL-DIF FROM WS-TOT-FALTA.
           IF  WS-DIF EQUAL ZEROS
           AND IC-CONTADO EQUAL "S"
           AND IC-BACKORDER NOT EQUAL "S"
               GO TO RELATA-ITEM-FIM.
           IF  IC-BACKORDER EQUAL "S"
           AND DD-OBS EQUAL SPACES
               MOVE "PEDIDO PENDENTE" TO DD-OBS.
           IF  TAB-CT-APROVADA(IX-CONT) EQUAL "S"
           AND IC-SITUACAO EQUAL "A"
           AND WS-DIF NOT EQUAL ZEROS
               PERFORM AJUSTA-ESTOQUE
               MOVE "AJUSTADO" TO DD-OBS.
           PERFORM IMPRIME-DIVERGENCIA.
       RELATA-ITEM-FIM.
           EXIT.

       AJUSTA-ESTOQUE.
           MOVE "SIM" TO WS-ACHOU.
           MOVE IC-CODPROD TO ES-CODPROD.
           READ ESTOQUE
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "SIM"
               COMPUTE WS-NOVO-SALDO = ES-SALDO + WS-DIF
               IF  WS-NOVO-SALDO LESS ZERO
                   MOVE ZEROS TO WS-NOVO-SALDO
               END-IF
               MOVE WS-NOVO-SALDO TO ES-SALDO
               REWRITE REGESTOQUE
                   INVALID KEY
                       DISPLAY "PRG94 - ERRO AO REGRAVAR ESTOQUE "
                               ES-CODPROD
               END-REWRITE
           ELSE
               DISPLAY "PRG94 - PRODUTO FORA DO ESTOQUE " IC-CODPROD.
           MOVE WS-HOJE    TO MV-DATA.
           MOVE IC-CODPROD TO MV-CODPROD.
           IF  WS-DIF GREATER ZERO
               MOVE "E" TO MV-TIPO
               MOVE WS-DIF TO MV-QTDE
           ELSE
               MOVE "S" TO MV-TIPO
               COMPUTE MV-QTDE = ZERO - WS-DIF.
           MOVE "PRG94"    TO MV-ORIGEM.
           WRITE REGMOVEST.
           MOVE "L" TO IC-SITUACAO.
           REWRITE REGINVCONT.
           MOVE "REWRITE" TO WS-OPER-ERRO.
           MOVE "INVCONT" TO WS-ARQ-ERRO.
           MOVE WS-FS-INVCONT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD 1 TO CT-AJUSTADOS.

       IMPRIME-DIVERGENCIA.
           IF  CTLIN GREATER 30
               MOVE SPACES TO REGRELDIF
               WRITE REGRELDIF AFTER ADVANCING PAGE
               MOVE 1 TO CTLIN
               ADD 1 TO CTPAG
               MOVE CTPAG TO CTP
               WRITE REGRELDIF FROM CAB0 AFTER ADVANCING 1 LINE
               WRITE REGRELDIF FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELDIF FROM CAB1 AFTER ADVANCING 1 LINE
               WRITE REGRELDIF FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELDIF FROM CAB2 AFTER ADVANCING 1 LINE
               WRITE REGRELDIF FROM BREAK AFTER ADVANCING 1 LINE.
           MOVE IC-NUMCONT    TO DD-CONT.
           MOVE IC-CODPROD    TO DD-PROD.
           MOVE IC-SALDO-CONG TO DD-SIST.
           MOVE IC-QTCONT     TO DD-CONT-QT.
           MOVE WS-DIF        TO DD-DIF.
           MOVE WS-VAL-DIF    TO DD-VAL.
           WRITE REGRELDIF FROM DETDIF AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
           ADD 1 TO CT-RELATADOS.

       EFETIVA-CONTAGEM.
           IF  TAB-CT-APROVADA(WS-IX) EQUAL "S"
               MOVE TAB-CT-NUMCONT(WS-IX) TO IV-NUMCONT
               READ INVCAB
                   INVALID KEY
                       DISPLAY "PRG94 - CONTAGEM NAO ENCONTRADA "
                               IV-NUMCONT
                   NOT INVALID KEY
                       MOVE "E" TO IV-SITUACAO
                       MOVE WS-HOJE TO IV-DATA-EFET
                       REWRITE REGINVCAB
                       ADD 1 TO CT-EFETIVADAS
               END-READ.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG94"       TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-AJUSTADOS  TO RL-QTDE.
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
               DISPLAY "PRG94 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG94" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
