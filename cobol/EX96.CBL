       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG96.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVREQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEVREQ.
           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTAS.
           SELECT NOTAHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTAHIST.
           SELECT ENTREGAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EN-NUMNOTA
           FILE STATUS IS WS-FS-ENTREGAS.
           SELECT ESTOQUE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ES-CODPROD
           FILE STATUS IS WS-FS-ESTOQUE.
           SELECT MOVEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOVEST.
           SELECT CREDSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CR-NUMSOC
           FILE STATUS IS WS-FS-CREDSOC.
           SELECT DEVOLUC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEVOLUC.
           SELECT ULTNOTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ULTNOTA.
           SELECT AUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDIT.
           SELECT RELDEV ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELDEV.
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
       FD  DEVREQ
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEVREQ.DAT".
       01  REGDEVREQ.
           02 DV-NUMNOTA    PIC 9(06).
           02 DV-NUMITEM    PIC 9(02).
           02 DV-QTDE       PIC 9(03).
           02 DV-QTREV      PIC 9(03).
           02 DV-MOTIVO     PIC 9(02).
       FD  NOTAS
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "NOTAS.DAT".
       01  REGPRINT.
           03 NUMNOTA         PIC 9(06).
           03 NUMPED-NF       PIC 9(06).
           03 NF-NUMITEM      PIC 9(02).
           03 PRODUTO         PIC X(06).
           03 NF-QTD          PIC 9(03).
           03 PRECFINAL       PIC 9(06)V99.
           03 TIPONOTA        PIC X(01).
           03 REFNOTA         PIC 9(06).
           03 NF-CUSTO        PIC 9(04)V99.
           03 NF-IMPOSTO      PIC 9(03) OCCURS 5 TIMES.
           03 NF-TOTIMP       PIC 9(04)V99.
           03 NF-MARKUP       PIC 9(06)V99.
           03 NF-TOTNOTA      PIC 9(08)V99.
           03 NF-FILIAL       PIC 9(02).
       FD  NOTAHIST
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "NOTAHIST.DAT".
       01  REGNOTAHIST        PIC X(85).
       FD  ENTREGAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ENTREGAS.DAT".
       01  REGENTREGA.
           02 EN-NUMNOTA    PIC 9(06).
           02 EN-NUMPED     PIC 9(06).
           02 EN-NUMSOC     PIC 9(06).
           02 EN-DATA-NOTA  PIC 9(08).
           02 EN-DATA-PROM  PIC 9(08).
           02 EN-SITUACAO   PIC X(01).
           02 EN-DATA-CONF  PIC 9(08).
           02 EN-ZONA       PIC X(04).
           02 EN-MANIFESTO  PIC 9(06).
           02 EN-VEICULO    PIC X(08).
           02 EN-DATA-ROTA  PIC 9(08).
       FD  ESTOQUE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ESTOQUE.DAT".
       01  REGESTOQUE.
           02 ES-CODPROD    PIC X(06).
           02 ES-SALDO      PIC 9(05).
           02 ES-MINIMO     PIC 9(05).
           02 ES-CUSTO-MEDIO PIC 9(06)V99.
           02 ES-LOTE        PIC 9(05).
       FD  MOVEST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MOVEST.DAT".
       01  REGMOVEST.
           02 MV-DATA       PIC 9(08).
           02 MV-CODPROD    PIC X(06).
           02 MV-TIPO       PIC X(01).
           02 MV-QTDE       PIC 9(05).
           02 MV-ORIGEM     PIC X(08).
       FD  CREDSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".
       01  REGCRED.
           02 CR-NUMSOC     PIC 9(06).
           02 CR-VALOR      PIC 9(09)V99.
           02 CR-DATA-ORIG  PIC 9(08).
       FD  DEVOLUC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEVOLUC.DAT".
       01  REGDEVOLUC.
           02 DH-DATA       PIC 9(08).
           02 DH-NUMNOTA    PIC 9(06).
           02 DH-REFNOTA    PIC 9(06).
           02 DH-NUMITEM    PIC 9(02).
           02 DH-CODPROD    PIC X(06).
           02 DH-QTDE       PIC 9(03).
           02 DH-QTREV      PIC 9(03).
           02 DH-MOTIVO     PIC 9(02).
           02 DH-VALOR      PIC 9(06)V99.
           02 DH-NUMSOC     PIC 9(06).
       FD  ULTNOTA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ULTNOTA.DAT".
       01  REGULTNOTA.
           02 UN-ULTIMA       PIC 9(06).
       FD  AUDIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.LOG".
       01  REGAUDIT.
           02 AUD-DATA        PIC 9(08).
           02 AUD-HORA        PIC 9(08).
           02 FILLER          PIC X(01).
           02 AUD-PROGRAMA    PIC X(08).
           02 FILLER          PIC X(01).
           02 AUD-CHAVE       PIC 9(06).
           02 FILLER          PIC X(01).
           02 AUD-PRODUTO     PIC X(06).
           02 FILLER          PIC X(01).
           02 AUD-VALANTES    PIC 9(09)V99.
           02 FILLER          PIC X(01).
           02 AUD-VALDEPOIS   PIC 9(09)V99.
       FD  RELDEV LABEL RECORD OMITTED.
       01  REGRELDEV        PIC X(80).
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
       77  WS-FS-DEVREQ     PIC X(02) VALUE SPACES.
       77  WS-FS-NOTAS      PIC X(02) VALUE SPACES.
       77  WS-FS-NOTAHIST   PIC X(02) VALUE SPACES.
       77  WS-FS-ENTREGAS   PIC X(02) VALUE SPACES.
       77  WS-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77  WS-FS-MOVEST     PIC X(02) VALUE SPACES.
       77  WS-FS-CREDSOC    PIC X(02) VALUE SPACES.
       77  WS-FS-DEVOLUC    PIC X(02) VALUE SPACES.
       77  WS-FS-ULTNOTA    PIC X(02) VALUE SPACES.
       77  WS-FS-AUDIT      PIC X(02) VALUE "00".
       77  WS-FS-RELDEV     PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  REQ-FIM          PIC X(03) VALUE "NAO".
       77  NOT-FIM          PIC X(03) VALUE "NAO".
       77  WS-ENTREGAS-OK   PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-CRED-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-ULTIMA-NOTA   PIC 9(06) VALUE ZEROS.
       77  WS-NOTA-ORIG     PIC 9(06) VALUE ZEROS.
       77  WS-NUMSOC        PIC 9(06) VALUE ZEROS.
       77  WS-VAL-DEV       PIC 9(06)V99 VALUE ZEROS.
       77  WS-TOT-NOTA      PIC 9(08)V99 VALUE ZEROS.
       77  WS-TOT-DEV       PIC 9(09)V99 VALUE ZEROS.
       77  QT-DEV           PIC 9(03) VALUE ZEROS.
       77  QT-ITENS-NOTA    PIC 9(02) VALUE ZEROS.
       77  WS-IX            PIC 9(03) VALUE ZEROS.
       77  WS-JX            PIC 9(03) VALUE ZEROS.
       77  WS-IMP-IX        PIC 9(01) VALUE ZEROS.
       77  WS-MOT-IX        PIC 9(02) VALUE ZEROS.
       77  WS-ITEM-IX       PIC 9(02) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-ACEITAS       PIC 9(05) VALUE ZEROS.
       77  CT-RECUSADAS     PIC 9(05) VALUE ZEROS.
       77  CT-NOTAS-CRED    PIC 9(05) VALUE ZEROS.
       77  CT-REPOSTOS      PIC 9(07) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  TAB-MOTIVOS-DEF.
           02 FILLER PIC X(20) VALUE "DEFEITO DE FABRICA".
           02 FILLER PIC X(20) VALUE "AVARIA NO TRANSPORTE".
           02 FILLER PIC X(20) VALUE "PRODUTO TROCADO".
           02 FILLER PIC X(20) VALUE "DESISTENCIA DO SOCIO".
           02 FILLER PIC X(20) VALUE "ENTREGA EM ATRASO".
       01  TAB-MOTIVOS-R REDEFINES TAB-MOTIVOS-DEF.
           02 TAB-MOT-DESCR PIC X(20) OCCURS 5 TIMES.
       01  TAB-DEVOLUCOES.
                 04 TAB-DV-OCORR OCCURS 500 TIMES.
                       05 TD-NUMNOTA    PIC 9(06).
                       05 TD-NUMITEM    PIC 9(02).
                       05 TD-QTDE       PIC 9(03).
                       05 TD-QTREV      PIC 9(03).
                       05 TD-MOTIVO     PIC 9(02).
                       05 TD-ACHOU      PIC X(01).
                       05 TD-CANCELADA  PIC X(01).
                       05 TD-QTFAT      PIC 9(03).
                       05 TD-QTJADEV    PIC 9(05).
                       05 TD-IMAGEM     PIC X(85).
       01  TAB-NOTA-LINHAS.
                 04 TAB-NL-LINHA PIC X(85) OCCURS 99 TIMES.
       01  WS-LINHA-ORIG.
           03 OG-NUMNOTA      PIC 9(06).
           03 OG-NUMPED       PIC 9(06).
           03 OG-NUMITEM      PIC 9(02).
           03 OG-PRODUTO      PIC X(06).
           03 OG-QTD          PIC 9(03).
           03 OG-PRECFINAL    PIC 9(06)V99.
           03 OG-TIPONOTA     PIC X(01).
           03 OG-REFNOTA      PIC 9(06).
           03 OG-CUSTO        PIC 9(04)V99.
           03 OG-IMPOSTO      PIC 9(03) OCCURS 5 TIMES.
           03 OG-TOTIMP       PIC 9(04)V99.
           03 OG-MARKUP       PIC 9(06)V99.
           03 OG-TOTNOTA      PIC 9(08)V99.
           03 OG-FILIAL       PIC 9(02).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(15) VALUE SPACES.
                 03 FILLER  PIC X(50) VALUE
                       "REGISTRO DIARIO DE DEVOLUCOES".
       01  CAB2.
                 03 FILLER  PIC X(10) VALUE "NOTA   IT".
                 03 FILLER  PIC X(07) VALUE "PROD.".
                 03 FILLER  PIC X(08) VALUE "QTD REV".
                 03 FILLER  PIC X(21) VALUE "MOTIVO".
                 03 FILLER  PIC X(11) VALUE "     VALOR".
                 03 FILLER  PIC X(20) VALUE "SITUACAO".
       01  DETDEV.
                 03 DD-NOTA PIC 9(06) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DD-IT   PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DD-PROD PIC X(06) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DD-QT   PIC ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DD-QTREV PIC ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DD-MOT  PIC X(20) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DD-VAL  PIC ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DD-SIT  PIC X(20) VALUE SPACES.
       01  WS-SIT-ACEITA.
                 03 FILLER  PIC X(13) VALUE "CREDITO NOTA ".
                 03 SA-NOTA PIC 9(06) VALUE ZEROS.
       01  TOTDEV.
                 03 FILLER  PIC X(10) VALUE "ACEITAS:".
                 03 TT-ACE  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(13) VALUE "  RECUSADAS:".
                 03 TT-REC  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(18) VALUE "  VALOR CREDITADO:".
                 03 TT-VAL  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM CARREGA-REQUISICOES.
           IF  QT-DEV EQUAL ZEROS
               DISPLAY "PRG96 - NENHUMA DEVOLUCAO A PROCESSAR"
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           PERFORM VARRE-NOTAHIST.
           PERFORM VARRE-NOTAS.
           PERFORM LE-ULTIMA-NOTA.
           PERFORM ABRE-ARQUIVOS.
           PERFORM PROCESSA-DEVOLUCAO
                   THRU PROCESSA-DEVOLUCAO-FIM
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-DEV.
           IF  QT-ITENS-NOTA GREATER ZERO
               PERFORM EMITE-NOTA-CREDITO.
           MOVE CT-ACEITAS   TO TT-ACE.
           MOVE CT-RECUSADAS TO TT-REC.
           MOVE WS-TOT-DEV   TO TT-VAL.
           WRITE REGRELDEV FROM TOTDEV AFTER ADVANCING 3 LINES.
           PERFORM GRAVA-ULTIMA-NOTA.
           PERFORM FECHA-ARQUIVOS.
           PERFORM ESVAZIA-REQUISICOES.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG96 - TOTAIS DE CONTROLE".
           DISPLAY "DEVOLUCOES LIDAS.......: " QT-DEV.
           DISPLAY "DEVOLUCOES ACEITAS.....: " CT-ACEITAS.
           DISPLAY "DEVOLUCOES RECUSADAS...: " CT-RECUSADAS.
           DISPLAY "NOTAS DE CREDITO.......: " CT-NOTAS-CRED.
           DISPLAY "UNIDADES REPOSTAS......: " CT-REPOSTOS.
           DISPLAY "VALOR CREDITADO........: " WS-TOT-DEV.
           IF  CT-RECUSADAS GREATER ZERO
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

       CARREGA-REQUISICOES.
           MOVE SPACES TO WS-FS-DEVREQ.
           OPEN INPUT DEVREQ.
           IF  WS-FS-DEVREQ EQUAL "35"
               MOVE "SIM" TO REQ-FIM
           ELSE
               PERFORM LE-REQUISICAO
               PERFORM GUARDA-REQUISICAO
                       UNTIL REQ-FIM EQUAL "SIM"
               CLOSE DEVREQ.
       LE-REQUISICAO.
           READ DEVREQ
                       AT END
                             MOVE "SIM" TO REQ-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "DEVREQ" TO WS-ARQ-ERRO.
           MOVE WS-FS-DEVREQ TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       GUARDA-REQUISICAO.
           IF  QT-DEV NOT LESS 500
               DISPLAY "PRG96 - TABELA DEVOLUCOES ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-DEV.
           MOVE DV-NUMNOTA TO TD-NUMNOTA(QT-DEV).
           MOVE DV-NUMITEM TO TD-NUMITEM(QT-DEV).
           MOVE DV-QTDE    TO TD-QTDE(QT-DEV).
           MOVE DV-QTREV   TO TD-QTREV(QT-DEV).
           MOVE DV-MOTIVO  TO TD-MOTIVO(QT-DEV).
           MOVE "N"        TO TD-ACHOU(QT-DEV) TD-CANCELADA(QT-DEV).
           MOVE ZEROS      TO TD-QTFAT(QT-DEV) TD-QTJADEV(QT-DEV).
           MOVE SPACES     TO TD-IMAGEM(QT-DEV).
           PERFORM LE-REQUISICAO.

       VARRE-NOTAHIST.
           MOVE "NAO" TO NOT-FIM.
           MOVE SPACES TO WS-FS-NOTAHIST.
           OPEN INPUT NOTAHIST.
           IF  WS-FS-NOTAHIST EQUAL "35"
               MOVE "SIM" TO NOT-FIM
           ELSE
               PERFORM LE-NOTAHIST
               PERFORM CONFERE-NOTAHIST
                       UNTIL NOT-FIM EQUAL "SIM"
               CLOSE NOTAHIST.
       LE-NOTAHIST.
           READ NOTAHIST
                       AT END
                             MOVE "SIM" TO NOT-FIM.
       CONFERE-NOTAHIST.
           MOVE REGNOTAHIST TO REGPRINT.
           PERFORM CONFERE-LINHA-NOTA
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX GREATER QT-DEV.
           PERFORM LE-NOTAHIST.

       VARRE-NOTAS.
           MOVE "NAO" TO NOT-FIM.
           MOVE SPACES TO WS-FS-NOTAS.
           OPEN INPUT NOTAS.
           IF  WS-FS-NOTAS EQUAL "35"
               MOVE "SIM" TO NOT-FIM
           ELSE
               PERFORM LE-NOTA
               PERFORM CONFERE-NOTA
                       UNTIL NOT-FIM EQUAL "SIM"
               CLOSE NOTAS.
       LE-NOTA.
           READ NOTAS
                       AT END
                             MOVE "SIM" TO NOT-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "NOTAS" TO WS-ARQ-ERRO.
           MOVE WS-FS-NOTAS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       CONFERE-NOTA.
           PERFORM CONFERE-LINHA-NOTA
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX GREATER QT-DEV.
           PERFORM LE-NOTA.

       CONFERE-LINHA-NOTA.
           IF  TIPONOTA EQUAL "N"
           AND NUMNOTA EQUAL TD-NUMNOTA(WS-JX)
           AND NF-NUMITEM EQUAL TD-NUMITEM(WS-JX)
               MOVE "S"      TO TD-ACHOU(WS-JX)
               MOVE NF-QTD   TO TD-QTFAT(WS-JX)
               MOVE REGPRINT TO TD-IMAGEM(WS-JX).
           IF  TIPONOTA EQUAL "D"
           AND REFNOTA EQUAL TD-NUMNOTA(WS-JX)
           AND NF-NUMITEM EQUAL TD-NUMITEM(WS-JX)
               ADD NF-QTD TO TD-QTJADEV(WS-JX).
           IF  TIPONOTA EQUAL "C"
           AND REFNOTA EQUAL TD-NUMNOTA(WS-JX)
               MOVE "S" TO TD-CANCELADA(WS-JX).

       ABRE-ARQUIVOS.
           MOVE SPACES TO WS-FS-NOTAS.
           OPEN EXTEND NOTAS.
           IF  WS-FS-NOTAS EQUAL "35"
               OPEN OUTPUT NOTAS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "NOTAS" TO WS-ARQ-ERRO.
           MOVE WS-FS-NOTAS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-ENTREGAS.
           OPEN INPUT ENTREGAS.
           IF  WS-FS-ENTREGAS EQUAL "00"
               MOVE "SIM" TO WS-ENTREGAS-OK
           ELSE
               MOVE "NAO" TO WS-ENTREGAS-OK.
           OPEN I-O ESTOQUE.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "ESTOQUE" TO WS-ARQ-ERRO.
           MOVE WS-FS-ESTOQUE TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-MOVEST.
           OPEN EXTEND MOVEST.
           IF  WS-FS-MOVEST EQUAL "35"
               OPEN OUTPUT MOVEST.
           MOVE SPACES TO WS-FS-CREDSOC.
           OPEN I-O CREDSOC.
           IF  WS-FS-CREDSOC EQUAL "35"
               OPEN OUTPUT CREDSOC
               CLOSE CREDSOC
               OPEN I-O CREDSOC.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CREDSOC" TO WS-ARQ-ERRO.
           MOVE WS-FS-CREDSOC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-DEVOLUC.
           OPEN EXTEND DEVOLUC.
           IF  WS-FS-DEVOLUC EQUAL "35"
               OPEN OUTPUT DEVOLUC.
           OPEN EXTEND AUDIT.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "AUDIT" TO WS-ARQ-ERRO.
           MOVE WS-FS-AUDIT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           OPEN OUTPUT RELDEV.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELDEV" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELDEV TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       FECHA-ARQUIVOS.
           CLOSE NOTAS ESTOQUE MOVEST CREDSOC DEVOLUC AUDIT RELDEV.
           IF  WS-ENTREGAS-OK EQUAL "SIM"
               CLOSE ENTREGAS.
           MOVE "CLOSE" TO WS-OPER-ERRO.
           MOVE "NOTAS" TO WS-ARQ-ERRO.
           MOVE WS-FS-NOTAS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "CLOSE" TO WS-OPER-ERRO.
           MOVE "CREDSOC" TO WS-ARQ-ERRO.
           MOVE WS-FS-CREDSOC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       ESVAZIA-REQUISICOES.
           OPEN OUTPUT DEVREQ.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "DEVREQ" TO WS-ARQ-ERRO.
           MOVE WS-FS-DEVREQ TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           CLOSE DEVREQ.

       LE-ULTIMA-NOTA.
           MOVE SPACES TO WS-FS-ULTNOTA.
           OPEN INPUT ULTNOTA.
           IF  WS-FS-ULTNOTA EQUAL "35"
               MOVE ZEROS TO REGULTNOTA
           ELSE
               READ ULTNOTA AT END MOVE ZEROS TO REGULTNOTA
               END-READ
               CLOSE ULTNOTA.
           MOVE UN-ULTIMA TO WS-ULTIMA-NOTA.

       GRAVA-ULTIMA-NOTA.
           OPEN OUTPUT ULTNOTA.
           MOVE WS-ULTIMA-NOTA TO UN-ULTIMA.
           WRITE REGULTNOTA.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "ULTNOTA" TO WS-ARQ-ERRO.
           MOVE WS-FS-ULTNOTA TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           CLOSE ULTNOTA.

       PROCESSA-DEVOLUCAO.
           MOVE TD-NUMNOTA(WS-IX) TO DD-NOTA.
           MOVE TD-NUMITEM(WS-IX) TO DD-IT.
           MOVE TD-QTDE(WS-IX)    TO DD-QT.
           MOVE TD-QTREV(WS-IX)   TO DD-QTREV.
           MOVE SPACES TO DD-PROD DD-MOT.
           MOVE ZEROS  TO DD-VAL.
           IF  TD-MOTIVO(WS-IX) LESS 1
           OR  TD-MOTIVO(WS-IX) GREATER 5
               MOVE "MOTIVO INVALIDO" TO DD-SIT
               GO TO PROCESSA-DEVOLUCAO-RECUSA.
           MOVE TD-MOTIVO(WS-IX) TO WS-MOT-IX.
           MOVE TAB-MOT-DESCR(WS-MOT-IX) TO DD-MOT.
           IF  TD-QTDE(WS-IX) EQUAL ZEROS
               MOVE "QUANTIDADE INVALIDA" TO DD-SIT
               GO TO PROCESSA-DEVOLUCAO-RECUSA.
           IF  TD-QTREV(WS-IX) GREATER TD-QTDE(WS-IX)
               MOVE "REVENDA > DEVOLVIDA" TO DD-SIT
               GO TO PROCESSA-DEVOLUCAO-RECUSA.
           IF  TD-ACHOU(WS-IX) NOT EQUAL "S"
               MOVE "NOTA/ITEM NAO ACHADO" TO DD-SIT
               GO TO PROCESSA-DEVOLUCAO-RECUSA.
           MOVE TD-IMAGEM(WS-IX) TO WS-LINHA-ORIG.
           MOVE OG-PRODUTO TO DD-PROD.
           IF  TD-CANCELADA(WS-IX) EQUAL "S"
               MOVE "NOTA CANCELADA" TO DD-SIT
               GO TO PROCESSA-DEVOLUCAO-RECUSA.
           IF  TD-QTDE(WS-IX) + TD-QTJADEV(WS-IX)
               GREATER TD-QTFAT(WS-IX)
               MOVE "EXCEDE QTDE FATURADA" TO DD-SIT
               GO TO PROCESSA-DEVOLUCAO-RECUSA.
           PERFORM BUSCA-ENTREGA.
           IF  WS-ACHOU NOT EQUAL "SIM"
               MOVE "ENTREGA NAO REGISTR." TO DD-SIT
               GO TO PROCESSA-DEVOLUCAO-RECUSA.
           IF  EN-SITUACAO EQUAL "A"
           OR  EN-SITUACAO EQUAL "R"
               MOVE "ENTREGA PENDENTE" TO DD-SIT
               GO TO PROCESSA-DEVOLUCAO-RECUSA.
           PERFORM ACEITA-DEVOLUCAO.
           GO TO PROCESSA-DEVOLUCAO-FIM.
       PROCESSA-DEVOLUCAO-RECUSA.
           PERFORM IMPRIME-DEVOLUCAO.
           ADD 1 TO CT-RECUSADAS.
       PROCESSA-DEVOLUCAO-FIM.
           EXIT.

       BUSCA-ENTREGA.
           MOVE "NAO" TO WS-ACHOU.
           IF  WS-ENTREGAS-OK EQUAL "SIM"
               MOVE TD-NUMNOTA(WS-IX) TO EN-NUMNOTA
               READ ENTREGAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SIM" TO WS-ACHOU
               END-READ.

       ACEITA-DEVOLUCAO.
           IF  TD-NUMNOTA(WS-IX) NOT EQUAL WS-NOTA-ORIG
               IF  QT-ITENS-NOTA GREATER ZERO
                   PERFORM EMITE-NOTA-CREDITO
               END-IF
               ADD 1 TO WS-ULTIMA-NOTA
               MOVE TD-NUMNOTA(WS-IX) TO WS-NOTA-ORIG
               MOVE ZEROS TO WS-TOT-NOTA.
           MOVE EN-NUMSOC TO WS-NUMSOC.
           PERFORM MONTA-LINHA-CREDITO.
           PERFORM REPOE-ESTOQUE.
           PERFORM GRAVA-CREDITO.
           PERFORM GRAVA-HISTORICO.
           PERFORM GRAVA-AUDITORIA-DEV.
           PERFORM ATUALIZA-JA-DEVOLVIDO
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX GREATER QT-DEV.
           MOVE WS-VAL-DEV     TO DD-VAL.
           MOVE WS-ULTIMA-NOTA TO SA-NOTA.
           MOVE WS-SIT-ACEITA  TO DD-SIT.
           PERFORM IMPRIME-DEVOLUCAO.
           ADD WS-VAL-DEV TO WS-TOT-DEV.
           ADD 1 TO CT-ACEITAS.

       MONTA-LINHA-CREDITO.
           MOVE WS-LINHA-ORIG TO REGPRINT.
           MOVE WS-ULTIMA-NOTA TO NUMNOTA.
           MOVE "D"            TO TIPONOTA.
           MOVE OG-NUMNOTA     TO REFNOTA.
           MOVE TD-QTDE(WS-IX) TO NF-QTD.
           COMPUTE PRECFINAL ROUNDED =
                   OG-PRECFINAL * TD-QTDE(WS-IX) / OG-QTD.
           COMPUTE NF-TOTIMP ROUNDED =
                   OG-TOTIMP * TD-QTDE(WS-IX) / OG-QTD.
           COMPUTE NF-MARKUP ROUNDED =
                   OG-MARKUP * TD-QTDE(WS-IX) / OG-QTD.
           PERFORM RATEIA-IMPOSTO
                   VARYING WS-IMP-IX FROM 1 BY 1
                   UNTIL WS-IMP-IX GREATER 5.
           MOVE ZEROS TO NF-TOTNOTA.
           MOVE PRECFINAL TO WS-VAL-DEV.
           ADD PRECFINAL TO WS-TOT-NOTA.
           IF  QT-ITENS-NOTA NOT LESS 99
               DISPLAY "PRG96 - TABELA ITENS DA NOTA ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-ITENS-NOTA.
           MOVE REGPRINT TO TAB-NL-LINHA(QT-ITENS-NOTA).

       RATEIA-IMPOSTO.
           COMPUTE NF-IMPOSTO(WS-IMP-IX) ROUNDED =
                   OG-IMPOSTO(WS-IMP-IX) * TD-QTDE(WS-IX) / OG-QTD.

       EMITE-NOTA-CREDITO.
           PERFORM GRAVA-LINHA-NOTA
                   VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX GREATER QT-ITENS-NOTA.
           MOVE ZEROS TO QT-ITENS-NOTA.
           ADD 1 TO CT-NOTAS-CRED.

       GRAVA-LINHA-NOTA.
           MOVE TAB-NL-LINHA(WS-ITEM-IX) TO REGPRINT.
           MOVE WS-TOT-NOTA TO NF-TOTNOTA.
           WRITE REGPRINT.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "NOTAS" TO WS-ARQ-ERRO.
           MOVE WS-FS-NOTAS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       REPOE-ESTOQUE.
           IF  TD-QTREV(WS-IX) GREATER ZERO
               MOVE "SIM" TO WS-ACHOU
               MOVE OG-PRODUTO TO ES-CODPROD
               READ ESTOQUE
                   INVALID KEY
                       MOVE "NAO" TO WS-ACHOU
               END-READ
               IF  WS-ACHOU EQUAL "SIM"
                   ADD TD-QTREV(WS-IX) TO ES-SALDO
                   REWRITE REGESTOQUE
                       INVALID KEY
                           DISPLAY "PRG96 - ERRO AO REGRAVAR ESTOQUE "
                                   ES-CODPROD
                   END-REWRITE
               ELSE
                   MOVE OG-PRODUTO      TO ES-CODPROD
                   MOVE TD-QTREV(WS-IX) TO ES-SALDO
                   MOVE ZEROS           TO ES-MINIMO
                   MOVE OG-CUSTO        TO ES-CUSTO-MEDIO
                   MOVE ZEROS           TO ES-LOTE
                   WRITE REGESTOQUE
                       INVALID KEY
                           DISPLAY "PRG96 - ERRO AO GRAVAR ESTOQUE "
                                   ES-CODPROD
                   END-WRITE
               END-IF
               MOVE WS-HOJE         TO MV-DATA
               MOVE OG-PRODUTO      TO MV-CODPROD
               MOVE "E"             TO MV-TIPO
               MOVE TD-QTREV(WS-IX) TO MV-QTDE
               MOVE "PRG96"         TO MV-ORIGEM
               WRITE REGMOVEST
               ADD TD-QTREV(WS-IX) TO CT-REPOSTOS.

       GRAVA-CREDITO.
           MOVE "SIM" TO WS-CRED-ACHADO.
           MOVE WS-NUMSOC TO CR-NUMSOC.
           READ CREDSOC
               INVALID KEY
                   MOVE "NAO" TO WS-CRED-ACHADO.
           IF  WS-CRED-ACHADO EQUAL "SIM"
               ADD WS-VAL-DEV TO CR-VALOR
               REWRITE REGCRED
                   INVALID KEY
                       DISPLAY "PRG96 - ERRO AO REGRAVAR CREDITO "
                               CR-NUMSOC
               END-REWRITE
           ELSE
               MOVE WS-NUMSOC  TO CR-NUMSOC
               MOVE WS-VAL-DEV TO CR-VALOR
               MOVE WS-HOJE    TO CR-DATA-ORIG
               WRITE REGCRED
                   INVALID KEY
                       DISPLAY "PRG96 - ERRO AO GRAVAR CREDITO "
                               CR-NUMSOC
               END-WRITE.

       GRAVA-HISTORICO.
           MOVE WS-HOJE           TO DH-DATA.
           MOVE WS-ULTIMA-NOTA    TO DH-NUMNOTA.
           MOVE OG-NUMNOTA        TO DH-REFNOTA.
           MOVE OG-NUMITEM        TO DH-NUMITEM.
           MOVE OG-PRODUTO        TO DH-CODPROD.
           MOVE TD-QTDE(WS-IX)    TO DH-QTDE.
           MOVE TD-QTREV(WS-IX)   TO DH-QTREV.
           MOVE TD-MOTIVO(WS-IX)  TO DH-MOTIVO.
           MOVE WS-VAL-DEV        TO DH-VALOR.
           MOVE WS-NUMSOC         TO DH-NUMSOC.
           WRITE REGDEVOLUC.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "DEVOLUC" TO WS-ARQ-ERRO.
           MOVE WS-FS-DEVOLUC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       GRAVA-AUDITORIA-DEV.
           MOVE SPACES TO REGAUDIT.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "PRG96"      TO AUD-PROGRAMA.
           MOVE OG-NUMNOTA   TO AUD-CHAVE.
           MOVE OG-PRODUTO   TO AUD-PRODUTO.
           MOVE OG-PRECFINAL TO AUD-VALANTES.
           IF  OG-PRECFINAL GREATER WS-VAL-DEV
               COMPUTE AUD-VALDEPOIS = OG-PRECFINAL - WS-VAL-DEV
           ELSE
               MOVE ZEROS TO AUD-VALDEPOIS.
           WRITE REGAUDIT.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "AUDIT" TO WS-ARQ-ERRO.
           MOVE WS-FS-AUDIT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       ATUALIZA-JA-DEVOLVIDO.
           IF  TD-NUMNOTA(WS-JX) EQUAL TD-NUMNOTA(WS-IX)
           AND TD-NUMITEM(WS-JX) EQUAL TD-NUMITEM(WS-IX)
               ADD TD-QTDE(WS-IX) TO TD-QTJADEV(WS-JX).

       IMPRIME-DEVOLUCAO.
           IF  CTLIN GREATER 30
               MOVE SPACES TO REGRELDEV
               WRITE REGRELDEV AFTER ADVANCING PAGE
               MOVE 1 TO CTLIN
               ADD 1 TO CTPAG
               MOVE CTPAG TO CTP
               WRITE REGRELDEV FROM CAB0 AFTER ADVANCING 1 LINE
               WRITE REGRELDEV FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELDEV FROM CAB1 AFTER ADVANCING 1 LINE
               WRITE REGRELDEV FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELDEV FROM CAB2 AFTER ADVANCING 1 LINE
               WRITE REGRELDEV FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELDEV FROM DETDEV AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG96"       TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-ACEITAS    TO RL-QTDE.
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
               DISPLAY "PRG96 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG96" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
