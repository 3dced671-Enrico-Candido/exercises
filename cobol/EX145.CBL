       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG145.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATIVOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AT-CODIGO
           FILE STATUS IS WS-FS-ATIVOS.
           SELECT DEPTOMA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DP-DEPTO
           FILE STATUS IS WS-FS-DEPTOMA.
           SELECT BENSTMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BENSTMP.
           SELECT BENSORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BENSORD.
           SELECT ARQSORT ASSIGN TO DISK.
           SELECT RELPATR ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELPATR.
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
       FD  ATIVOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ATIVOS.DAT".
       01  REGATIVO.
           02 AT-CODIGO     PIC 9(06).
           02 AT-DESCR      PIC X(30).
           02 AT-CLASSE     PIC X(02).
           02 AT-CCUSTO     PIC 9(05).
           02 AT-DATA-AQUIS PIC 9(08).
           02 AT-CUSTO      PIC 9(09)V99.
           02 AT-VIDA-MESES PIC 9(03).
           02 AT-DEPR-ACUM  PIC 9(09)V99.
           02 AT-ULT-COMPET PIC 9(06).
           02 AT-SITUACAO   PIC X(01).
           02 AT-DATA-BAIXA PIC 9(08).
           02 AT-MOTIVO-BAIXA PIC X(20).
           02 AT-BAIXA-LANC PIC X(01).
           02 AT-DATA-ALT   PIC 9(08).
           02 AT-OPERADOR   PIC X(08).
       FD  DEPTOMA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEPTOMA.DAT".
       01  REGDEPTOMA.
           02 DP-DEPTO      PIC 9(03).
           02 DP-NOME       PIC X(20).
           02 DP-CCUSTO     PIC 9(05).
       FD  BENSTMP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BENSTMP.DAT".
       01  REGBENSTMP.
           02 BT-CLASSE     PIC X(02).
           02 BT-CCUSTO     PIC 9(05).
           02 BT-CODIGO     PIC 9(06).
           02 BT-DESCR      PIC X(30).
           02 BT-DATA-AQUIS PIC 9(08).
           02 BT-VIDA       PIC 9(03).
           02 BT-CUSTO      PIC 9(09)V99.
           02 BT-ACUM       PIC 9(09)V99.
       FD  BENSORD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BENSORD.DAT".
       01  REGBENSORD.
           02 BO-CLASSE     PIC X(02).
           02 BO-CCUSTO     PIC 9(05).
           02 BO-CODIGO     PIC 9(06).
           02 BO-DESCR      PIC X(30).
           02 BO-DATA-AQUIS PIC 9(08).
           02 BO-VIDA       PIC 9(03).
           02 BO-CUSTO      PIC 9(09)V99.
           02 BO-ACUM       PIC 9(09)V99.
       SD  ARQSORT.
       01  REGSORT.
           03 SRT-CLASSE    PIC X(02).
           03 SRT-CCUSTO    PIC 9(05).
           03 SRT-CODIGO    PIC 9(06).
           03 SRT-RESTO     PIC X(63).
       FD  RELPATR LABEL RECORD OMITTED.
       01  REGRELPATR       PIC X(80).
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
       77  WS-FS-ATIVOS     PIC X(02) VALUE SPACES.
       77  WS-FS-DEPTOMA    PIC X(02) VALUE SPACES.
       77  WS-FS-BENSTMP    PIC X(02) VALUE SPACES.
       77  WS-FS-BENSORD    PIC X(02) VALUE SPACES.
       77  WS-FS-RELPATR    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  FIMARQ           PIC X(03) VALUE "NAO".
       77  DEP-FIM          PIC X(03) VALUE "NAO".
       77  ORD-FIM          PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-FASE          PIC X(01) VALUE "D".
       77  WS-CLASSE-ANT    PIC X(02) VALUE SPACES.
       77  WS-CCUSTO-ANT    PIC 9(05) VALUE ZEROS.
       77  WS-IX            PIC 9(03) VALUE ZEROS.
       77  WS-IC            PIC 9(02) VALUE ZEROS.
       77  QT-CCUSTO        PIC 9(03) VALUE ZEROS.
       77  WS-LIQUIDO       PIC 9(11)V99 VALUE ZEROS.
       77  WS-CC-CUSTO      PIC 9(13)V99 VALUE ZEROS.
       77  WS-CC-ACUM       PIC 9(13)V99 VALUE ZEROS.
       77  WS-CL-CUSTO      PIC 9(13)V99 VALUE ZEROS.
       77  WS-CL-ACUM       PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-CUSTO     PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-ACUM      PIC 9(13)V99 VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(03) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(07) VALUE ZEROS.
       77  CT-ATIVOS        PIC 9(07) VALUE ZEROS.
       77  CT-BAIXADOS      PIC 9(07) VALUE ZEROS.
       77  CT-BAIXA-PEND    PIC 9(07) VALUE ZEROS.
       77  CT-TOTAL-DEPR    PIC 9(07) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-DATA-AUX.
           02 WS-AUX-ANO    PIC 9(04).
           02 WS-AUX-MES    PIC 9(02).
           02 WS-AUX-DIA    PIC 9(02).
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX PIC 9(08).
       01  TAB-CLASSES-VAL.
           02 FILLER        PIC X(20) VALUE "EDEDIFICACOES".
           02 FILLER        PIC X(20) VALUE "PIPISCINAS".
           02 FILLER        PIC X(20) VALUE "QUQUADRAS E CAMPOS".
           02 FILLER        PIC X(20) VALUE "VEVEICULOS".
           02 FILLER        PIC X(20) VALUE "EQEQUIPAMENTOS".
           02 FILLER        PIC X(20) VALUE "MOMOVEIS E UTENSIL.".
           02 FILLER        PIC X(20) VALUE "ININFORMATICA".
           02 FILLER        PIC X(20) VALUE "  NAO CLASSIFICADOS".
       01  TAB-CLASSES REDEFINES TAB-CLASSES-VAL.
           02 TAB-CL-OCORR OCCURS 8 TIMES.
              03 TAB-CL-COD   PIC X(02).
              03 TAB-CL-DESCR PIC X(18).
       01  TAB-TOT-CLASSES.
           02 TAB-TC-OCORR OCCURS 8 TIMES.
              03 TAB-TC-CUSTO PIC 9(13)V99.
              03 TAB-TC-ACUM  PIC 9(13)V99.
       01  TAB-CCUSTO.
                 04 TAB-CC-OCORR OCCURS 200 TIMES.
                       05 TAB-CC-CODIGO PIC 9(05).
                       05 TAB-CC-NOME   PIC X(20).
                       05 TAB-CC-CUSTO  PIC 9(13)V99.
                       05 TAB-CC-ACUM   PIC 9(13)V99.
       01  CAB0.
                 03 FILLER  PIC X(64) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC ZZ9   VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 C1-TITULO PIC X(45) VALUE SPACES.
                 03 FILLER  PIC X(11) VALUE "POSICAO EM ".
                 03 C1-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(08) VALUE "    BEM".
                 03 FILLER  PIC X(16) VALUE "DESCRICAO".
                 03 FILLER  PIC X(08) VALUE "AQUISIC".
                 03 FILLER  PIC X(04) VALUE "VIDA".
                 03 FILLER  PIC X(15) VALUE "          CUSTO".
                 03 FILLER  PIC X(15) VALUE "  DEPREC.ACUMUL".
                 03 FILLER  PIC X(15) VALUE "  VALOR LIQUIDO".
       01  CAB2-RES.
                 03 FILLER  PIC X(36) VALUE SPACES.
                 03 FILLER  PIC X(15) VALUE "          CUSTO".
                 03 FILLER  PIC X(15) VALUE "  DEPREC.ACUMUL".
                 03 FILLER  PIC X(15) VALUE "  VALOR LIQUIDO".
       01  SECAO.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 SC-TXT  PIC X(50) VALUE SPACES.
       01  DETALHE.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-CODIGO    PIC ZZZZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-DESCR     PIC X(15) VALUE SPACES.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-AQUIS     PIC 9(02)/9(04) VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-VIDA      PIC ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-CUSTO     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-ACUM      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-LIQUIDO   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  TOTAL.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 TT-TXT       PIC X(34) VALUE SPACES.
                 03 TT-CUSTO     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 TT-ACUM      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 TT-LIQUIDO   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           MOVE WS-HOJE TO WS-DATA-AUX-R.
           MOVE WS-AUX-DIA TO C1-DATA(1:2).
           MOVE WS-AUX-MES TO C1-DATA(4:2).
           MOVE WS-AUX-ANO TO C1-DATA(7:4).
           INITIALIZE TAB-TOT-CLASSES.
           PERFORM CARREGA-CENTROS-CUSTO.
           MOVE SPACES TO WS-FS-ATIVOS.
           OPEN INPUT ATIVOS.
           IF  WS-FS-ATIVOS EQUAL "35"
               DISPLAY "PRG145 - ATIVOS.DAT INEXISTENTE"
               MOVE "SIM" TO FIMARQ
           ELSE
               MOVE "OPEN" TO WS-OPER-ERRO
               MOVE "ATIVOS" TO WS-ARQ-ERRO
               MOVE WS-FS-ATIVOS TO WS-FS-ERRO
               PERFORM TESTA-STATUS.
           OPEN OUTPUT BENSTMP.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "BENSTMP" TO WS-ARQ-ERRO.
           MOVE WS-FS-BENSTMP TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           IF  FIMARQ EQUAL "NAO"
               PERFORM LEITURA
               PERFORM PRINCIPAL
                       UNTIL FIMARQ EQUAL "SIM"
               CLOSE ATIVOS.
           CLOSE BENSTMP.
           SORT ARQSORT ASCENDING KEY SRT-CLASSE SRT-CCUSTO
                                      SRT-CODIGO
                USING BENSTMP GIVING BENSORD.
           OPEN OUTPUT RELPATR.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELPATR" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELPATR TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM IMPRIME-REGISTRO.
           PERFORM IMPRIME-RESUMO-CLASSES.
           PERFORM IMPRIME-RESUMO-CENTROS.
           CLOSE RELPATR.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG145 - TOTAIS DE CONTROLE".
           DISPLAY "BENS LIDOS.............: " CT-LIDOS.
           DISPLAY "BENS EM USO............: " CT-ATIVOS.
           DISPLAY "TOTALMENTE DEPRECIADOS.: " CT-TOTAL-DEPR.
           DISPLAY "BENS BAIXADOS..........: " CT-BAIXADOS.
           DISPLAY "BAIXAS A CONTABILIZAR..: " CT-BAIXA-PEND.
           DISPLAY "CUSTO TOTAL............: " WS-TOT-CUSTO.
           DISPLAY "DEPRECIACAO ACUMULADA..: " WS-TOT-ACUM.

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

       CARREGA-CENTROS-CUSTO.
           INITIALIZE TAB-CCUSTO.
           MOVE 1 TO QT-CCUSTO.
           MOVE ZEROS TO TAB-CC-CODIGO(1).
           MOVE "CORPORATIVO" TO TAB-CC-NOME(1).
           MOVE SPACES TO WS-FS-DEPTOMA.
           OPEN INPUT DEPTOMA.
           IF  WS-FS-DEPTOMA EQUAL "00"
               PERFORM LE-DEPTOMA
               PERFORM GUARDA-CENTRO-CUSTO
                       UNTIL DEP-FIM EQUAL "SIM"
               CLOSE DEPTOMA.
       LE-DEPTOMA.
           READ DEPTOMA
                       AT END
                             MOVE "SIM" TO DEP-FIM.
       GUARDA-CENTRO-CUSTO.
           MOVE DP-CCUSTO TO WS-CCUSTO-ANT.
           PERFORM LOCALIZA-CENTRO-CUSTO.
           IF  WS-ACHOU EQUAL "NAO"
               PERFORM INCLUI-CENTRO-CUSTO
               MOVE DP-NOME TO TAB-CC-NOME(QT-CCUSTO).
           PERFORM LE-DEPTOMA.

       LOCALIZA-CENTRO-CUSTO.
           MOVE "NAO" TO WS-ACHOU.
           PERFORM PROCURA-CENTRO-CUSTO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-CCUSTO
                   OR WS-ACHOU EQUAL "SIM".
           IF  WS-ACHOU EQUAL "SIM"
               SUBTRACT 1 FROM WS-IX.
       PROCURA-CENTRO-CUSTO.
           IF  TAB-CC-CODIGO(WS-IX) EQUAL WS-CCUSTO-ANT
               MOVE "SIM" TO WS-ACHOU.

       INCLUI-CENTRO-CUSTO.
           IF  QT-CCUSTO NOT LESS 200
               DISPLAY "PRG145 - TABELA DE CENTROS DE CUSTO ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-CCUSTO.
           MOVE WS-CCUSTO-ANT TO TAB-CC-CODIGO(QT-CCUSTO).
           MOVE "NAO CADASTRADO" TO TAB-CC-NOME(QT-CCUSTO).
           MOVE QT-CCUSTO TO WS-IX.

       LEITURA.
           READ ATIVOS
                       AT END
                             MOVE "SIM" TO FIMARQ
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "ATIVOS" TO WS-ARQ-ERRO.
           MOVE WS-FS-ATIVOS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       PRINCIPAL.
           IF  AT-SITUACAO EQUAL "B"
               ADD 1 TO CT-BAIXADOS
               IF  AT-BAIXA-LANC NOT EQUAL "S"
                   ADD 1 TO CT-BAIXA-PEND
               END-IF
           ELSE
               PERFORM GRAVA-BEM.
           PERFORM LEITURA.

       GRAVA-BEM.
           ADD 1 TO CT-ATIVOS.
           IF  AT-DEPR-ACUM NOT LESS AT-CUSTO
               ADD 1 TO CT-TOTAL-DEPR.
           MOVE AT-CLASSE     TO BT-CLASSE.
           MOVE AT-CCUSTO     TO BT-CCUSTO.
           MOVE AT-CODIGO     TO BT-CODIGO.
           MOVE AT-DESCR      TO BT-DESCR.
           MOVE AT-DATA-AQUIS TO BT-DATA-AQUIS.
           MOVE AT-VIDA-MESES TO BT-VIDA.
           MOVE AT-CUSTO      TO BT-CUSTO.
           MOVE AT-DEPR-ACUM  TO BT-ACUM.
           WRITE REGBENSTMP.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "BENSTMP" TO WS-ARQ-ERRO.
           MOVE WS-FS-BENSTMP TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE AT-CCUSTO TO WS-CCUSTO-ANT.
           PERFORM LOCALIZA-CENTRO-CUSTO.
           IF  WS-ACHOU EQUAL "NAO"
               PERFORM INCLUI-CENTRO-CUSTO.
           ADD AT-CUSTO     TO TAB-CC-CUSTO(WS-IX).
           ADD AT-DEPR-ACUM TO TAB-CC-ACUM(WS-IX).

       IMPRIME-REGISTRO.
           MOVE "REGISTRO DO ATIVO IMOBILIZADO" TO C1-TITULO.
           MOVE "D" TO WS-FASE.
           MOVE 31 TO CTLIN.
           OPEN INPUT BENSORD.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "BENSORD" TO WS-ARQ-ERRO.
           MOVE WS-FS-BENSORD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "NAO" TO ORD-FIM.
           PERFORM LE-BENSORD.
           PERFORM IMPRIME-CLASSE
                   UNTIL ORD-FIM EQUAL "SIM".
           CLOSE BENSORD.
           MOVE "TOTAL GERAL" TO TT-TXT.
           MOVE WS-TOT-CUSTO TO TT-CUSTO.
           MOVE WS-TOT-ACUM  TO TT-ACUM.
           COMPUTE WS-LIQUIDO = WS-TOT-CUSTO - WS-TOT-ACUM.
           MOVE WS-LIQUIDO   TO TT-LIQUIDO.
           PERFORM IMPRIME-TOTAL.
       LE-BENSORD.
           READ BENSORD
                       AT END
                             MOVE "SIM" TO ORD-FIM.

       IMPRIME-CLASSE.
           MOVE BO-CLASSE TO WS-CLASSE-ANT.
           PERFORM LOCALIZA-CLASSE.
           MOVE ZEROS TO WS-CL-CUSTO WS-CL-ACUM.
           MOVE SPACES TO SC-TXT.
           MOVE "CLASSE" TO SC-TXT(1:6).
           MOVE WS-CLASSE-ANT TO SC-TXT(8:2).
           MOVE TAB-CL-DESCR(WS-IC) TO SC-TXT(11:18).
           PERFORM IMPRIME-SECAO.
           PERFORM IMPRIME-CENTRO-CUSTO
                   UNTIL ORD-FIM EQUAL "SIM"
                   OR BO-CLASSE NOT EQUAL WS-CLASSE-ANT.
           MOVE SPACES TO TT-TXT.
           MOVE "TOTAL DA CLASSE" TO TT-TXT(1:15).
           MOVE WS-CLASSE-ANT TO TT-TXT(17:2).
           MOVE WS-CL-CUSTO TO TT-CUSTO.
           MOVE WS-CL-ACUM  TO TT-ACUM.
           COMPUTE WS-LIQUIDO = WS-CL-CUSTO - WS-CL-ACUM.
           MOVE WS-LIQUIDO  TO TT-LIQUIDO.
           PERFORM IMPRIME-TOTAL.
           ADD WS-CL-CUSTO TO TAB-TC-CUSTO(WS-IC) WS-TOT-CUSTO.
           ADD WS-CL-ACUM  TO TAB-TC-ACUM(WS-IC) WS-TOT-ACUM.

       IMPRIME-CENTRO-CUSTO.
           MOVE BO-CCUSTO TO WS-CCUSTO-ANT.
           MOVE ZEROS TO WS-CC-CUSTO WS-CC-ACUM.
           PERFORM IMPRIME-BEM
                   UNTIL ORD-FIM EQUAL "SIM"
                   OR BO-CLASSE NOT EQUAL WS-CLASSE-ANT
                   OR BO-CCUSTO NOT EQUAL WS-CCUSTO-ANT.
           PERFORM LOCALIZA-CENTRO-CUSTO.
           MOVE SPACES TO TT-TXT.
           MOVE "C.CUSTO" TO TT-TXT(3:7).
           MOVE WS-CCUSTO-ANT TO TT-TXT(11:5).
           IF  WS-ACHOU EQUAL "SIM"
               MOVE TAB-CC-NOME(WS-IX) TO TT-TXT(17:18).
           MOVE WS-CC-CUSTO TO TT-CUSTO.
           MOVE WS-CC-ACUM  TO TT-ACUM.
           COMPUTE WS-LIQUIDO = WS-CC-CUSTO - WS-CC-ACUM.
           MOVE WS-LIQUIDO  TO TT-LIQUIDO.
           PERFORM IMPRIME-TOTAL.
           ADD WS-CC-CUSTO TO WS-CL-CUSTO.
           ADD WS-CC-ACUM  TO WS-CL-ACUM.

       IMPRIME-BEM.
           MOVE BO-CODIGO TO DE-CODIGO.
           MOVE BO-DESCR  TO DE-DESCR.
           MOVE BO-DATA-AQUIS TO WS-DATA-AUX-R.
           MOVE WS-AUX-MES TO DE-AQUIS(1:2).
           MOVE WS-AUX-ANO TO DE-AQUIS(4:4).
           MOVE BO-VIDA   TO DE-VIDA.
           MOVE BO-CUSTO  TO DE-CUSTO.
           MOVE BO-ACUM   TO DE-ACUM.
           COMPUTE WS-LIQUIDO = BO-CUSTO - BO-ACUM.
           MOVE WS-LIQUIDO TO DE-LIQUIDO.
           ADD BO-CUSTO TO WS-CC-CUSTO.
           ADD BO-ACUM  TO WS-CC-ACUM.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELPATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
           PERFORM LE-BENSORD.

       LOCALIZA-CLASSE.
           MOVE "NAO" TO WS-ACHOU.
           PERFORM PROCURA-CLASSE
                   VARYING WS-IC FROM 1 BY 1
                   UNTIL WS-IC GREATER 7
                   OR WS-ACHOU EQUAL "SIM".
           IF  WS-ACHOU EQUAL "SIM"
               SUBTRACT 1 FROM WS-IC
           ELSE
               MOVE 8 TO WS-IC.
       PROCURA-CLASSE.
           IF  TAB-CL-COD(WS-IC) EQUAL WS-CLASSE-ANT
               MOVE "SIM" TO WS-ACHOU.

       IMPRIME-SECAO.
           IF  CTLIN GREATER 28
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELPATR FROM SECAO AFTER ADVANCING 2 LINES.
           WRITE REGRELPATR FROM BREAK AFTER ADVANCING 1 LINE.
           ADD 3 TO CTLIN.

       IMPRIME-TOTAL.
           IF  CTLIN GREATER 29
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELPATR FROM TOTAL AFTER ADVANCING 1 LINE.
           WRITE REGRELPATR FROM BREAK AFTER ADVANCING 1 LINE.
           ADD 2 TO CTLIN.

       IMPRIME-RESUMO-CLASSES.
           MOVE "RESUMO POR CLASSE DE BEM" TO C1-TITULO.
           MOVE "R" TO WS-FASE.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-TOTAL-CLASSE
                   VARYING WS-IC FROM 1 BY 1
                   UNTIL WS-IC GREATER 8.
           MOVE "TOTAL GERAL" TO TT-TXT.
           MOVE WS-TOT-CUSTO TO TT-CUSTO.
           MOVE WS-TOT-ACUM  TO TT-ACUM.
           COMPUTE WS-LIQUIDO = WS-TOT-CUSTO - WS-TOT-ACUM.
           MOVE WS-LIQUIDO   TO TT-LIQUIDO.
           PERFORM IMPRIME-TOTAL.
       IMPRIME-TOTAL-CLASSE.
           IF  TAB-TC-CUSTO(WS-IC) GREATER ZERO
               MOVE SPACES TO TT-TXT
               MOVE TAB-CL-COD(WS-IC) TO TT-TXT(1:2)
               MOVE TAB-CL-DESCR(WS-IC) TO TT-TXT(4:18)
               MOVE TAB-TC-CUSTO(WS-IC) TO TT-CUSTO
               MOVE TAB-TC-ACUM(WS-IC) TO TT-ACUM
               COMPUTE WS-LIQUIDO =
                       TAB-TC-CUSTO(WS-IC) - TAB-TC-ACUM(WS-IC)
               MOVE WS-LIQUIDO TO TT-LIQUIDO
               PERFORM IMPRIME-TOTAL.

       IMPRIME-RESUMO-CENTROS.
           MOVE "RESUMO POR CENTRO DE CUSTO" TO C1-TITULO.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-TOTAL-CENTRO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-CCUSTO.
           MOVE "TOTAL GERAL" TO TT-TXT.
           MOVE WS-TOT-CUSTO TO TT-CUSTO.
           MOVE WS-TOT-ACUM  TO TT-ACUM.
           COMPUTE WS-LIQUIDO = WS-TOT-CUSTO - WS-TOT-ACUM.
           MOVE WS-LIQUIDO   TO TT-LIQUIDO.
           PERFORM IMPRIME-TOTAL.
       IMPRIME-TOTAL-CENTRO.
           IF  TAB-CC-CUSTO(WS-IX) GREATER ZERO
               MOVE SPACES TO TT-TXT
               MOVE TAB-CC-CODIGO(WS-IX) TO TT-TXT(1:5)
               MOVE TAB-CC-NOME(WS-IX) TO TT-TXT(7:20)
               MOVE TAB-CC-CUSTO(WS-IX) TO TT-CUSTO
               MOVE TAB-CC-ACUM(WS-IX) TO TT-ACUM
               COMPUTE WS-LIQUIDO =
                       TAB-CC-CUSTO(WS-IX) - TAB-CC-ACUM(WS-IX)
               MOVE WS-LIQUIDO TO TT-LIQUIDO
               PERFORM IMPRIME-TOTAL.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELPATR.
           WRITE REGRELPATR AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELPATR FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELPATR FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELPATR FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELPATR FROM BREAK AFTER ADVANCING 1 LINE.
           IF  WS-FASE EQUAL "R"
               WRITE REGRELPATR FROM CAB2-RES AFTER ADVANCING 1 LINE
           ELSE
               WRITE REGRELPATR FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELPATR FROM BREAK AFTER ADVANCING 1 LINE.
       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG145"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-ATIVOS    TO RL-QTDE.
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
               DISPLAY "PRG145 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG145" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
