       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG131.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ES-CODPROD
           FILE STATUS IS WS-FS-ESTOQUE.
           SELECT FORNLINK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FL-CHAVE
           FILE STATUS IS WS-FS-FORNLINK.
           SELECT VENDHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VENDHIST.
           SELECT VHORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-VHORD.
           SELECT ARQSORT ASSIGN TO DISK.
           SELECT REPOSPROP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RR-CHAVE
           FILE STATUS IS WS-FS-REPOSPROP.
           SELECT REPOPARA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REPOPARA.
           SELECT RELREPOS ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELREPOS.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
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
       FD  ESTOQUE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ESTOQUE.DAT".
       01  REGESTOQUE.
           02 ES-CODPROD     PIC X(06).
           02 ES-SALDO       PIC 9(05).
           02 ES-MINIMO      PIC 9(05).
           02 ES-CUSTO-MEDIO PIC 9(06)V99.
           02 ES-LOTE        PIC 9(05).
       FD  FORNLINK
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FORNLINK.DAT".
       01  REGFORNLINK.
           02 FL-CHAVE.
              03 FL-TIPO    PIC X(01).
              03 FL-CODIGO  PIC X(06).
           02 FL-CODFOR     PIC 9(04).
           02 FL-MARCA      PIC X(01).
           02 FL-PRAZO      PIC 9(03).
           02 FL-QTMIN      PIC 9(05).
           02 FL-PRECO      PIC 9(06)V99.
       FD  VENDHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VENDHIST.DAT".
       01  REGVENDHIST.
           02 VH-MES        PIC 9(06).
           02 VH-CODPROD    PIC X(06).
           02 VH-QTDE       PIC S9(07).
           02 VH-RECEITA    PIC S9(09)V99.
           02 VH-CUSTO      PIC S9(09)V99.
           02 VH-MARGEM     PIC S9(09)V99.
       FD  VHORD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VHORD.DAT".
       01  REGVHORD.
           02 OV-MES.
              03 OV-ANO     PIC 9(04).
              03 OV-MESNUM  PIC 9(02).
           02 OV-CODPROD    PIC X(06).
           02 OV-QTDE       PIC S9(07).
           02 OV-RESTO      PIC X(33).
       SD  ARQSORT.
       01  REGSORT.
           03 SRT-MES       PIC 9(06).
           03 SRT-CODPROD   PIC X(06).
           03 SRT-RESTO     PIC X(40).
       FD  REPOSPROP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REPOSPROP.DAT".
       01  REGREPOSPROP.
           02 RR-CHAVE.
              03 RR-PROPOSTA PIC 9(06).
              03 RR-CODPROD PIC X(06).
           02 RR-MIN-ATUAL  PIC 9(05).
           02 RR-LOTE-ATUAL PIC 9(05).
           02 RR-MIN-NOVO   PIC 9(05).
           02 RR-LOTE-NOVO  PIC 9(05).
           02 RR-MEDIA      PIC 9(07)V99.
           02 RR-DESVIO     PIC 9(07)V99.
           02 RR-PRAZO      PIC 9(03).
           02 RR-SITUACAO   PIC X(01).
           02 RR-DATA-SIM   PIC 9(08).
           02 RR-APROVADOR  PIC X(08).
           02 RR-DATA-APLIC PIC 9(08).
       FD  REPOPARA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REPOPARA.DAT".
       01  REGREPOPARA.
           02 PA-CODPROD    PIC X(06).
           02 PA-MES-ULT.
              03 PA-ANO-ULT PIC 9(04).
              03 PA-MESNUM  PIC 9(02).
           02 PA-SALDO      PIC 9(05).
           02 PA-MINIMO     PIC 9(05).
           02 PA-VALOR      PIC 9(09)V99.
       FD  RELREPOS LABEL RECORD OMITTED.
       01  REGRELREPOS      PIC X(80).
       FD  PARMGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMGER.DAT".
       01  REGPARMGER.
           02 PG-PROGRAMA   PIC X(08).
           02 PG-PARMID     PIC X(08).
           02 PG-EFETIVA    PIC 9(08).
           02 PG-VALOR      PIC X(15).
           02 PG-DESCR      PIC X(30).
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
       77  WS-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77  WS-FS-FORNLINK   PIC X(02) VALUE SPACES.
       77  WS-FS-VENDHIST   PIC X(02) VALUE SPACES.
       77  WS-FS-VHORD      PIC X(02) VALUE "00".
       77  WS-FS-REPOSPROP  PIC X(02) VALUE SPACES.
       77  WS-FS-REPOPARA   PIC X(02) VALUE "00".
       77  WS-FS-RELREPOS   PIC X(02) VALUE "00".
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  EST-FIM          PIC X(03) VALUE "NAO".
       77  VHO-FIM          PIC X(03) VALUE "NAO".
       77  RR-FIM           PIC X(03) VALUE "NAO".
       77  PAR-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-TEM-LINK      PIC X(03) VALUE "NAO".
       77  WS-REGISTRA      PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-MESES         PIC 9(02) VALUE 6.
       77  WS-FATOR         PIC 9(01)V9999 VALUE 1,6500.
       77  WS-MESES-PARADO  PIC 9(02) VALUE 6.
       77  WS-PRAZO-PAD     PIC 9(03) VALUE 30.
       77  WS-COBERTURA     PIC 9(02) VALUE 1.
       77  WS-PROPOSTA      PIC 9(06) VALUE ZEROS.
       77  WS-MC            PIC 9(06) VALUE ZEROS.
       77  WS-MC-PROC       PIC 9(06) VALUE ZEROS.
       77  WS-MC-INI        PIC 9(06) VALUE ZEROS.
       77  WS-MC-PARADO     PIC 9(06) VALUE ZEROS.
       77  WS-MC-ULT        PIC 9(06) VALUE ZEROS.
       77  WS-MES-ULT       PIC 9(06) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  WS-MARCA         PIC X(01) VALUE SPACES.
       77  WS-PRAZO         PIC 9(03) VALUE ZEROS.
       77  WS-QTMIN         PIC 9(05) VALUE ZEROS.
       77  WS-SOMA          PIC S9(09) VALUE ZEROS.
       77  WS-SOMA2         PIC S9(15) VALUE ZEROS.
       77  WS-MEDIA         PIC 9(07)V9999 VALUE ZEROS.
       77  WS-VARIANCIA     PIC S9(13)V9999 VALUE ZEROS.
       77  WS-DESVIO        PIC 9(07)V9999 VALUE ZEROS.
       77  WS-SEGURANCA     PIC 9(09)V9999 VALUE ZEROS.
       77  WS-CALC          PIC 9(09)V9999 VALUE ZEROS.
       77  WS-INTEIRO       PIC 9(05) VALUE ZEROS.
       77  WS-MIN-NOVO      PIC 9(05) VALUE ZEROS.
       77  WS-LOTE-NOVO     PIC 9(05) VALUE ZEROS.
       77  WS-VAL-PARADO    PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-PARADO    PIC 9(11)V99 VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  WS-FASE          PIC X(01) VALUE "P".
       77  CT-LIDOS         PIC 9(07) VALUE ZEROS.
       77  CT-VENDAS        PIC 9(07) VALUE ZEROS.
       77  CT-SEM-ESTOQUE   PIC 9(07) VALUE ZEROS.
       77  CT-PROPOSTOS     PIC 9(07) VALUE ZEROS.
       77  CT-ALTERADOS     PIC 9(07) VALUE ZEROS.
       77  CT-PRAZO-PADRAO  PIC 9(07) VALUE ZEROS.
       77  CT-PARADOS       PIC 9(07) VALUE ZEROS.
       77  CT-GRAVADOS      PIC 9(07) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-PARM-V3X.
           02 WS-PARM-V3    PIC 9(03).
       01  WS-PARM-V5X.
           02 WS-PARM-V5    PIC 9(01)V9999.
       01  WS-DATA-AUX.
           02 WS-AUX-ANO    PIC 9(04).
           02 WS-AUX-MES    PIC 9(02).
           02 WS-AUX-DIA    PIC 9(02).
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX PIC 9(08).
       01  TAB-MESES.
                 04 TAB-QT-MES  PIC S9(07) OCCURS 24 TIMES.
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(08) VALUE SPACES.
                 03 FILLER  PIC X(31) VALUE
                    "PONTO DE REPOSICAO - PROPOSTA ".
                 03 C1-PROP PIC 9(06) VALUE ZEROS.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 FILLER  PIC X(11) VALUE "HISTORICO: ".
                 03 C1-MESES PIC Z9   VALUE ZEROS.
                 03 FILLER  PIC X(06) VALUE " MESES".
       01  CAB2-PRO.
                 03 FILLER  PIC X(09) VALUE " PRODUTO".
                 03 FILLER  PIC X(07) VALUE "MIN.ATU".
                 03 FILLER  PIC X(07) VALUE "LOT.ATU".
                 03 FILLER  PIC X(12) VALUE "     MEDIA".
                 03 FILLER  PIC X(12) VALUE "    DESVIO".
                 03 FILLER  PIC X(05) VALUE "PRZ".
                 03 FILLER  PIC X(07) VALUE "MIN.NOV".
                 03 FILLER  PIC X(07) VALUE "LOT.NOV".
       01  CAB2-PAR.
                 03 FILLER  PIC X(11) VALUE " PRODUTO".
                 03 FILLER  PIC X(11) VALUE "ULT.VENDA".
                 03 FILLER  PIC X(10) VALUE " SALDO".
                 03 FILLER  PIC X(10) VALUE "MINIMO".
                 03 FILLER  PIC X(14) VALUE "  VALOR PARADO".
       01  SECAO.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 SC-TXT  PIC X(50) VALUE SPACES.
       01  DETALHE.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DT-CODPROD   PIC X(06) VALUE SPACES.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-MIN-ATU   PIC ZZZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-LOTE-ATU  PIC ZZZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-MEDIA     PIC ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-DESVIO    PIC ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-PRAZO     PIC ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-MIN-NOVO  PIC ZZZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-LOTE-NOVO PIC ZZZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-MARCA     PIC X(01) VALUE SPACES.
       01  LINPAR.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 PR-CODPROD   PIC X(06) VALUE SPACES.
                 03 FILLER       PIC X(04) VALUE SPACES.
                 03 PR-ULT-VENDA PIC X(07) VALUE SPACES.
                 03 FILLER       PIC X(04) VALUE SPACES.
                 03 PR-SALDO     PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(04) VALUE SPACES.
                 03 PR-MINIMO    PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(04) VALUE SPACES.
                 03 PR-VALOR     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  RESUMO.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 RS-TXT  PIC X(32) VALUE SPACES.
                 03 RS-QTDE PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       01  RESVAL.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 RV-TXT  PIC X(32) VALUE SPACES.
                 03 RV-VAL  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-AUX-R.
           COMPUTE WS-PROPOSTA = WS-AUX-ANO * 100 + WS-AUX-MES.
           COMPUTE WS-MC-PROC = WS-AUX-ANO * 12 + WS-AUX-MES - 1.
           COMPUTE WS-MC-INI = WS-MC-PROC - WS-MESES.
           COMPUTE WS-MC-PARADO = WS-MC-PROC - WS-MESES-PARADO.
           MOVE SPACES TO WS-FS-VENDHIST.
           OPEN INPUT VENDHIST.
           IF  WS-FS-VENDHIST EQUAL "35"
               DISPLAY "PRG131 - HISTORICO DE VENDAS NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           CLOSE VENDHIST.
           SORT ARQSORT ASCENDING KEY SRT-CODPROD SRT-MES
                USING VENDHIST GIVING VHORD.
           PERFORM PREPARA-PROPOSTA THRU PREPARA-PROPOSTA-FIM.
           MOVE SPACES TO WS-FS-ESTOQUE.
           OPEN INPUT ESTOQUE.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "ESTOQUE" TO WS-ARQ-ERRO.
           MOVE WS-FS-ESTOQUE TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-FORNLINK.
           OPEN INPUT FORNLINK.
           IF  WS-FS-FORNLINK EQUAL "00"
               MOVE "SIM" TO WS-TEM-LINK.
           OPEN INPUT VHORD.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "VHORD" TO WS-ARQ-ERRO.
           MOVE WS-FS-VHORD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           OPEN OUTPUT REPOPARA.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "REPOPARA" TO WS-ARQ-ERRO.
           MOVE WS-FS-REPOPARA TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           OPEN OUTPUT RELREPOS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELREPOS" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELREPOS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-PROPOSTA TO C1-PROP.
           MOVE WS-MESES TO C1-MESES.
           MOVE "PROPOSTAS DE MINIMO E LOTE DE REPOSICAO" TO SC-TXT.
           PERFORM IMPRIME-SECAO.
           PERFORM LE-VHORD.
           PERFORM LE-ESTOQUE.
           PERFORM PROCESSA-PRODUTO
                   UNTIL EST-FIM EQUAL "SIM".
           PERFORM CONTA-SEM-ESTOQUE
                   UNTIL VHO-FIM EQUAL "SIM".
           CLOSE ESTOQUE VHORD REPOPARA.
           IF  WS-TEM-LINK EQUAL "SIM"
               CLOSE FORNLINK.
           IF  WS-REGISTRA EQUAL "SIM"
               CLOSE REPOSPROP
               DISPLAY "PRG131 - PROPOSTA " WS-PROPOSTA
                       " REGISTRADA - SOLICITE A APROVACAO".
           PERFORM IMPRIME-PARADOS.
           PERFORM IMPRIME-RESUMO.
           CLOSE RELREPOS.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG131 - TOTAIS DE CONTROLE".
           DISPLAY "PROPOSTA...............: " WS-PROPOSTA.
           DISPLAY "PRODUTOS LIDOS.........: " CT-LIDOS.
           DISPLAY "VENDAS MENSAIS LIDAS...: " CT-VENDAS.
           DISPLAY "VENDAS SEM ESTOQUE.....: " CT-SEM-ESTOQUE.
           DISPLAY "PROPOSTAS CALCULADAS...: " CT-PROPOSTOS.
           DISPLAY "PROPOSTAS COM ALTERACAO: " CT-ALTERADOS.
           DISPLAY "PRAZO PADRAO ASSUMIDO..: " CT-PRAZO-PADRAO.
           DISPLAY "PRODUTOS PARADOS.......: " CT-PARADOS.
           DISPLAY "PROPOSTAS GRAVADAS.....: " CT-GRAVADOS.

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
           IF  PG-PROGRAMA EQUAL "PRG131"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "MESES" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               IF  WS-PARM-V3 NUMERIC
               AND WS-PARM-V3 GREATER ZERO
               AND WS-PARM-V3 NOT GREATER 24
                   MOVE WS-PARM-V3 TO WS-MESES.
           MOVE "FATORSEG" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:5) TO WS-PARM-V5X
               IF  WS-PARM-V5 NUMERIC
                   MOVE WS-PARM-V5 TO WS-FATOR.
           MOVE "MESPARAD" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               IF  WS-PARM-V3 NUMERIC
               AND WS-PARM-V3 GREATER ZERO
               AND WS-PARM-V3 LESS 100
                   MOVE WS-PARM-V3 TO WS-MESES-PARADO.
           MOVE "PRAZOPAD" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               IF  WS-PARM-V3 NUMERIC
               AND WS-PARM-V3 GREATER ZERO
                   MOVE WS-PARM-V3 TO WS-PRAZO-PAD.
           MOVE "COBERTUR" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               IF  WS-PARM-V3 NUMERIC
               AND WS-PARM-V3 GREATER ZERO
               AND WS-PARM-V3 LESS 100
                   MOVE WS-PARM-V3 TO WS-COBERTURA.

       PREPARA-PROPOSTA.
           MOVE SPACES TO WS-FS-REPOSPROP.
           OPEN I-O REPOSPROP.
           IF  WS-FS-REPOSPROP EQUAL "35"
               OPEN OUTPUT REPOSPROP
               CLOSE REPOSPROP
               OPEN I-O REPOSPROP.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "REPOSPROP" TO WS-ARQ-ERRO.
           MOVE WS-FS-REPOSPROP TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "NAO" TO RR-FIM.
           MOVE WS-PROPOSTA TO RR-PROPOSTA.
           MOVE LOW-VALUES TO RR-CODPROD.
           START REPOSPROP KEY NOT LESS RR-CHAVE
               INVALID KEY
                   MOVE "SIM" TO RR-FIM.
           IF  RR-FIM EQUAL "NAO"
               PERFORM LE-REPOSPROP.
           IF  RR-FIM EQUAL "NAO"
           AND RR-SITUACAO NOT EQUAL "S"
               DISPLAY "PRG131 - PROPOSTA " WS-PROPOSTA
                       " JA APROVADA - SIMULACAO NAO REGRAVADA"
               MOVE 8 TO RETURN-CODE
               CLOSE REPOSPROP
               GO TO PREPARA-PROPOSTA-FIM.
           PERFORM APAGA-SIMULACAO
                   UNTIL RR-FIM EQUAL "SIM".
           MOVE "SIM" TO WS-REGISTRA.
       PREPARA-PROPOSTA-FIM.
           EXIT.
       LE-REPOSPROP.
           READ REPOSPROP NEXT RECORD
                       AT END
                             MOVE "SIM" TO RR-FIM.
           IF  RR-FIM EQUAL "NAO"
           AND RR-PROPOSTA NOT EQUAL WS-PROPOSTA
               MOVE "SIM" TO RR-FIM.
       APAGA-SIMULACAO.
           DELETE REPOSPROP RECORD
               INVALID KEY
                   DISPLAY "PRG131 - ERRO AO EXCLUIR SIMULACAO "
                           RR-CHAVE.
           PERFORM LE-REPOSPROP.

       LE-ESTOQUE.
           READ ESTOQUE
                       AT END
                             MOVE "SIM" TO EST-FIM
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "ESTOQUE" TO WS-ARQ-ERRO.
           MOVE WS-FS-ESTOQUE TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       LE-VHORD.
           READ VHORD
                       AT END
                             MOVE "SIM" TO VHO-FIM
                       NOT AT END
                             ADD 1 TO CT-VENDAS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "VHORD" TO WS-ARQ-ERRO.
           MOVE WS-FS-VHORD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       PROCESSA-PRODUTO.
           INITIALIZE TAB-MESES.
           MOVE ZEROS TO WS-MC-ULT WS-MES-ULT.
           PERFORM CONTA-SEM-ESTOQUE
                   UNTIL VHO-FIM EQUAL "SIM"
                   OR OV-CODPROD NOT LESS ES-CODPROD.
           PERFORM ACUMULA-VENDA
                   UNTIL VHO-FIM EQUAL "SIM"
                   OR OV-CODPROD NOT EQUAL ES-CODPROD.
           IF  WS-MC-ULT LESS WS-MC-PARADO
               PERFORM GRAVA-PARADO
           ELSE
               PERFORM CALCULA-PROPOSTA.
           PERFORM LE-ESTOQUE.

       CONTA-SEM-ESTOQUE.
           ADD 1 TO CT-SEM-ESTOQUE.
           PERFORM LE-VHORD.

       ACUMULA-VENDA.
           COMPUTE WS-MC = OV-ANO * 12 + OV-MESNUM - 1.
           IF  OV-QTDE GREATER ZERO
           AND WS-MC GREATER WS-MC-ULT
               MOVE WS-MC  TO WS-MC-ULT
               MOVE OV-MES TO WS-MES-ULT.
           IF  WS-MC NOT LESS WS-MC-INI
           AND WS-MC LESS WS-MC-PROC
               COMPUTE WS-IX = WS-MC - WS-MC-INI + 1
               ADD OV-QTDE TO TAB-QT-MES(WS-IX).
           PERFORM LE-VHORD.

       CALCULA-PROPOSTA.
           MOVE ZEROS TO WS-SOMA WS-SOMA2.
           PERFORM SOMA-MES
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER WS-MESES.
           COMPUTE WS-MEDIA = WS-SOMA / WS-MESES.
           COMPUTE WS-VARIANCIA =
                   (WS-SOMA2 - WS-SOMA * WS-SOMA / WS-MESES)
                   / WS-MESES.
           IF  WS-VARIANCIA LESS ZERO
               MOVE ZEROS TO WS-VARIANCIA.
           COMPUTE WS-DESVIO ROUNDED = WS-VARIANCIA ** 0,5.
           PERFORM RESOLVE-PRAZO THRU RESOLVE-PRAZO-FIM.
           IF  WS-PRAZO EQUAL ZERO
               MOVE WS-PRAZO-PAD TO WS-PRAZO
               ADD 1 TO CT-PRAZO-PADRAO.
           COMPUTE WS-SEGURANCA ROUNDED =
                   WS-FATOR * WS-DESVIO * ((WS-PRAZO / 30) ** 0,5).
           COMPUTE WS-CALC = WS-MEDIA * WS-PRAZO / 30 + WS-SEGURANCA.
           PERFORM ARREDONDA-ACIMA.
           MOVE WS-INTEIRO TO WS-MIN-NOVO.
           COMPUTE WS-CALC = WS-MEDIA * WS-COBERTURA.
           PERFORM ARREDONDA-ACIMA.
           MOVE WS-INTEIRO TO WS-LOTE-NOVO.
           IF  WS-LOTE-NOVO LESS WS-QTMIN
               MOVE WS-QTMIN TO WS-LOTE-NOVO.
           ADD 1 TO CT-PROPOSTOS.
           MOVE SPACES TO DT-MARCA.
           IF  WS-MIN-NOVO  NOT EQUAL ES-MINIMO
           OR  WS-LOTE-NOVO NOT EQUAL ES-LOTE
               MOVE "*" TO DT-MARCA
               ADD 1 TO CT-ALTERADOS.
           IF  WS-REGISTRA EQUAL "SIM"
               PERFORM GRAVA-PROPOSTA.
           PERFORM IMPRIME-PROPOSTA.
       SOMA-MES.
           IF  TAB-QT-MES(WS-IX) GREATER ZERO
               ADD TAB-QT-MES(WS-IX) TO WS-SOMA
               COMPUTE WS-SOMA2 = WS-SOMA2 +
                       TAB-QT-MES(WS-IX) * TAB-QT-MES(WS-IX).

       ARREDONDA-ACIMA.
           IF  WS-CALC NOT LESS 99999
               MOVE 99999 TO WS-INTEIRO
           ELSE
               MOVE WS-CALC TO WS-INTEIRO
               IF  WS-CALC GREATER WS-INTEIRO
                   ADD 1 TO WS-INTEIRO.

       RESOLVE-PRAZO.
           MOVE ZEROS TO WS-PRAZO WS-QTMIN.
           MOVE SPACES TO WS-MARCA.
           IF  WS-TEM-LINK NOT EQUAL "SIM"
               GO TO RESOLVE-PRAZO-FIM.
           MOVE "P"        TO FL-TIPO.
           MOVE ES-CODPROD TO FL-CODIGO.
           MOVE "SIM" TO WS-ACHOU.
           READ FORNLINK
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "SIM"
               MOVE FL-PRAZO  TO WS-PRAZO
               MOVE FL-QTMIN  TO WS-QTMIN
               MOVE FL-MARCA  TO WS-MARCA.
           IF  WS-MARCA EQUAL SPACES
               MOVE ES-CODPROD(6:1) TO WS-MARCA.
           IF  WS-MARCA NOT EQUAL SPACES
               MOVE "M"      TO FL-TIPO
               MOVE SPACES   TO FL-CODIGO
               MOVE WS-MARCA TO FL-CODIGO(1:1)
               READ FORNLINK
                   INVALID KEY
                       MOVE "NAO" TO WS-ACHOU
                   NOT INVALID KEY
                       PERFORM HERDA-DA-MARCA.
       RESOLVE-PRAZO-FIM.
           EXIT.

       HERDA-DA-MARCA.
           IF  WS-PRAZO EQUAL ZEROS
               MOVE FL-PRAZO TO WS-PRAZO.
           IF  WS-QTMIN EQUAL ZEROS
               MOVE FL-QTMIN TO WS-QTMIN.

       GRAVA-PROPOSTA.
           MOVE SPACES        TO REGREPOSPROP.
           MOVE WS-PROPOSTA   TO RR-PROPOSTA.
           MOVE ES-CODPROD    TO RR-CODPROD.
           MOVE ES-MINIMO     TO RR-MIN-ATUAL.
           MOVE ES-LOTE       TO RR-LOTE-ATUAL.
           MOVE WS-MIN-NOVO   TO RR-MIN-NOVO.
           MOVE WS-LOTE-NOVO  TO RR-LOTE-NOVO.
           MOVE WS-MEDIA      TO RR-MEDIA.
           MOVE WS-DESVIO     TO RR-DESVIO.
           MOVE WS-PRAZO      TO RR-PRAZO.
           MOVE "S"           TO RR-SITUACAO.
           MOVE WS-HOJE       TO RR-DATA-SIM.
           MOVE ZEROS         TO RR-DATA-APLIC.
           WRITE REGREPOSPROP
               INVALID KEY
                   DISPLAY "PRG131 - ERRO AO GRAVAR SIMULACAO "
                           RR-CHAVE
               NOT INVALID KEY
                   ADD 1 TO CT-GRAVADOS.

       GRAVA-PARADO.
           MOVE ES-CODPROD    TO PA-CODPROD.
           MOVE WS-MES-ULT    TO PA-MES-ULT.
           MOVE ES-SALDO      TO PA-SALDO.
           MOVE ES-MINIMO     TO PA-MINIMO.
           COMPUTE PA-VALOR ROUNDED = ES-SALDO * ES-CUSTO-MEDIO.
           WRITE REGREPOPARA.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "REPOPARA" TO WS-ARQ-ERRO.
           MOVE WS-FS-REPOPARA TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD 1 TO CT-PARADOS.
           ADD PA-VALOR TO WS-TOT-PARADO.

       IMPRIME-PROPOSTA.
           MOVE ES-CODPROD    TO DT-CODPROD.
           MOVE ES-MINIMO     TO DT-MIN-ATU.
           MOVE ES-LOTE       TO DT-LOTE-ATU.
           MOVE WS-MEDIA      TO DT-MEDIA.
           MOVE WS-DESVIO     TO DT-DESVIO.
           MOVE WS-PRAZO      TO DT-PRAZO.
           MOVE WS-MIN-NOVO   TO DT-MIN-NOVO.
           MOVE WS-LOTE-NOVO  TO DT-LOTE-NOVO.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELREPOS FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-PARADOS.
           MOVE "L" TO WS-FASE.
           MOVE 31 TO CTLIN.
           OPEN INPUT REPOPARA.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "REPOPARA" TO WS-ARQ-ERRO.
           MOVE WS-FS-REPOPARA TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRODUTOS SEM VENDA - ESTOQUE PARADO" TO SC-TXT.
           PERFORM IMPRIME-SECAO.
           MOVE "NAO" TO PAR-FIM.
           PERFORM LE-REPOPARA.
           PERFORM IMPRIME-PARADO
                   UNTIL PAR-FIM EQUAL "SIM".
           CLOSE REPOPARA.
       LE-REPOPARA.
           READ REPOPARA
                       AT END
                             MOVE "SIM" TO PAR-FIM.
       IMPRIME-PARADO.
           MOVE PA-CODPROD TO PR-CODPROD.
           IF  PA-MES-ULT EQUAL ZEROS
               MOVE "NENHUMA" TO PR-ULT-VENDA
           ELSE
               MOVE PA-MESNUM  TO PR-ULT-VENDA(1:2)
               MOVE "/"        TO PR-ULT-VENDA(3:1)
               MOVE PA-ANO-ULT TO PR-ULT-VENDA(4:4).
           MOVE PA-SALDO   TO PR-SALDO.
           MOVE PA-MINIMO  TO PR-MINIMO.
           MOVE PA-VALOR   TO PR-VALOR.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELREPOS FROM LINPAR AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
           PERFORM LE-REPOPARA.

       IMPRIME-RESUMO.
           IF  CTLIN GREATER 20
               PERFORM IMPRIME-CABECALHO.
           MOVE "PRODUTOS LIDOS.................:" TO RS-TXT.
           MOVE CT-LIDOS TO RS-QTDE.
           WRITE REGRELREPOS FROM RESUMO AFTER ADVANCING 3 LINES.
           MOVE "PROPOSTAS CALCULADAS...........:" TO RS-TXT.
           MOVE CT-PROPOSTOS TO RS-QTDE.
           WRITE REGRELREPOS FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "PROPOSTAS COM ALTERACAO (*)....:" TO RS-TXT.
           MOVE CT-ALTERADOS TO RS-QTDE.
           WRITE REGRELREPOS FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "PRAZO PADRAO ASSUMIDO..........:" TO RS-TXT.
           MOVE CT-PRAZO-PADRAO TO RS-QTDE.
           WRITE REGRELREPOS FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "PRODUTOS PARADOS...............:" TO RS-TXT.
           MOVE CT-PARADOS TO RS-QTDE.
           WRITE REGRELREPOS FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "VALOR EM ESTOQUE PARADO........:" TO RV-TXT.
           MOVE WS-TOT-PARADO TO RV-VAL.
           WRITE REGRELREPOS FROM RESVAL AFTER ADVANCING 2 LINES.
           ADD 8 TO CTLIN.

       IMPRIME-SECAO.
           IF  CTLIN GREATER 28
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELREPOS FROM SECAO AFTER ADVANCING 2 LINES.
           WRITE REGRELREPOS FROM BREAK AFTER ADVANCING 1 LINE.
           ADD 3 TO CTLIN.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELREPOS.
           WRITE REGRELREPOS AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELREPOS FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELREPOS FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELREPOS FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELREPOS FROM BREAK AFTER ADVANCING 1 LINE.
           IF  WS-FASE EQUAL "L"
               WRITE REGRELREPOS FROM CAB2-PAR AFTER ADVANCING 1 LINE
           ELSE
               WRITE REGRELREPOS FROM CAB2-PRO AFTER ADVANCING 1 LINE.
           WRITE REGRELREPOS FROM BREAK AFTER ADVANCING 1 LINE.
       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG131"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-PROPOSTOS TO RL-QTDE.
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
               DISPLAY "PRG131 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG131" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
