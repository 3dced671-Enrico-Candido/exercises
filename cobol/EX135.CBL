       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG135.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
           SELECT CADSOC1A ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADSOC1A.
           SELECT PEDIDOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEDIDOS.
           SELECT PEDCAB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEDCAB.
           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTAS.
           SELECT FAMSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FM-NUMSOC
           FILE STATUS IS WS-FS-FAMSOC.
           SELECT MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MD-NUMSOC
           FILE STATUS IS WS-FS-MANDATOS.
           SELECT PRODMA2 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRODMA2.
           SELECT ESTOQUE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ES-CODPROD
           FILE STATUS IS WS-FS-ESTOQUE.
           SELECT PRECOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRECOS.
           SELECT CADENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADENT.
           SELECT DEPTOMA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DP-DEPTO
           FILE STATUS IS WS-FS-DEPTOMA.
           SELECT RELREFI ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELREFI.
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
       FD  CADSOC1A
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1A.DAT".
       01  REGCAD1A.
           02 ACODPAG1      PIC 9(02).
           02 ANUMSOC1      PIC 9(06).
           02 ANOMSOC1      PIC X(20).
           02 AVAL1         PIC 9(09)V99.
           02 ADATAVENC1    PIC 9(08).
           02 AFILIAL1     PIC 9(02).
           02 ASITSOC1     PIC X(01).
           02 ADTSTATUS    PIC 9(08).
       FD  PEDIDOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDIDOS.DAT".
       01  REGPEDIDO.
           02 NUMPED          PIC 9(06).
           02 NUMITEM         PIC 9(02).
           02 NUMSOC          PIC 9(06).
           02 CODPROD         PIC X(06).
           02 QTDPED          PIC 9(03).
           02 CUSTOPROD       PIC 9(04)V99.
           02 IMPOSTOS.
              03 QT-IMPOSTOS  PIC 9(01).
              03 TAB-IMPOSTO  PIC 9(03) OCCURS 5 TIMES.
           02 SITPED          PIC X(01).
           02 DATAPED         PIC 9(08).
       FD  PEDCAB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDCAB.DAT".
       01  REGPEDCAB.
           02 CB-NUMPED       PIC 9(06).
           02 CB-NUMSOC       PIC 9(06).
           02 CB-DATAPED      PIC 9(08).
           02 CB-SITPED       PIC X(01).
           02 CB-QTITENS      PIC 9(02).
           02 CB-VENDEDOR     PIC X(08).
           02 CB-FILIAL       PIC 9(02).
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
       FD  FAMSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FAMSOC.DAT".
       01  REGFAMSOC.
           02 FM-NUMSOC     PIC 9(06).
           02 FM-RESP       PIC 9(06).
       FD  MANDATOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MANDATOS.DAT".
       01  REGMANDATO.
           02 MD-NUMSOC     PIC 9(06).
           02 MD-SITUACAO   PIC X(01).
           02 MD-BANCO      PIC 9(03).
           02 MD-AGENCIA    PIC 9(04).
           02 MD-CONTA      PIC 9(10).
           02 MD-DATA-ASS   PIC 9(08).
           02 MD-DATA-CAN   PIC 9(08).
       FD  PRODMA2
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PRODMA2.DAT".
       01  REGPRODMA2.
           02 PM2-CODPROD     PIC X(06).
           02 PM2-DESCPROD    PIC X(10).
       FD  ESTOQUE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ESTOQUE.DAT".
       01  REGESTOQUE.
           02 ES-CODPROD    PIC X(06).
           02 ES-SALDO      PIC 9(05).
           02 ES-MINIMO     PIC 9(05).
           02 ES-CUSTO-MEDIO PIC 9(06)V99.
           02 ES-LOTE       PIC 9(05).
       FD  PRECOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PRECOS.DAT".
       01  REGPRECO.
           02 PR-CODPROD    PIC X(06).
           02 PR-EFETIVA    PIC 9(08).
           02 PR-PRECO      PIC 9(04)V99.
       FD  CADENT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CADENT.DAT".
       01  REGCAD.
           02 CODIGO        PIC 9(07).
           02 NOME          PIC X(25).
           02 SALARIO       PIC 9(05)V99.
           02 SEXO          PIC X(01).
           02 DEPTO         PIC 9(03).
           02 DATA-ADM      PIC 9(08).
           02 DATA-DEM      PIC 9(08).
           02 SITFUNC       PIC X(01).
       FD  DEPTOMA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEPTOMA.DAT".
       01  REGDEPTOMA.
           02 DP-DEPTO      PIC 9(03).
           02 DP-NOME       PIC X(20).
           02 DP-CCUSTO     PIC 9(05).
       FD  RELREFI LABEL RECORD OMITTED.
       01  REGRELREFI       PIC X(80).
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
       77  WS-FS-CADSOC1    PIC X(02) VALUE SPACES.
       77  WS-FS-CADSOC1A   PIC X(02) VALUE SPACES.
       77  WS-FS-PEDIDOS    PIC X(02) VALUE SPACES.
       77  WS-FS-PEDCAB     PIC X(02) VALUE SPACES.
       77  WS-FS-NOTAS      PIC X(02) VALUE SPACES.
       77  WS-FS-FAMSOC     PIC X(02) VALUE SPACES.
       77  WS-FS-MANDATOS   PIC X(02) VALUE SPACES.
       77  WS-FS-PRODMA2    PIC X(02) VALUE SPACES.
       77  WS-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77  WS-FS-PRECOS     PIC X(02) VALUE SPACES.
       77  WS-FS-CADENT     PIC X(02) VALUE SPACES.
       77  WS-FS-DEPTOMA    PIC X(02) VALUE SPACES.
       77  WS-FS-RELREFI    PIC X(02) VALUE "00".
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  ARQ-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-BLOQUEIA      PIC X(01) VALUE "N".
       77  WS-FASE          PIC X(01) VALUE "D".
       77  WS-MAX-LISTA     PIC 9(03) VALUE 50.
       77  WS-TEM-PRODMA2   PIC X(03) VALUE "NAO".
       77  WS-TEM-PEDCAB    PIC X(03) VALUE "NAO".
       77  WS-TEM-DEPTOMA   PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-ARQUIVADO     PIC X(03) VALUE "NAO".
       77  WS-NUMSOC        PIC 9(06) VALUE ZEROS.
       77  WS-CODPROD       PIC X(06) VALUE SPACES.
       77  WS-NOTA-ANT      PIC 9(06) VALUE ZEROS.
       77  WS-RG            PIC 9(02) VALUE ZEROS.
       77  WS-IX            PIC 9(02) VALUE ZEROS.
       77  WS-EX-CHAVE      PIC X(16) VALUE SPACES.
       77  WS-EX-REFER      PIC X(16) VALUE SPACES.
       77  WS-EX-MOTIVO     PIC X(26) VALUE SPACES.
       77  QT-ARQUIV        PIC 9(04) VALUE ZEROS.
       77  QT-PRODMA2       PIC 9(04) VALUE ZEROS.
       77  QT-PEDCAB        PIC 9(04) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(07) VALUE ZEROS.
       77  CT-EXCECOES      PIC 9(07) VALUE ZEROS.
       77  CT-CRITICAS      PIC 9(07) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-PARM-V3X.
           02 WS-PARM-V3    PIC 9(03).
       01  WS-DATA-AUX.
           02 WS-AUX-ANO    PIC 9(04).
           02 WS-AUX-MES    PIC 9(02).
           02 WS-AUX-DIA    PIC 9(02).
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX PIC 9(08).
       01  TAB-REGRAS-VAL.
           02 FILLER PIC X(38) VALUE
              "PEDIDOS  SOCIO FORA DO CADSOC1      S".
           02 FILLER PIC X(38) VALUE
              "NOTAS    PEDIDO SEM CABECALHO PEDCAB S".
           02 FILLER PIC X(38) VALUE
              "FAMSOC   DEPENDENTE FORA DO CADSOC1  N".
           02 FILLER PIC X(38) VALUE
              "FAMSOC   RESPONSAVEL FORA DO CADSOC1 N".
           02 FILLER PIC X(38) VALUE
              "MANDATOS SOCIO ARQUIVADO (CADSOC1A)  S".
           02 FILLER PIC X(38) VALUE
              "ESTOQUE  PRODUTO FORA DO PRODMA2     N".
           02 FILLER PIC X(38) VALUE
              "PRECOS   PRODUTO FORA DO PRODMA2     N".
           02 FILLER PIC X(38) VALUE
              "CADENT   DEPTO FORA DO DEPTOMA       N".
       01  TAB-REGRAS REDEFINES TAB-REGRAS-VAL.
           02 TAB-RG-OCORR OCCURS 8 TIMES.
              03 TAB-RG-ARQUIVO PIC X(09).
              03 TAB-RG-DESCR   PIC X(28).
              03 TAB-RG-CRITICA PIC X(01).
       01  TAB-RG-CONTADORES.
           02 TAB-RG-CONT OCCURS 8 TIMES.
              03 TAB-RG-LIDOS   PIC 9(07).
              03 TAB-RG-EXC     PIC 9(07).
              03 TAB-RG-SIT     PIC X(01).
       01  TAB-ARQUIV.
                 04 TAB-ARQUIV-OCORR OCCURS 5000 TIMES
                                     INDEXED BY IX-ARQUIV.
                       05 TAB-AR-NUMSOC   PIC 9(06).
       01  TAB-PRODMA2.
                 04 TAB-PRODMA2-OCORR OCCURS 5000 TIMES
                                      INDEXED BY IX-PRODMA2.
                       05 TAB-PM2-CODPROD PIC X(06).
       01  TAB-PEDCAB.
                 04 TAB-PEDCAB-OCORR OCCURS 5000 TIMES
                                     INDEXED BY IX-PEDCAB.
                       05 TAB-CB-NUMPED   PIC 9(06).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(12) VALUE SPACES.
                 03 FILLER  PIC X(43) VALUE
                    "INTEGRIDADE REFERENCIAL ENTRE ARQUIVOS - ".
                 03 C1-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(07) VALUE " REGRA".
                 03 FILLER  PIC X(10) VALUE "ARQUIVO".
                 03 FILLER  PIC X(18) VALUE "CHAVE".
                 03 FILLER  PIC X(18) VALUE "REFERENCIA".
                 03 FILLER  PIC X(26) VALUE "MOTIVO".
       01  CAB3.
                 03 FILLER  PIC X(07) VALUE " REGRA".
                 03 FILLER  PIC X(38) VALUE "ARQUIVO  DESCRICAO".
                 03 FILLER  PIC X(08) VALUE "CRITICA".
                 03 FILLER  PIC X(11) VALUE "VERIFICADOS".
                 03 FILLER  PIC X(09) VALUE " EXCECOES".
                 03 FILLER  PIC X(07) VALUE " SITUAC".
       01  DETALHE.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-REGRA     PIC 9(02) VALUE ZEROS.
                 03 FILLER       PIC X(03) VALUE SPACES.
                 03 DT-ARQUIVO   PIC X(09) VALUE SPACES.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DT-CHAVE     PIC X(16) VALUE SPACES.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-REFER     PIC X(16) VALUE SPACES.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-MOTIVO    PIC X(26) VALUE SPACES.
       01  LIMITE.
                 03 FILLER       PIC X(07) VALUE SPACES.
                 03 FILLER       PIC X(28) VALUE
                    "LISTAGEM DA REGRA LIMITADA A".
                 03 LM-QTDE      PIC ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(32) VALUE
                    " LINHAS - TOTAL NO RESUMO".
       01  RESREGRA.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 RR-REGRA     PIC 9(02) VALUE ZEROS.
                 03 FILLER       PIC X(03) VALUE SPACES.
                 03 RR-ARQUIVO   PIC X(09) VALUE SPACES.
                 03 RR-DESCR     PIC X(28) VALUE SPACES.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 RR-CRITICA   PIC X(07) VALUE SPACES.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 RR-LIDOS     PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 RR-EXC       PIC ZZZ.ZZ9 VALUE ZEROS.
                 03 RR-SIT       PIC X(08) VALUE SPACES.
       01  RESUMO.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 RS-TXT  PIC X(32) VALUE SPACES.
                 03 RS-QTDE PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           MOVE SPACES TO WS-FS-CADSOC1.
           OPEN INPUT CADSOC1.
           IF  WS-FS-CADSOC1 NOT EQUAL "00"
               DISPLAY "PRG135 - CADSOC1 INDISPONIVEL STATUS "
                       WS-FS-CADSOC1
               MOVE 8 TO RETURN-CODE
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           PERFORM CARREGA-ARQUIVADOS.
           PERFORM CARREGA-PRODMA2.
           PERFORM CARREGA-PEDCAB.
           OPEN OUTPUT RELREFI.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELREFI" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELREFI TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-HOJE TO WS-DATA-AUX-R.
           MOVE WS-AUX-DIA TO C1-DATA(1:2).
           MOVE WS-AUX-MES TO C1-DATA(4:2).
           MOVE WS-AUX-ANO TO C1-DATA(7:4).
           PERFORM VERIFICA-PEDIDOS.
           PERFORM VERIFICA-NOTAS.
           PERFORM VERIFICA-FAMSOC.
           PERFORM VERIFICA-MANDATOS.
           PERFORM VERIFICA-ESTOQUE.
           PERFORM VERIFICA-PRECOS.
           PERFORM VERIFICA-CADENT.
           CLOSE CADSOC1.
           PERFORM IMPRIME-RESUMO.
           CLOSE RELREFI.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG135 - TOTAIS DE CONTROLE".
           DISPLAY "VERIFICACOES EFETUADAS.: " CT-LIDOS.
           DISPLAY "EXCECOES ENCONTRADAS...: " CT-EXCECOES.
           DISPLAY "EXCECOES CRITICAS......: " CT-CRITICAS.
           IF  CT-CRITICAS GREATER ZERO
               IF  WS-BLOQUEIA EQUAL "S"
                   DISPLAY "PRG135 - REGRA CRITICA VIOLADA - "
                           "CADEIA BLOQUEADA"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "PRG135 - REGRA CRITICA VIOLADA - "
                           "BLOQUEIO DESLIGADO (BLOQUEIA)".

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
           IF  PG-PROGRAMA EQUAL "PRG135"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE ZEROS TO TAB-RG-CONTADORES.
           MOVE "BLOQUEIA" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
           AND WS-PARM-VALOR(1:1) EQUAL "S"
               MOVE "S" TO WS-BLOQUEIA.
           MOVE "CRITICAS" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               PERFORM MARCA-CRITICA
                       VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER 8.
           MOVE "MAXLISTA" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               IF  WS-PARM-V3 NUMERIC
               AND WS-PARM-V3 GREATER ZERO
                   MOVE WS-PARM-V3 TO WS-MAX-LISTA.
       MARCA-CRITICA.
           IF  WS-PARM-VALOR(WS-IX:1) EQUAL "S"
           OR  WS-PARM-VALOR(WS-IX:1) EQUAL "N"
               MOVE WS-PARM-VALOR(WS-IX:1) TO TAB-RG-CRITICA(WS-IX).

       CARREGA-ARQUIVADOS.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-CADSOC1A.
           OPEN INPUT CADSOC1A.
           IF  WS-FS-CADSOC1A NOT EQUAL "35"
               PERFORM LE-CADSOC1A
               PERFORM GUARDA-ARQUIVADO
                       UNTIL ARQ-FIM EQUAL "SIM"
               CLOSE CADSOC1A.
       LE-CADSOC1A.
           READ CADSOC1A
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       GUARDA-ARQUIVADO.
           IF  QT-ARQUIV NOT LESS 5000
               DISPLAY "PRG135 - TABELA CADSOC1A ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-ARQUIV.
           MOVE ANUMSOC1 TO TAB-AR-NUMSOC(QT-ARQUIV).
           PERFORM LE-CADSOC1A.

       CARREGA-PRODMA2.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-PRODMA2.
           OPEN INPUT PRODMA2.
           IF  WS-FS-PRODMA2 EQUAL "35"
               DISPLAY "PRG135 - PRODMA2 AUSENTE - REGRAS 06/07 "
                       "NAO VERIFICADAS"
           ELSE
               MOVE "SIM" TO WS-TEM-PRODMA2
               PERFORM LE-PRODMA2
               PERFORM GUARDA-PRODMA2
                       UNTIL ARQ-FIM EQUAL "SIM"
               CLOSE PRODMA2.
       LE-PRODMA2.
           READ PRODMA2
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       GUARDA-PRODMA2.
           IF  QT-PRODMA2 NOT LESS 5000
               DISPLAY "PRG135 - TABELA PRODMA2 ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-PRODMA2.
           MOVE PM2-CODPROD TO TAB-PM2-CODPROD(QT-PRODMA2).
           PERFORM LE-PRODMA2.

       CARREGA-PEDCAB.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-PEDCAB.
           OPEN INPUT PEDCAB.
           IF  WS-FS-PEDCAB EQUAL "35"
               DISPLAY "PRG135 - PEDCAB AUSENTE - REGRA 02 "
                       "NAO VERIFICADA"
           ELSE
               MOVE "SIM" TO WS-TEM-PEDCAB
               PERFORM LE-PEDCAB
               PERFORM GUARDA-PEDCAB
                       UNTIL ARQ-FIM EQUAL "SIM"
               CLOSE PEDCAB.
       LE-PEDCAB.
           READ PEDCAB
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       GUARDA-PEDCAB.
           IF  QT-PEDCAB NOT LESS 5000
               DISPLAY "PRG135 - TABELA PEDCAB ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-PEDCAB.
           MOVE CB-NUMPED TO TAB-CB-NUMPED(QT-PEDCAB).
           PERFORM LE-PEDCAB.

       PROCURA-SOCIO.
           MOVE "SIM" TO WS-ACHOU.
           MOVE "NAO" TO WS-ARQUIVADO.
           MOVE WS-NUMSOC TO NUMSOC1.
           READ CADSOC1
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               PERFORM PROCURA-ARQUIVADO.
           IF  WS-ARQUIVADO EQUAL "SIM"
               MOVE "SOCIO ARQUIVADO (CADSOC1A)" TO WS-EX-MOTIVO
           ELSE
               MOVE "SOCIO INEXISTENTE" TO WS-EX-MOTIVO.
       PROCURA-ARQUIVADO.
           MOVE "NAO" TO WS-ARQUIVADO.
           SET IX-ARQUIV TO 1.
           SEARCH TAB-ARQUIV-OCORR
               AT END
                   CONTINUE
               WHEN IX-ARQUIV GREATER QT-ARQUIV
                   CONTINUE
               WHEN TAB-AR-NUMSOC(IX-ARQUIV) EQUAL WS-NUMSOC
                   MOVE "SIM" TO WS-ARQUIVADO.

       PROCURA-PRODUTO.
           MOVE "NAO" TO WS-ACHOU.
           SET IX-PRODMA2 TO 1.
           SEARCH TAB-PRODMA2-OCORR
               AT END
                   CONTINUE
               WHEN IX-PRODMA2 GREATER QT-PRODMA2
                   CONTINUE
               WHEN TAB-PM2-CODPROD(IX-PRODMA2) EQUAL WS-CODPROD
                   MOVE "SIM" TO WS-ACHOU.

       VERIFICA-PEDIDOS.
           MOVE 1 TO WS-RG.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-PEDIDOS.
           OPEN INPUT PEDIDOS.
           IF  WS-FS-PEDIDOS EQUAL "35"
               MOVE "A" TO TAB-RG-SIT(WS-RG)
           ELSE
               PERFORM LE-PEDIDOS
               PERFORM CONFERE-PEDIDO
                       UNTIL ARQ-FIM EQUAL "SIM"
               CLOSE PEDIDOS.
       LE-PEDIDOS.
           READ PEDIDOS
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       CONFERE-PEDIDO.
           PERFORM CONTA-LIDO.
           MOVE NUMSOC TO WS-NUMSOC.
           PERFORM PROCURA-SOCIO.
           IF  WS-ACHOU EQUAL "NAO"
               MOVE SPACES  TO WS-EX-CHAVE WS-EX-REFER
               MOVE NUMPED  TO WS-EX-CHAVE(1:6)
               MOVE "/"     TO WS-EX-CHAVE(7:1)
               MOVE NUMITEM TO WS-EX-CHAVE(8:2)
               MOVE NUMSOC  TO WS-EX-REFER(1:6)
               PERFORM REGISTRA-EXCECAO.
           PERFORM LE-PEDIDOS.

       VERIFICA-NOTAS.
           MOVE 2 TO WS-RG.
           MOVE "NAO" TO ARQ-FIM.
           MOVE ZEROS TO WS-NOTA-ANT.
           MOVE SPACES TO WS-FS-NOTAS.
           OPEN INPUT NOTAS.
           IF  WS-FS-NOTAS EQUAL "35"
           OR  WS-TEM-PEDCAB EQUAL "NAO"
               MOVE "A" TO TAB-RG-SIT(WS-RG)
           ELSE
               PERFORM LE-NOTAS
               PERFORM CONFERE-NOTA
                       UNTIL ARQ-FIM EQUAL "SIM".
           IF  WS-FS-NOTAS NOT EQUAL "35"
               CLOSE NOTAS.
       LE-NOTAS.
           READ NOTAS
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       CONFERE-NOTA.
           IF  NUMNOTA NOT EQUAL WS-NOTA-ANT
               MOVE NUMNOTA TO WS-NOTA-ANT
               PERFORM CONTA-LIDO
               MOVE "NAO" TO WS-ACHOU
               SET IX-PEDCAB TO 1
               SEARCH TAB-PEDCAB-OCORR
                   AT END
                       CONTINUE
                   WHEN IX-PEDCAB GREATER QT-PEDCAB
                       CONTINUE
                   WHEN TAB-CB-NUMPED(IX-PEDCAB) EQUAL NUMPED-NF
                       MOVE "SIM" TO WS-ACHOU
               END-SEARCH
               IF  WS-ACHOU EQUAL "NAO"
                   MOVE SPACES    TO WS-EX-CHAVE WS-EX-REFER
                   MOVE NUMNOTA   TO WS-EX-CHAVE(1:6)
                   MOVE NUMPED-NF TO WS-EX-REFER(1:6)
                   MOVE "PEDIDO SEM CABECALHO" TO WS-EX-MOTIVO
                   PERFORM REGISTRA-EXCECAO.
           PERFORM LE-NOTAS.

       VERIFICA-FAMSOC.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-FAMSOC.
           OPEN INPUT FAMSOC.
           IF  WS-FS-FAMSOC NOT EQUAL "00"
               MOVE "A" TO TAB-RG-SIT(3)
               MOVE "A" TO TAB-RG-SIT(4)
           ELSE
               PERFORM LE-FAMSOC
               PERFORM CONFERE-FAMILIA
                       UNTIL ARQ-FIM EQUAL "SIM"
               CLOSE FAMSOC.
       LE-FAMSOC.
           READ FAMSOC
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       CONFERE-FAMILIA.
           MOVE 3 TO WS-RG.
           PERFORM CONTA-LIDO.
           MOVE FM-NUMSOC TO WS-NUMSOC.
           PERFORM PROCURA-SOCIO.
           IF  WS-ACHOU EQUAL "NAO"
               MOVE SPACES    TO WS-EX-CHAVE WS-EX-REFER
               MOVE FM-NUMSOC TO WS-EX-CHAVE(1:6)
               MOVE FM-RESP   TO WS-EX-REFER(1:6)
               PERFORM REGISTRA-EXCECAO.
           MOVE 4 TO WS-RG.
           PERFORM CONTA-LIDO.
           MOVE FM-RESP TO WS-NUMSOC.
           PERFORM PROCURA-SOCIO.
           IF  WS-ACHOU EQUAL "NAO"
               MOVE SPACES    TO WS-EX-CHAVE WS-EX-REFER
               MOVE FM-NUMSOC TO WS-EX-CHAVE(1:6)
               MOVE FM-RESP   TO WS-EX-REFER(1:6)
               PERFORM REGISTRA-EXCECAO.
           PERFORM LE-FAMSOC.

       VERIFICA-MANDATOS.
           MOVE 5 TO WS-RG.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-MANDATOS.
           OPEN INPUT MANDATOS.
           IF  WS-FS-MANDATOS NOT EQUAL "00"
               MOVE "A" TO TAB-RG-SIT(WS-RG)
           ELSE
               PERFORM LE-MANDATOS
               PERFORM CONFERE-MANDATO
                       UNTIL ARQ-FIM EQUAL "SIM"
               CLOSE MANDATOS.
       LE-MANDATOS.
           READ MANDATOS
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       CONFERE-MANDATO.
           PERFORM CONTA-LIDO.
           IF  MD-SITUACAO NOT EQUAL "C"
               MOVE MD-NUMSOC TO WS-NUMSOC
               PERFORM PROCURA-ARQUIVADO
               IF  WS-ARQUIVADO EQUAL "SIM"
                   MOVE SPACES    TO WS-EX-CHAVE WS-EX-REFER
                   MOVE MD-NUMSOC TO WS-EX-CHAVE(1:6)
                   MOVE MD-NUMSOC TO WS-EX-REFER(1:6)
                   MOVE "MANDATO ATIVO DE ARQUIVADO" TO WS-EX-MOTIVO
                   PERFORM REGISTRA-EXCECAO.
           PERFORM LE-MANDATOS.

       VERIFICA-ESTOQUE.
           MOVE 6 TO WS-RG.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-ESTOQUE.
           OPEN INPUT ESTOQUE.
           IF  WS-FS-ESTOQUE NOT EQUAL "00"
           OR  WS-TEM-PRODMA2 EQUAL "NAO"
               MOVE "A" TO TAB-RG-SIT(WS-RG)
           ELSE
               PERFORM LE-ESTOQUE
               PERFORM CONFERE-ESTOQUE
                       UNTIL ARQ-FIM EQUAL "SIM".
           IF  WS-FS-ESTOQUE EQUAL "00"
           OR  WS-FS-ESTOQUE EQUAL "10"
               CLOSE ESTOQUE.
       LE-ESTOQUE.
           READ ESTOQUE
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       CONFERE-ESTOQUE.
           PERFORM CONTA-LIDO.
           MOVE ES-CODPROD TO WS-CODPROD.
           PERFORM PROCURA-PRODUTO.
           IF  WS-ACHOU EQUAL "NAO"
               MOVE SPACES     TO WS-EX-CHAVE WS-EX-REFER
               MOVE ES-CODPROD TO WS-EX-CHAVE(1:6)
               MOVE ES-CODPROD TO WS-EX-REFER(1:6)
               MOVE "PRODUTO SEM CADASTRO" TO WS-EX-MOTIVO
               PERFORM REGISTRA-EXCECAO.
           PERFORM LE-ESTOQUE.

       VERIFICA-PRECOS.
           MOVE 7 TO WS-RG.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-PRECOS.
           OPEN INPUT PRECOS.
           IF  WS-FS-PRECOS EQUAL "35"
           OR  WS-TEM-PRODMA2 EQUAL "NAO"
               MOVE "A" TO TAB-RG-SIT(WS-RG)
           ELSE
               PERFORM LE-PRECOS
               PERFORM CONFERE-PRECO
                       UNTIL ARQ-FIM EQUAL "SIM".
           IF  WS-FS-PRECOS NOT EQUAL "35"
               CLOSE PRECOS.
       LE-PRECOS.
           READ PRECOS
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       CONFERE-PRECO.
           PERFORM CONTA-LIDO.
           MOVE PR-CODPROD TO WS-CODPROD.
           PERFORM PROCURA-PRODUTO.
           IF  WS-ACHOU EQUAL "NAO"
               MOVE SPACES     TO WS-EX-CHAVE WS-EX-REFER
               MOVE PR-CODPROD TO WS-EX-CHAVE(1:6)
               MOVE "/"        TO WS-EX-CHAVE(7:1)
               MOVE PR-EFETIVA TO WS-EX-CHAVE(8:8)
               MOVE PR-CODPROD TO WS-EX-REFER(1:6)
               MOVE "PRODUTO SEM CADASTRO" TO WS-EX-MOTIVO
               PERFORM REGISTRA-EXCECAO.
           PERFORM LE-PRECOS.

       VERIFICA-CADENT.
           MOVE 8 TO WS-RG.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-DEPTOMA.
           OPEN INPUT DEPTOMA.
           IF  WS-FS-DEPTOMA EQUAL "00"
               MOVE "SIM" TO WS-TEM-DEPTOMA.
           MOVE SPACES TO WS-FS-CADENT.
           OPEN INPUT CADENT.
           IF  WS-FS-CADENT EQUAL "35"
           OR  WS-TEM-DEPTOMA EQUAL "NAO"
               MOVE "A" TO TAB-RG-SIT(WS-RG)
           ELSE
               PERFORM LE-CADENT
               PERFORM CONFERE-FUNCIONARIO
                       UNTIL ARQ-FIM EQUAL "SIM".
           IF  WS-FS-CADENT NOT EQUAL "35"
               CLOSE CADENT.
           IF  WS-TEM-DEPTOMA EQUAL "SIM"
               CLOSE DEPTOMA.
       LE-CADENT.
           READ CADENT
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       CONFERE-FUNCIONARIO.
           IF  DEPTO GREATER ZERO
               PERFORM CONTA-LIDO
               MOVE "SIM" TO WS-ACHOU
               MOVE DEPTO TO DP-DEPTO
               READ DEPTOMA
                   INVALID KEY
                       MOVE "NAO" TO WS-ACHOU
               END-READ
               IF  WS-ACHOU EQUAL "NAO"
                   MOVE SPACES TO WS-EX-CHAVE WS-EX-REFER
                   MOVE CODIGO TO WS-EX-CHAVE(1:7)
                   MOVE DEPTO  TO WS-EX-REFER(1:3)
                   MOVE "DEPARTAMENTO SEM CADASTRO" TO WS-EX-MOTIVO
                   PERFORM REGISTRA-EXCECAO.
           PERFORM LE-CADENT.

       CONTA-LIDO.
           ADD 1 TO CT-LIDOS.
           ADD 1 TO TAB-RG-LIDOS(WS-RG).

       REGISTRA-EXCECAO.
           ADD 1 TO CT-EXCECOES.
           ADD 1 TO TAB-RG-EXC(WS-RG).
           IF  TAB-RG-CRITICA(WS-RG) EQUAL "S"
               ADD 1 TO CT-CRITICAS.
           IF  TAB-RG-EXC(WS-RG) NOT GREATER WS-MAX-LISTA
               MOVE WS-RG                  TO DT-REGRA
               MOVE TAB-RG-ARQUIVO(WS-RG)  TO DT-ARQUIVO
               MOVE WS-EX-CHAVE            TO DT-CHAVE
               MOVE WS-EX-REFER            TO DT-REFER
               MOVE WS-EX-MOTIVO           TO DT-MOTIVO
               IF  CTLIN GREATER 30
                   PERFORM IMPRIME-CABECALHO
               END-IF
               WRITE REGRELREFI FROM DETALHE AFTER ADVANCING 1 LINE
               ADD 1 TO CTLIN
           ELSE
               IF  TAB-RG-EXC(WS-RG) EQUAL WS-MAX-LISTA + 1
                   MOVE WS-MAX-LISTA TO LM-QTDE
                   IF  CTLIN GREATER 30
                       PERFORM IMPRIME-CABECALHO
                   END-IF
                   WRITE REGRELREFI FROM LIMITE AFTER ADVANCING 1 LINE
                   ADD 1 TO CTLIN.

       IMPRIME-RESUMO.
           MOVE "R" TO WS-FASE.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-RESUMO-REGRA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER 8.
           MOVE "VERIFICACOES EFETUADAS.........:" TO RS-TXT.
           MOVE CT-LIDOS TO RS-QTDE.
           WRITE REGRELREFI FROM RESUMO AFTER ADVANCING 2 LINES.
           MOVE "EXCECOES ENCONTRADAS...........:" TO RS-TXT.
           MOVE CT-EXCECOES TO RS-QTDE.
           WRITE REGRELREFI FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "EXCECOES EM REGRAS CRITICAS....:" TO RS-TXT.
           MOVE CT-CRITICAS TO RS-QTDE.
           WRITE REGRELREFI FROM RESUMO AFTER ADVANCING 1 LINE.
       IMPRIME-RESUMO-REGRA.
           MOVE WS-IX                 TO RR-REGRA.
           MOVE TAB-RG-ARQUIVO(WS-IX) TO RR-ARQUIVO.
           MOVE TAB-RG-DESCR(WS-IX)   TO RR-DESCR.
           IF  TAB-RG-CRITICA(WS-IX) EQUAL "S"
               MOVE "SIM"             TO RR-CRITICA
           ELSE
               MOVE "NAO"             TO RR-CRITICA.
           MOVE TAB-RG-LIDOS(WS-IX)   TO RR-LIDOS.
           MOVE TAB-RG-EXC(WS-IX)     TO RR-EXC.
           IF  TAB-RG-SIT(WS-IX) EQUAL "A"
               MOVE " NAO VER" TO RR-SIT
           ELSE
               IF  TAB-RG-EXC(WS-IX) GREATER ZERO
                   MOVE " FALHOU" TO RR-SIT
               ELSE
                   MOVE " OK" TO RR-SIT.
           WRITE REGRELREFI FROM RESREGRA AFTER ADVANCING 1 LINE.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELREFI.
           WRITE REGRELREFI AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELREFI FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELREFI FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELREFI FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELREFI FROM BREAK AFTER ADVANCING 1 LINE.
           IF  WS-FASE EQUAL "D"
               WRITE REGRELREFI FROM CAB2 AFTER ADVANCING 1 LINE
           ELSE
               WRITE REGRELREFI FROM CAB3 AFTER ADVANCING 1 LINE.
           WRITE REGRELREFI FROM BREAK AFTER ADVANCING 1 LINE.
       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG135"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-EXCECOES  TO RL-QTDE.
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
               DISPLAY "PRG135 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG135" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
