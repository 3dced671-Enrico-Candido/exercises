       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG126.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTAS.
           SELECT NOTAHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTAHIST.
           SELECT PEDCAB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEDCAB.
           SELECT PONTTAXA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PONTTAXA.
           SELECT PONTSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PS-NUMSOC
           FILE STATUS IS WS-FS-PONTSOC.
           SELECT PONTNOTA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PN-CHAVE
           FILE STATUS IS WS-FS-PONTNOTA.
           SELECT PONTMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PONTMOV.
           SELECT ULTPONTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ULTPONTO.
           SELECT RESGREQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RESGREQ.
           SELECT RELPONT ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELPONT.
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
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTAHIST.DAT".
       01  REGNOTAHIST        PIC X(85).
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
       FD  PONTTAXA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PONTTAXA.DAT".
       01  REGPONTTAXA.
           02 PT-TIPO       PIC X(01).
           02 PT-CODIGO     PIC X(06).
           02 PT-TAXA       PIC 9(03)V99.
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
       FD  PONTNOTA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PONTNOTA.DAT".
       01  REGPONTNOTA.
           02 PN-CHAVE.
              03 PN-NUMNOTA PIC 9(06).
              03 PN-NUMITEM PIC 9(02).
           02 PN-NUMSOC     PIC 9(06).
           02 PN-VALOR      PIC 9(06)V99.
           02 PN-PONTOS     PIC 9(09).
           02 PN-ESTORNO    PIC 9(09).
           02 PN-DATA       PIC 9(08).
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
       FD  ULTPONTO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ULTPONTO.DAT".
       01  REGULTPONTO.
           02 UP-NUMNOTA    PIC 9(06).
       FD  RESGREQ
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RESGREQ.DAT".
       01  REGRESGREQ.
           02 RQ-NUMSOC     PIC 9(06).
           02 RQ-PONTOS     PIC 9(09).
           02 RQ-ORIGEM     PIC X(08).
       FD  RELPONT LABEL RECORD OMITTED.
       01  REGRELPONT       PIC X(80).
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
       77  WS-FS-NOTAS      PIC X(02) VALUE SPACES.
       77  WS-FS-NOTAHIST   PIC X(02) VALUE SPACES.
       77  WS-FS-PEDCAB     PIC X(02) VALUE SPACES.
       77  WS-FS-PONTTAXA   PIC X(02) VALUE SPACES.
       77  WS-FS-PONTSOC    PIC X(02) VALUE SPACES.
       77  WS-FS-PONTNOTA   PIC X(02) VALUE SPACES.
       77  WS-FS-PONTMOV    PIC X(02) VALUE SPACES.
       77  WS-FS-ULTPONTO   PIC X(02) VALUE SPACES.
       77  WS-FS-RESGREQ    PIC X(02) VALUE SPACES.
       77  WS-FS-RELPONT    PIC X(02) VALUE "00".
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  WS-LE-HIST       PIC X(03) VALUE "NAO".
       77  NOT-FIM          PIC X(03) VALUE "NAO".
       77  CAB-FIM          PIC X(03) VALUE "NAO".
       77  TAX-FIM          PIC X(03) VALUE "NAO".
       77  MOV-FIM          PIC X(03) VALUE "NAO".
       77  REQ-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-TAXA-PADRAO   PIC 9(03)V99 VALUE 1,00.
       77  WS-MESES-VALID   PIC 9(03) VALUE 12.
       77  WS-TAXA          PIC 9(03)V99 VALUE ZEROS.
       77  WS-ULT-PONTO     PIC 9(06) VALUE ZEROS.
       77  WS-MAIOR-NOTA    PIC 9(06) VALUE ZEROS.
       77  WS-PED-ATUAL     PIC 9(06) VALUE ZEROS.
       77  WS-NUMSOC-NOTA   PIC 9(06) VALUE ZEROS.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-PS-ACHADO     PIC X(03) VALUE "NAO".
       77  WS-PONTOS        PIC 9(09) VALUE ZEROS.
       77  WS-DEBITO        PIC 9(09) VALUE ZEROS.
       77  WS-RESTANTE      PIC 9(09) VALUE ZEROS.
       77  WS-CONSUMIDO     PIC 9(10) VALUE ZEROS.
       77  WS-REF-NOTA      PIC 9(06) VALUE ZEROS.
       77  WS-REF-ITEM      PIC 9(02) VALUE ZEROS.
       77  WS-MESES-ABS     PIC 9(06) VALUE ZEROS.
       77  WS-RESTO         PIC 9(02) VALUE ZEROS.
       77  QT-PEDCAB        PIC 9(04) VALUE ZEROS.
       77  QT-TAXAS         PIC 9(04) VALUE ZEROS.
       77  QT-VENC          PIC 9(04) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-NOTAS-LIDAS   PIC 9(07) VALUE ZEROS.
       77  CT-LINHAS-VENDA  PIC 9(07) VALUE ZEROS.
       77  CT-CREDITADAS    PIC 9(07) VALUE ZEROS.
       77  CT-SEM-SOCIO     PIC 9(07) VALUE ZEROS.
       77  CT-SEM-PONTOS    PIC 9(07) VALUE ZEROS.
       77  CT-DUPLICADAS    PIC 9(07) VALUE ZEROS.
       77  CT-LINHAS-ESTORNO PIC 9(07) VALUE ZEROS.
       77  CT-ESTORNADAS    PIC 9(07) VALUE ZEROS.
       77  CT-EST-SEM-CRED  PIC 9(07) VALUE ZEROS.
       77  CT-SOCIOS-EXPIR  PIC 9(07) VALUE ZEROS.
       77  CT-RESG-LIDOS    PIC 9(07) VALUE ZEROS.
       77  CT-RESG-ACEITOS  PIC 9(07) VALUE ZEROS.
       77  CT-RESG-RECUSADOS PIC 9(07) VALUE ZEROS.
       77  CT-PTS-GANHOS    PIC 9(09) VALUE ZEROS.
       77  CT-PTS-ESTORNADOS PIC 9(09) VALUE ZEROS.
       77  CT-PTS-EXPIRADOS PIC 9(09) VALUE ZEROS.
       77  CT-PTS-RESGATADOS PIC 9(09) VALUE ZEROS.
       77  CT-VAL-RESGATADO PIC 9(09)V99 VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-CORTE.
           02 WS-CORTE-AAAA PIC 9(04).
           02 WS-CORTE-MM   PIC 9(02).
           02 WS-CORTE-DD   PIC 9(02).
       01  WS-CORTE-R REDEFINES WS-CORTE PIC 9(08).
       01  WS-PARM-V5X.
           02 WS-PARM-V5    PIC 9(03)V99.
       01  WS-PARM-V3X.
           02 WS-PARM-V3    PIC 9(03).
       01  WS-RESGATE.
           02 RSG-FUNCAO    PIC X(01).
           02 RSG-NUMSOC    PIC 9(06).
           02 RSG-PONTOS    PIC 9(09).
           02 RSG-DATA      PIC 9(08).
           02 RSG-ORIGEM    PIC X(08).
           02 RSG-RESULT    PIC X(01).
           02 RSG-VALOR     PIC 9(09)V99.
           02 RSG-SALDO     PIC 9(09).
       01  TAB-PEDCAB.
                 04 TAB-CB-OCORR OCCURS 2000 TIMES.
                       05 TAB-CB-NUMPED PIC 9(06).
                       05 TAB-CB-NUMSOC PIC 9(06).
       01  TAB-TAXAS.
                 04 TAB-TX-OCORR OCCURS 500 TIMES.
                       05 TAB-TX-TIPO   PIC X(01).
                       05 TAB-TX-CODIGO PIC X(06).
                       05 TAB-TX-TAXA   PIC 9(03)V99.
       01  TAB-VENC.
                 04 TAB-VC-OCORR OCCURS 5000 TIMES.
                       05 TAB-VC-NUMSOC PIC 9(06).
                       05 TAB-VC-PONTOS PIC 9(10).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(15) VALUE SPACES.
                 03 FILLER  PIC X(36) VALUE
                    "PROGRAMA DE PONTOS - MOVIMENTO DE ".
                 03 C1-DATA PIC 9999/99/99 VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(11) VALUE "   SOCIO".
                 03 FILLER  PIC X(14) VALUE "     PONTOS".
                 03 FILLER  PIC X(17) VALUE "           VALOR".
                 03 FILLER  PIC X(30) VALUE "SITUACAO".
       01  SECAO.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 SC-TXT  PIC X(50) VALUE SPACES.
       01  DETALHE.
                 03 FILLER    PIC X(02) VALUE SPACES.
                 03 DT-SOCIO  PIC ZZZZZ9 VALUE ZEROS.
                 03 FILLER    PIC X(03) VALUE SPACES.
                 03 DT-PONTOS PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
                 03 FILLER    PIC X(03) VALUE SPACES.
                 03 DT-VALOR  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER    PIC X(03) VALUE SPACES.
                 03 DT-SIT    PIC X(30) VALUE SPACES.
       01  RESUMO.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 RS-TXT  PIC X(32) VALUE SPACES.
                 03 RS-QTDE PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           PERFORM CALCULA-CORTE.
           PERFORM LE-ULTIMO-PONTO.
           MOVE WS-ULT-PONTO TO WS-MAIOR-NOTA.
           OPEN OUTPUT RELPONT.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELPONT" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELPONT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-HOJE TO C1-DATA.
           PERFORM CARREGA-PEDCAB.
           PERFORM CARREGA-TAXAS.
           PERFORM APURA-VENCIDOS.
           PERFORM ABRE-PONTSOC.
           PERFORM ABRE-PONTNOTA.
           PERFORM ABRE-PONTMOV.
           PERFORM EXPIRA-PONTOS.
           PERFORM PROCESSA-NOTAS.
           IF  WS-MAIOR-NOTA GREATER WS-ULT-PONTO
               PERFORM GRAVA-ULTIMO-PONTO.
           CLOSE PONTSOC PONTNOTA PONTMOV.
           PERFORM PROCESSA-RESGATES.
           PERFORM IMPRIME-RESUMO.
           CLOSE RELPONT.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG126 - TOTAIS DE CONTROLE".
           DISPLAY "ULTIMA NOTA PONTUADA...: " WS-MAIOR-NOTA.
           DISPLAY "LINHAS DE NOTAS LIDAS..: " CT-NOTAS-LIDAS.
           DISPLAY "LINHAS DE VENDA NOVAS..: " CT-LINHAS-VENDA.
           DISPLAY "LINHAS PONTUADAS.......: " CT-CREDITADAS.
           DISPLAY "VENDAS SEM SOCIO.......: " CT-SEM-SOCIO.
           DISPLAY "VENDAS SEM PONTOS......: " CT-SEM-PONTOS.
           DISPLAY "LINHAS JA PONTUADAS....: " CT-DUPLICADAS.
           DISPLAY "LINHAS DE ESTORNO......: " CT-LINHAS-ESTORNO.
           DISPLAY "ESTORNOS EFETUADOS.....: " CT-ESTORNADAS.
           DISPLAY "ESTORNOS SEM CREDITO...: " CT-EST-SEM-CRED.
           DISPLAY "SOCIOS COM EXPIRACAO...: " CT-SOCIOS-EXPIR.
           DISPLAY "PEDIDOS DE RESGATE.....: " CT-RESG-LIDOS.
           DISPLAY "RESGATES EFETUADOS.....: " CT-RESG-ACEITOS.
           DISPLAY "RESGATES RECUSADOS.....: " CT-RESG-RECUSADOS.
           DISPLAY "PONTOS CREDITADOS......: " CT-PTS-GANHOS.
           DISPLAY "PONTOS ESTORNADOS......: " CT-PTS-ESTORNADOS.
           DISPLAY "PONTOS EXPIRADOS.......: " CT-PTS-EXPIRADOS.
           DISPLAY "PONTOS RESGATADOS......: " CT-PTS-RESGATADOS.
           IF  RETURN-CODE LESS 4
               IF  CT-RESG-RECUSADOS GREATER ZERO
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
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "TAXAPADR" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:5) TO WS-PARM-V5X
               IF  WS-PARM-V5 NUMERIC
                   MOVE WS-PARM-V5 TO WS-TAXA-PADRAO.
           MOVE "MESESVAL" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               IF  WS-PARM-V3 NUMERIC
                   MOVE WS-PARM-V3 TO WS-MESES-VALID.

       CALCULA-CORTE.
           MOVE WS-HOJE TO WS-CORTE-R.
           COMPUTE WS-MESES-ABS = WS-CORTE-AAAA * 12
                                + WS-CORTE-MM - 1 - WS-MESES-VALID.
           DIVIDE WS-MESES-ABS BY 12 GIVING WS-CORTE-AAAA
                                     REMAINDER WS-RESTO.
           COMPUTE WS-CORTE-MM = WS-RESTO + 1.

       LE-ULTIMO-PONTO.
           MOVE SPACES TO WS-FS-ULTPONTO.
           OPEN INPUT ULTPONTO.
           IF  WS-FS-ULTPONTO EQUAL "35"
               MOVE ZEROS TO REGULTPONTO
           ELSE
               READ ULTPONTO AT END MOVE ZEROS TO REGULTPONTO
               END-READ
               CLOSE ULTPONTO.
           MOVE UP-NUMNOTA TO WS-ULT-PONTO.

       GRAVA-ULTIMO-PONTO.
           OPEN OUTPUT ULTPONTO.
           MOVE WS-MAIOR-NOTA TO UP-NUMNOTA.
           WRITE REGULTPONTO.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "ULTPONTO" TO WS-ARQ-ERRO.
           MOVE WS-FS-ULTPONTO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           CLOSE ULTPONTO.

       CARREGA-PEDCAB.
           MOVE SPACES TO WS-FS-PEDCAB.
           OPEN INPUT PEDCAB.
           IF  WS-FS-PEDCAB EQUAL "35"
               MOVE "SIM" TO CAB-FIM
           ELSE
               PERFORM LE-PEDCAB
               PERFORM GUARDA-PEDCAB
                       UNTIL CAB-FIM EQUAL "SIM"
               CLOSE PEDCAB.
       LE-PEDCAB.
           READ PEDCAB
                       AT END
                             MOVE "SIM" TO CAB-FIM.
       GUARDA-PEDCAB.
           IF  QT-PEDCAB NOT LESS 2000
               DISPLAY "PRG126 - TABELA PEDCAB ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-PEDCAB.
           MOVE CB-NUMPED TO TAB-CB-NUMPED(QT-PEDCAB).
           MOVE CB-NUMSOC TO TAB-CB-NUMSOC(QT-PEDCAB).
           PERFORM LE-PEDCAB.

       CARREGA-TAXAS.
           MOVE SPACES TO WS-FS-PONTTAXA.
           OPEN INPUT PONTTAXA.
           IF  WS-FS-PONTTAXA EQUAL "35"
               MOVE "SIM" TO TAX-FIM
           ELSE
               PERFORM LE-PONTTAXA
               PERFORM GUARDA-TAXA
                       UNTIL TAX-FIM EQUAL "SIM"
               CLOSE PONTTAXA.
       LE-PONTTAXA.
           READ PONTTAXA
                       AT END
                             MOVE "SIM" TO TAX-FIM.
       GUARDA-TAXA.
           IF  QT-TAXAS NOT LESS 500
               DISPLAY "PRG126 - TABELA PONTTAXA ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-TAXAS.
           MOVE PT-TIPO   TO TAB-TX-TIPO(QT-TAXAS).
           MOVE PT-CODIGO TO TAB-TX-CODIGO(QT-TAXAS).
           MOVE PT-TAXA   TO TAB-TX-TAXA(QT-TAXAS).
           PERFORM LE-PONTTAXA.

       APURA-VENCIDOS.
           MOVE SPACES TO WS-FS-PONTMOV.
           OPEN INPUT PONTMOV.
           IF  WS-FS-PONTMOV EQUAL "35"
               MOVE "SIM" TO MOV-FIM
           ELSE
               PERFORM LE-PONTMOV
               PERFORM ACUMULA-VENCIDO
                       UNTIL MOV-FIM EQUAL "SIM"
               CLOSE PONTMOV.
       LE-PONTMOV.
           READ PONTMOV
                       AT END
                             MOVE "SIM" TO MOV-FIM.
       ACUMULA-VENCIDO.
           IF  PM-TIPO EQUAL "G"
           AND PM-DATA LESS WS-CORTE-R
               PERFORM GUARDA-VENCIDO.
           PERFORM LE-PONTMOV.
       GUARDA-VENCIDO.
           PERFORM PROCURA-VENCIDO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-VENC
                   OR TAB-VC-NUMSOC(WS-IX) EQUAL PM-NUMSOC.
           IF  WS-IX GREATER QT-VENC
               IF  QT-VENC NOT LESS 5000
                   DISPLAY "PRG126 - TABELA DE VENCIDOS ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QT-VENC
                   MOVE QT-VENC   TO WS-IX
                   MOVE PM-NUMSOC TO TAB-VC-NUMSOC(WS-IX)
                   MOVE ZEROS     TO TAB-VC-PONTOS(WS-IX).
           ADD PM-PONTOS TO TAB-VC-PONTOS(WS-IX).
       PROCURA-VENCIDO.
           EXIT.

       ABRE-PONTSOC.
           MOVE SPACES TO WS-FS-PONTSOC.
           OPEN I-O PONTSOC.
           IF  WS-FS-PONTSOC EQUAL "35"
               OPEN OUTPUT PONTSOC
               CLOSE PONTSOC
               OPEN I-O PONTSOC.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PONTSOC" TO WS-ARQ-ERRO.
           MOVE WS-FS-PONTSOC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       ABRE-PONTNOTA.
           MOVE SPACES TO WS-FS-PONTNOTA.
           OPEN I-O PONTNOTA.
           IF  WS-FS-PONTNOTA EQUAL "35"
               OPEN OUTPUT PONTNOTA
               CLOSE PONTNOTA
               OPEN I-O PONTNOTA.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PONTNOTA" TO WS-ARQ-ERRO.
           MOVE WS-FS-PONTNOTA TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       ABRE-PONTMOV.
           MOVE SPACES TO WS-FS-PONTMOV.
           OPEN EXTEND PONTMOV.
           IF  WS-FS-PONTMOV EQUAL "35"
               OPEN OUTPUT PONTMOV.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PONTMOV" TO WS-ARQ-ERRO.
           MOVE WS-FS-PONTMOV TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       EXPIRA-PONTOS.
           MOVE "PONTOS EXPIRADOS" TO SC-TXT.
           PERFORM IMPRIME-SECAO.
           PERFORM EXPIRA-SOCIO THRU EXPIRA-SOCIO-FIM
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-VENC.
       EXPIRA-SOCIO.
           MOVE TAB-VC-NUMSOC(WS-IX) TO WS-NUMSOC-NOTA.
           PERFORM LE-PONTSOC.
           IF  WS-PS-ACHADO EQUAL "NAO"
               GO TO EXPIRA-SOCIO-FIM.
           COMPUTE WS-CONSUMIDO = PS-ESTORNOS + PS-EXPIRADOS
                                + PS-RESGATES.
           IF  TAB-VC-PONTOS(WS-IX) NOT GREATER WS-CONSUMIDO
               GO TO EXPIRA-SOCIO-FIM.
           COMPUTE WS-PONTOS = TAB-VC-PONTOS(WS-IX) - WS-CONSUMIDO.
           IF  WS-PONTOS GREATER PS-SALDO
               MOVE PS-SALDO TO WS-PONTOS.
           IF  WS-PONTOS EQUAL ZERO
               GO TO EXPIRA-SOCIO-FIM.
           SUBTRACT WS-PONTOS FROM PS-SALDO.
           ADD WS-PONTOS TO PS-EXPIRADOS.
           MOVE WS-HOJE TO PS-DATA-ULT.
           PERFORM GRAVA-PONTSOC.
           MOVE "V"       TO PM-TIPO.
           MOVE ZEROS     TO PM-VALOR PM-NUMNOTA.
           PERFORM GRAVA-PONTMOV.
           ADD 1 TO CT-SOCIOS-EXPIR.
           ADD WS-PONTOS TO CT-PTS-EXPIRADOS.
           MOVE WS-NUMSOC-NOTA TO DT-SOCIO.
           MOVE WS-PONTOS TO DT-PONTOS.
           MOVE "EXPIRADOS" TO DT-SIT.
           PERFORM IMPRIME-DETALHE.
       EXPIRA-SOCIO-FIM.
           EXIT.

       PROCESSA-NOTAS.
           MOVE "SIM" TO WS-LE-HIST.
           MOVE "NAO" TO NOT-FIM.
           MOVE SPACES TO WS-FS-NOTAHIST.
           OPEN INPUT NOTAHIST.
           IF  WS-FS-NOTAHIST NOT EQUAL "35"
               PERFORM LE-NOTA
               PERFORM PROCESSA-LINHA THRU PROCESSA-LINHA-FIM
                       UNTIL NOT-FIM EQUAL "SIM"
               CLOSE NOTAHIST.
           MOVE "NAO" TO WS-LE-HIST.
           MOVE "NAO" TO NOT-FIM.
           MOVE SPACES TO WS-FS-NOTAS.
           OPEN INPUT NOTAS.
           IF  WS-FS-NOTAS EQUAL "35"
               MOVE "SIM" TO NOT-FIM
               DISPLAY "PRG126 - NOTAS.DAT NAO ENCONTRADO"
           ELSE
               PERFORM LE-NOTA
               PERFORM PROCESSA-LINHA THRU PROCESSA-LINHA-FIM
                       UNTIL NOT-FIM EQUAL "SIM"
               CLOSE NOTAS.
       LE-NOTA.
           IF  WS-LE-HIST EQUAL "SIM"
               PERFORM LE-NOTAHIST
           ELSE
               READ NOTAS
                           AT END
                                 MOVE "SIM" TO NOT-FIM
                           NOT AT END
                                 ADD 1 TO CT-NOTAS-LIDAS.
       LE-NOTAHIST.
           READ NOTAHIST
                       AT END
                             MOVE "SIM" TO NOT-FIM
                       NOT AT END
                             MOVE REGNOTAHIST TO REGPRINT
                             ADD 1 TO CT-NOTAS-LIDAS.

       PROCESSA-LINHA.
           IF  NUMNOTA NOT GREATER WS-ULT-PONTO
               GO TO PROCESSA-LINHA-FIM.
           IF  NUMNOTA GREATER WS-MAIOR-NOTA
               MOVE NUMNOTA TO WS-MAIOR-NOTA.
           IF  TIPONOTA EQUAL "N"
               PERFORM CREDITA-LINHA THRU CREDITA-LINHA-FIM.
           IF  TIPONOTA EQUAL "C"
           OR  TIPONOTA EQUAL "D"
               PERFORM ESTORNA-LINHA THRU ESTORNA-LINHA-FIM.
       PROCESSA-LINHA-FIM.
           PERFORM LE-NOTA.

       CREDITA-LINHA.
           ADD 1 TO CT-LINHAS-VENDA.
           MOVE NUMPED-NF TO WS-PED-ATUAL.
           PERFORM BUSCA-SOCIO-PEDIDO.
           IF  WS-NUMSOC-NOTA EQUAL ZEROS
               ADD 1 TO CT-SEM-SOCIO
               GO TO CREDITA-LINHA-FIM.
           PERFORM BUSCA-TAXA.
           COMPUTE WS-PONTOS = PRECFINAL * WS-TAXA.
           IF  WS-PONTOS EQUAL ZERO
               ADD 1 TO CT-SEM-PONTOS
               GO TO CREDITA-LINHA-FIM.
           MOVE NUMNOTA        TO PN-NUMNOTA.
           MOVE NF-NUMITEM     TO PN-NUMITEM.
           MOVE WS-NUMSOC-NOTA TO PN-NUMSOC.
           MOVE PRECFINAL      TO PN-VALOR.
           MOVE WS-PONTOS      TO PN-PONTOS.
           MOVE ZEROS          TO PN-ESTORNO.
           MOVE WS-HOJE        TO PN-DATA.
           MOVE "SIM" TO WS-ACHOU.
           WRITE REGPONTNOTA
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               ADD 1 TO CT-DUPLICADAS
               GO TO CREDITA-LINHA-FIM.
           PERFORM LE-PONTSOC.
           ADD WS-PONTOS TO PS-SALDO PS-GANHOS.
           MOVE WS-HOJE TO PS-DATA-ULT.
           PERFORM GRAVA-PONTSOC.
           MOVE "G"       TO PM-TIPO.
           MOVE PRECFINAL TO PM-VALOR.
           MOVE NUMNOTA   TO PM-NUMNOTA.
           PERFORM GRAVA-PONTMOV.
           ADD 1 TO CT-CREDITADAS.
           ADD WS-PONTOS TO CT-PTS-GANHOS.
       CREDITA-LINHA-FIM.
           EXIT.

       ESTORNA-LINHA.
           ADD 1 TO CT-LINHAS-ESTORNO.
           MOVE REFNOTA    TO WS-REF-NOTA.
           MOVE NF-NUMITEM TO WS-REF-ITEM.
           PERFORM LE-PONTNOTA-ORIGINAL.
           IF  WS-ACHOU EQUAL "NAO"
               ADD 1 TO CT-EST-SEM-CRED
               GO TO ESTORNA-LINHA-FIM.
           COMPUTE WS-RESTANTE = PN-PONTOS - PN-ESTORNO.
           MOVE ZEROS TO WS-PONTOS.
           IF  PN-VALOR GREATER ZERO
               COMPUTE WS-PONTOS ROUNDED =
                       PN-PONTOS * PRECFINAL / PN-VALOR.
           IF  WS-PONTOS GREATER WS-RESTANTE
               MOVE WS-RESTANTE TO WS-PONTOS.
           IF  WS-PONTOS EQUAL ZERO
               ADD 1 TO CT-EST-SEM-CRED
               GO TO ESTORNA-LINHA-FIM.
           MOVE PN-NUMSOC      TO WS-NUMSOC-NOTA.
           MOVE NUMNOTA        TO PN-NUMNOTA.
           MOVE NF-NUMITEM     TO PN-NUMITEM.
           MOVE PRECFINAL      TO PN-VALOR.
           MOVE ZEROS          TO PN-PONTOS.
           MOVE WS-PONTOS      TO PN-ESTORNO.
           MOVE WS-HOJE        TO PN-DATA.
           MOVE "SIM" TO WS-ACHOU.
           WRITE REGPONTNOTA
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               ADD 1 TO CT-DUPLICADAS
               GO TO ESTORNA-LINHA-FIM.
           PERFORM LE-PONTNOTA-ORIGINAL.
           ADD WS-PONTOS TO PN-ESTORNO.
           REWRITE REGPONTNOTA.
           MOVE "REWRITE" TO WS-OPER-ERRO.
           MOVE "PONTNOTA" TO WS-ARQ-ERRO.
           MOVE WS-FS-PONTNOTA TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LE-PONTSOC.
           MOVE WS-PONTOS TO WS-DEBITO.
           IF  WS-DEBITO GREATER PS-SALDO
               MOVE PS-SALDO TO WS-DEBITO.
           SUBTRACT WS-DEBITO FROM PS-SALDO.
           ADD WS-DEBITO TO PS-ESTORNOS.
           MOVE WS-HOJE TO PS-DATA-ULT.
           PERFORM GRAVA-PONTSOC.
           MOVE WS-DEBITO TO WS-PONTOS.
           MOVE "E"       TO PM-TIPO.
           MOVE PRECFINAL TO PM-VALOR.
           MOVE NUMNOTA   TO PM-NUMNOTA.
           PERFORM GRAVA-PONTMOV.
           ADD 1 TO CT-ESTORNADAS.
           ADD WS-DEBITO TO CT-PTS-ESTORNADOS.
       ESTORNA-LINHA-FIM.
           EXIT.

       LE-PONTNOTA-ORIGINAL.
           MOVE WS-REF-NOTA TO PN-NUMNOTA.
           MOVE WS-REF-ITEM TO PN-NUMITEM.
           MOVE "SIM" TO WS-ACHOU.
           READ PONTNOTA
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.

       BUSCA-SOCIO-PEDIDO.
           MOVE ZEROS TO WS-NUMSOC-NOTA.
           PERFORM PROCURA-SOCIO-PED
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-PEDCAB.
       PROCURA-SOCIO-PED.
           IF  TAB-CB-NUMPED(WS-IX) EQUAL WS-PED-ATUAL
               MOVE TAB-CB-NUMSOC(WS-IX) TO WS-NUMSOC-NOTA.

       BUSCA-TAXA.
           MOVE WS-TAXA-PADRAO TO WS-TAXA.
           PERFORM PROCURA-TAXA-MARCA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-TAXAS.
           PERFORM PROCURA-TAXA-PRODUTO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-TAXAS.
       PROCURA-TAXA-MARCA.
           IF  TAB-TX-TIPO(WS-IX) EQUAL "M"
           AND TAB-TX-CODIGO(WS-IX)(1:1) EQUAL PRODUTO(6:1)
               MOVE TAB-TX-TAXA(WS-IX) TO WS-TAXA.
       PROCURA-TAXA-PRODUTO.
           IF  TAB-TX-TIPO(WS-IX) EQUAL "P"
           AND TAB-TX-CODIGO(WS-IX) EQUAL PRODUTO
               MOVE TAB-TX-TAXA(WS-IX) TO WS-TAXA.

       LE-PONTSOC.
           MOVE WS-NUMSOC-NOTA TO PS-NUMSOC.
           MOVE "SIM" TO WS-PS-ACHADO.
           READ PONTSOC
               INVALID KEY
                   MOVE "NAO" TO WS-PS-ACHADO.
           IF  WS-PS-ACHADO EQUAL "NAO"
               MOVE WS-NUMSOC-NOTA TO PS-NUMSOC
               MOVE ZEROS TO PS-SALDO PS-GANHOS PS-ESTORNOS
                             PS-EXPIRADOS PS-RESGATES PS-DATA-ULT.

       GRAVA-PONTSOC.
           IF  WS-PS-ACHADO EQUAL "SIM"
               REWRITE REGPONTSOC
               MOVE "REWRITE" TO WS-OPER-ERRO
           ELSE
               WRITE REGPONTSOC
               MOVE "WRITE" TO WS-OPER-ERRO
               MOVE "SIM" TO WS-PS-ACHADO.
           MOVE "PONTSOC" TO WS-ARQ-ERRO.
           MOVE WS-FS-PONTSOC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       GRAVA-PONTMOV.
           MOVE WS-NUMSOC-NOTA TO PM-NUMSOC.
           MOVE WS-HOJE        TO PM-DATA.
           MOVE WS-PONTOS      TO PM-PONTOS.
           MOVE "PRG126"       TO PM-ORIGEM.
           WRITE REGPONTMOV.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "PONTMOV" TO WS-ARQ-ERRO.
           MOVE WS-FS-PONTMOV TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       PROCESSA-RESGATES.
           MOVE "PEDIDOS DE RESGATE EM LOTE" TO SC-TXT.
           PERFORM IMPRIME-SECAO.
           MOVE SPACES TO WS-FS-RESGREQ.
           OPEN INPUT RESGREQ.
           IF  WS-FS-RESGREQ EQUAL "35"
               MOVE "SIM" TO REQ-FIM
               MOVE "NENHUM PEDIDO DE RESGATE" TO DT-SIT
               PERFORM IMPRIME-DETALHE
           ELSE
               PERFORM LE-RESGREQ
               PERFORM EFETUA-RESGATE
                       UNTIL REQ-FIM EQUAL "SIM"
               CLOSE RESGREQ
               OPEN OUTPUT RESGREQ
               CLOSE RESGREQ.
       LE-RESGREQ.
           READ RESGREQ
                       AT END
                             MOVE "SIM" TO REQ-FIM.
       EFETUA-RESGATE.
           ADD 1 TO CT-RESG-LIDOS.
           MOVE "R"       TO RSG-FUNCAO.
           MOVE RQ-NUMSOC TO RSG-NUMSOC.
           MOVE RQ-PONTOS TO RSG-PONTOS.
           MOVE WS-HOJE   TO RSG-DATA.
           MOVE RQ-ORIGEM TO RSG-ORIGEM.
           IF  RQ-ORIGEM EQUAL SPACES
               MOVE "PRG126" TO RSG-ORIGEM.
           CALL "PRG127" USING WS-RESGATE.
           MOVE RQ-NUMSOC TO DT-SOCIO.
           MOVE RQ-PONTOS TO DT-PONTOS.
           IF  RSG-RESULT EQUAL "0"
               ADD 1 TO CT-RESG-ACEITOS
               ADD RQ-PONTOS TO CT-PTS-RESGATADOS
               ADD RSG-VALOR TO CT-VAL-RESGATADO
               MOVE RSG-VALOR TO DT-VALOR
               MOVE "CREDITADO PARA A MENSALIDADE" TO DT-SIT
           ELSE
               ADD 1 TO CT-RESG-RECUSADOS
               PERFORM DESCREVE-RECUSA.
           PERFORM IMPRIME-DETALHE.
           PERFORM LE-RESGREQ.
       DESCREVE-RECUSA.
           MOVE "RECUSADO - ERRO DE GRAVACAO" TO DT-SIT.
           IF  RSG-RESULT EQUAL "1"
               MOVE "RECUSADO - SOCIO SEM PONTOS" TO DT-SIT.
           IF  RSG-RESULT EQUAL "2"
               MOVE "RECUSADO - SALDO INSUFICIENTE" TO DT-SIT.
           IF  RSG-RESULT EQUAL "3"
               MOVE "RECUSADO - ABAIXO DO MINIMO" TO DT-SIT.
           IF  RSG-RESULT EQUAL "4"
               MOVE "RECUSADO - VALOR NULO" TO DT-SIT.

       IMPRIME-RESUMO.
           IF  CTLIN GREATER 20
               PERFORM IMPRIME-CABECALHO.
           MOVE "PONTOS CREDITADOS.............:" TO RS-TXT.
           MOVE CT-PTS-GANHOS TO RS-QTDE.
           WRITE REGRELPONT FROM RESUMO AFTER ADVANCING 3 LINES.
           MOVE "PONTOS ESTORNADOS.............:" TO RS-TXT.
           MOVE CT-PTS-ESTORNADOS TO RS-QTDE.
           WRITE REGRELPONT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "PONTOS EXPIRADOS..............:" TO RS-TXT.
           MOVE CT-PTS-EXPIRADOS TO RS-QTDE.
           WRITE REGRELPONT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "PONTOS RESGATADOS.............:" TO RS-TXT.
           MOVE CT-PTS-RESGATADOS TO RS-QTDE.
           WRITE REGRELPONT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "RESGATES RECUSADOS............:" TO RS-TXT.
           MOVE CT-RESG-RECUSADOS TO RS-QTDE.
           WRITE REGRELPONT FROM RESUMO AFTER ADVANCING 1 LINE.
           ADD 7 TO CTLIN.

       IMPRIME-SECAO.
           IF  CTLIN GREATER 28
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELPONT FROM SECAO AFTER ADVANCING 2 LINES.
           WRITE REGRELPONT FROM BREAK AFTER ADVANCING 1 LINE.
           ADD 3 TO CTLIN.

       IMPRIME-DETALHE.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO
               WRITE REGRELPONT FROM SECAO AFTER ADVANCING 1 LINE
               ADD 1 TO CTLIN.
           WRITE REGRELPONT FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
           MOVE ZEROS  TO DT-SOCIO DT-PONTOS DT-VALOR.
           MOVE SPACES TO DT-SIT.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELPONT.
           WRITE REGRELPONT AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELPONT FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELPONT FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELPONT FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELPONT FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELPONT FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELPONT FROM BREAK AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG126"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-CREDITADAS TO RL-QTDE.
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
               DISPLAY "PRG126 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG126" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
