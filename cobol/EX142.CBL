       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG142.
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
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
           SELECT CATSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CATSOC.
           SELECT NASCSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NS-NUMSOC
           FILE STATUS IS WS-FS-NASCSOC.
           SELECT CATHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-CHAVE
           FILE STATUS IS WS-FS-CATHIST.
           SELECT ACORDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AC-NUMSOC
           FILE STATUS IS WS-FS-ACORDOS.
           SELECT PEDCAB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEDCAB.
           SELECT COBHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HC-CHAVE
           FILE STATUS IS WS-FS-COBHIST.
           SELECT PAGTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAGTOS.
           SELECT PAGNOTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAGNOTA.
           SELECT NOTAHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTAHIST.
           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTAS.
           SELECT WOFFLEDG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-WOFFLEDG.
           SELECT REEMBHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HR-CHAVE
           FILE STATUS IS WS-FS-REEMBHIST.
           SELECT PERFSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PF-NUMSOC
           FILE STATUS IS WS-FS-PERFSOC.
           SELECT RENTTMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RENTTMP.
           SELECT RENTORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RENTORD.
           SELECT ARQSORT ASSIGN TO DISK.
           SELECT RELRENT ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELRENT.
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
       FD  CATSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CATSOC.DAT".
       01  REGCATSOC.
           02 CS-NUMSOC     PIC 9(06).
           02 CS-CATEG      PIC 9(02).
       FD  NASCSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NASCSOC.DAT".
       01  REGNASCSOC.
           02 NS-NUMSOC     PIC 9(06).
           02 NS-DTNASC     PIC 9(08).
           02 NS-DTADMIS    PIC 9(08).
       FD  CATHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CATHIST.DAT".
       01  REGCATHIST.
           02 CH-CHAVE.
              03 CH-NUMSOC  PIC 9(06).
              03 CH-INICIO  PIC 9(08).
           02 CH-TIPO       PIC X(01).
           02 CH-CATEG      PIC 9(02).
           02 CH-CATEG-ANT  PIC 9(02).
           02 CH-OPERADOR   PIC X(08).
           02 CH-DATA-REG   PIC 9(08).
       FD  ACORDOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ACORDOS.DAT".
       01  REGACORDO.
           02 AC-NUMSOC     PIC 9(06).
           02 AC-SITUACAO   PIC X(01).
           02 AC-DATA-ACORDO PIC 9(08).
           02 AC-QTD-PARC   PIC 9(02).
           02 AC-VALOR-TOTAL PIC 9(09)V99.
           02 AC-PARCELA OCCURS 12 TIMES.
              03 AC-PARC-VENC  PIC 9(08).
              03 AC-PARC-VALOR PIC 9(09)V99.
              03 AC-PARC-SIT   PIC X(01).
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
       FD  COBHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "COBHIST.DAT".
       01  REGCOBHIST.
           02 HC-CHAVE.
              03 HC-NUMSOC  PIC 9(06).
              03 HC-CICLO   PIC 9(08).
           02 HC-CATEG      PIC 9(02).
           02 HC-BRUTO      PIC 9(09)V99.
           02 HC-COBRADO    PIC 9(09)V99.
           02 HC-DATA-GER   PIC 9(08).
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
       FD  PAGNOTA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAGNOTA.DAT".
       01  REGPAGNOTA.
           02 NP-NUMNOTA    PIC 9(06).
           02 NP-NUMSOC     PIC 9(06).
           02 NP-VALOR      PIC 9(09)V99.
           02 NP-DATA       PIC 9(08).
           02 NP-FORMA      PIC X(01).
           02 NP-CAIXA      PIC X(08).
           02 NP-RECIBO     PIC 9(08).
       FD  NOTAHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTAHIST.DAT".
       01  REGNOTAHIST        PIC X(85).
       FD  NOTAS
             LABEL RECORDS STANDARD
             VALUE  OF  FILE-ID   IS  "NOTAS.DAT".
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
       FD  WOFFLEDG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "WOFFLEDG.DAT".
       01  REGWOFFLEDG.
           02 WL-NUMSOC     PIC 9(06).
           02 WL-NOMSOC     PIC X(20).
           02 WL-VALOR      PIC 9(09)V99.
           02 WL-DATA       PIC 9(08).
           02 WL-MOTIVO     PIC X(20).
           02 WL-APROVADOR  PIC X(08).
       FD  REEMBHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REEMBHIST.DAT".
       01  REGREEMBHIST.
           02 HR-CHAVE.
              03 HR-NUMSOC  PIC 9(06).
              03 HR-DATA-ORIG PIC 9(08).
           02 HR-VALOR      PIC 9(09)V99.
           02 HR-DATA       PIC 9(08).
       FD  PERFSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PERFSOC.DAT".
       01  REGPERFSOC.
           02 PF-NUMSOC     PIC 9(06).
           02 PF-NOME       PIC X(20).
           02 PF-FILIAL     PIC 9(02).
           02 PF-CATEG      PIC 9(02).
           02 PF-SITSOC     PIC X(01).
           02 PF-ADMISSAO   PIC 9(08).
           02 PF-ANOS       PIC 9(03).
           02 PF-CICLOS     PIC 9(03).
           02 PF-FATURADO   PIC 9(09)V99.
           02 PF-RECEBIDO   PIC S9(09)V99.
           02 PF-MARGEM     PIC S9(09)V99.
           02 PF-ACORDOS    PIC 9(02).
           02 PF-VAL-ACORDO PIC 9(09)V99.
           02 PF-PARC-PAGAS PIC 9(03).
           02 PF-REEMBOLSO  PIC 9(09)V99.
           02 PF-BAIXAS     PIC 9(09)V99.
           02 PF-CUSTO      PIC 9(09)V99.
           02 PF-LIQUIDO    PIC S9(09)V99.
       FD  RENTTMP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RENTTMP.DAT".
       01  REGRENTTMP.
           02 RT-LIQUIDO    PIC S9(09)V99 SIGN LEADING SEPARATE.
           02 RT-PERFIL     PIC X(138).
       FD  RENTORD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RENTORD.DAT".
       01  REGRENTORD.
           02 RO-CHAVE      PIC S9(09)V99 SIGN LEADING SEPARATE.
           02 RO-NUMSOC     PIC 9(06).
           02 RO-NOME       PIC X(20).
           02 RO-FILIAL     PIC 9(02).
           02 RO-CATEG      PIC 9(02).
           02 RO-SITSOC     PIC X(01).
           02 RO-ADMISSAO   PIC 9(08).
           02 RO-ANOS       PIC 9(03).
           02 RO-CICLOS     PIC 9(03).
           02 RO-FATURADO   PIC 9(09)V99.
           02 RO-RECEBIDO   PIC S9(09)V99.
           02 RO-MARGEM     PIC S9(09)V99.
           02 RO-ACORDOS    PIC 9(02).
           02 RO-VAL-ACORDO PIC 9(09)V99.
           02 RO-PARC-PAGAS PIC 9(03).
           02 RO-REEMBOLSO  PIC 9(09)V99.
           02 RO-BAIXAS     PIC 9(09)V99.
           02 RO-CUSTO      PIC 9(09)V99.
           02 RO-LIQUIDO    PIC S9(09)V99.
       SD  ARQSORT.
       01  REGSORT.
           03 SRT-LIQUIDO   PIC S9(09)V99 SIGN LEADING SEPARATE.
           03 SRT-PERFIL    PIC X(138).
       FD  RELRENT LABEL RECORD OMITTED.
       01  REGRELRENT       PIC X(80).
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
       77  WS-FS-CADSOC1    PIC X(02) VALUE SPACES.
       77  WS-FS-CATSOC     PIC X(02) VALUE SPACES.
       77  WS-FS-NASCSOC    PIC X(02) VALUE SPACES.
       77  WS-FS-CATHIST    PIC X(02) VALUE SPACES.
       77  WS-FS-ACORDOS    PIC X(02) VALUE SPACES.
       77  WS-FS-PEDCAB     PIC X(02) VALUE SPACES.
       77  WS-FS-COBHIST    PIC X(02) VALUE SPACES.
       77  WS-FS-PAGTOS     PIC X(02) VALUE SPACES.
       77  WS-FS-PAGNOTA    PIC X(02) VALUE SPACES.
       77  WS-FS-NOTAHIST   PIC X(02) VALUE SPACES.
       77  WS-FS-NOTAS      PIC X(02) VALUE SPACES.
       77  WS-FS-WOFFLEDG   PIC X(02) VALUE SPACES.
       77  WS-FS-REEMBHIST  PIC X(02) VALUE SPACES.
       77  WS-FS-PERFSOC    PIC X(02) VALUE SPACES.
       77  WS-FS-RENTTMP    PIC X(02) VALUE SPACES.
       77  WS-FS-RENTORD    PIC X(02) VALUE SPACES.
       77  WS-FS-RELRENT    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  FIMARQ           PIC X(03) VALUE "NAO".
       77  CS-FIM           PIC X(03) VALUE "NAO".
       77  PED-FIM          PIC X(03) VALUE "NAO".
       77  MOV-FIM          PIC X(03) VALUE "NAO".
       77  NOT-FIM          PIC X(03) VALUE "NAO".
       77  PF-FIM           PIC X(03) VALUE "NAO".
       77  RO-FIM           PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-LE-HIST       PIC X(03) VALUE "NAO".
       77  WS-TEM-NASCARQ   PIC X(03) VALUE "NAO".
       77  WS-TEM-CATHIST   PIC X(03) VALUE "NAO".
       77  WS-TEM-ACORDO    PIC X(03) VALUE "NAO".
       77  WS-ACHOU-PERFIL  PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-ANO           PIC 9(04) VALUE ZEROS.
       77  WS-INI-ANO       PIC 9(08) VALUE ZEROS.
       77  WS-FIM-ANO       PIC 9(08) VALUE ZEROS.
       77  WS-FIM-TEMPO     PIC 9(08) VALUE ZEROS.
       77  WS-CUSTO-COB     PIC 9(05)V99 VALUE ZEROS.
       77  WS-CUSTO-ACO     PIC 9(05)V99 VALUE ZEROS.
       77  WS-ANOS-LONGO    PIC 9(03) VALUE 10.
       77  WS-SINAL         PIC S9(01) VALUE +1.
       77  WS-NUMSOC-MOV    PIC 9(06) VALUE ZEROS.
       77  WS-NUMSOC-NOTA   PIC 9(06) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  WS-IX-PARC       PIC 9(02) VALUE ZEROS.
       77  WS-IX-GRP        PIC 9(03) VALUE ZEROS.
       77  QT-CATSOC        PIC 9(04) VALUE ZEROS.
       77  QT-PEDCAB        PIC 9(04) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(03) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(07) VALUE ZEROS.
       77  CT-PERFIS        PIC 9(06) VALUE ZEROS.
       77  CT-ORDEM         PIC 9(06) VALUE ZEROS.
       77  CT-NEGATIVOS     PIC 9(06) VALUE ZEROS.
       77  CT-LONGOS-NEG    PIC 9(06) VALUE ZEROS.
       77  CT-CICLOS        PIC 9(07) VALUE ZEROS.
       77  CT-PAGTOS        PIC 9(07) VALUE ZEROS.
       77  CT-PAGNOTA       PIC 9(07) VALUE ZEROS.
       77  CT-ITENS-NOTA    PIC 9(07) VALUE ZEROS.
       77  CT-NOTAS-FORA    PIC 9(07) VALUE ZEROS.
       77  CT-BAIXAS        PIC 9(07) VALUE ZEROS.
       77  CT-REEMBOLSOS    PIC 9(07) VALUE ZEROS.
       77  CT-SEM-CADASTRO  PIC 9(07) VALUE ZEROS.
       77  CT-ACORDOS       PIC 9(06) VALUE ZEROS.
       77  CT-PARC-PAGAS    PIC 9(06) VALUE ZEROS.
       77  WS-TOT-ACORDOS   PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-FATURADO  PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-RECEBIDO  PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-MARGEM    PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-REEMBOLSO PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-BAIXAS    PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-CUSTO     PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-LIQUIDO   PIC S9(11)V99 VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-PARM-N4X.
           02 WS-PARM-N4    PIC 9(04).
       01  WS-PARM-N3X.
           02 WS-PARM-N3    PIC 9(03).
       01  WS-PARM-V7X.
           02 WS-PARM-V7    PIC 9(05)V99.
       01  TAB-CATSOC.
                 04 TAB-CS-OCORR OCCURS 2000 TIMES.
                       05 TAB-CS-NUMSOC PIC 9(06).
                       05 TAB-CS-CATEG  PIC 9(02).
       01  TAB-PEDCAB.
                 04 TAB-CB-OCORR OCCURS 5000 TIMES.
                       05 TAB-CB-NUMPED PIC 9(06).
                       05 TAB-CB-NUMSOC PIC 9(06).
       01  TAB-GRP-CATEG.
                 04 TAB-GC-OCORR OCCURS 100 TIMES.
                       05 TAB-GC-QTDE    PIC 9(05).
                       05 TAB-GC-FATUR   PIC 9(11)V99.
                       05 TAB-GC-LIQUIDO PIC S9(11)V99.
                       05 TAB-GC-NEGAT   PIC 9(05).
       01  TAB-GRP-FILIAL.
                 04 TAB-GF-OCORR OCCURS 100 TIMES.
                       05 TAB-GF-QTDE    PIC 9(05).
                       05 TAB-GF-FATUR   PIC 9(11)V99.
                       05 TAB-GF-LIQUIDO PIC S9(11)V99.
                       05 TAB-GF-NEGAT   PIC 9(05).
       01  CAB0.
                 03 FILLER  PIC X(64) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC ZZ9   VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 C1-TITULO PIC X(45) VALUE SPACES.
                 03 FILLER  PIC X(10) VALUE "EXERCICIO ".
                 03 C1-ANO  PIC 9(04) VALUE ZEROS.
       01  CAB2             PIC X(80) VALUE SPACES.
       01  CAB2-RANK.
                 03 FILLER  PIC X(07) VALUE " ORDEM".
                 03 FILLER  PIC X(08) VALUE "SOCIO".
                 03 FILLER  PIC X(21) VALUE "NOME".
                 03 FILLER  PIC X(03) VALUE "CT".
                 03 FILLER  PIC X(03) VALUE "FL".
                 03 FILLER  PIC X(04) VALUE "ANO".
                 03 FILLER  PIC X(08) VALUE "FATURAD".
                 03 FILLER  PIC X(08) VALUE "RECEBID".
                 03 FILLER  PIC X(08) VALUE " MARGEM".
                 03 FILLER  PIC X(08) VALUE " LIQUIDO".
       01  CAB2-GRUPO.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 C2-GRUPO PIC X(07) VALUE SPACES.
                 03 FILLER  PIC X(09) VALUE " SOCIOS".
                 03 FILLER  PIC X(13) VALUE "     FATURADO".
                 03 FILLER  PIC X(14) VALUE "      LIQUIDO".
                 03 FILLER  PIC X(10) VALUE " NEGATIVOS".
       01  DETALHE.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-ORDEM     PIC ZZZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-NUM       PIC 999.999 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-NOME      PIC X(20) VALUE SPACES.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-CATEG     PIC 99    VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-FILIAL    PIC 99    VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-ANOS      PIC ZZ9   VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-FATUR     PIC ZZZ.ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-RECEB     PIC -ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-MARGEM    PIC -ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-LIQUIDO   PIC -ZZZ.ZZ9 VALUE ZEROS.
       01  RESGRP.
                 03 FILLER       PIC X(07) VALUE SPACES.
                 03 RG-COD       PIC 99    VALUE ZEROS.
                 03 FILLER       PIC X(03) VALUE SPACES.
                 03 RG-QTDE      PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(03) VALUE SPACES.
                 03 RG-FATUR     PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(03) VALUE SPACES.
                 03 RG-LIQUIDO   PIC -ZZ.ZZZ.ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(04) VALUE SPACES.
                 03 RG-NEGAT     PIC ZZ.ZZ9 VALUE ZEROS.
       01  RESUMO.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 RS-TXT  PIC X(40) VALUE SPACES.
                 03 RS-QTDE PIC ZZZ.ZZ9 VALUE ZEROS.
       01  RESUMOV.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 RV-TXT  PIC X(40) VALUE SPACES.
                 03 RV-VALOR PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           PERFORM CARREGA-CATSOC.
           PERFORM CARREGA-PEDCAB.
           PERFORM MONTA-PERFIS.
           OPEN I-O PERFSOC.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PERFSOC" TO WS-ARQ-ERRO.
           MOVE WS-FS-PERFSOC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM ACUMULA-COBRANCAS.
           PERFORM ACUMULA-PAGAMENTOS.
           PERFORM ACUMULA-PAGNOTA.
           PERFORM ACUMULA-NOTAS.
           PERFORM ACUMULA-BAIXAS.
           PERFORM ACUMULA-REEMBOLSOS.
           CLOSE PERFSOC.
           PERFORM GERA-RENTTMP.
           SORT ARQSORT DESCENDING KEY SRT-LIQUIDO
                USING RENTTMP GIVING RENTORD.
           OPEN OUTPUT RELRENT.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELRENT" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELRENT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           INITIALIZE TAB-GRP-CATEG TAB-GRP-FILIAL.
           PERFORM IMPRIME-RANKING.
           PERFORM IMPRIME-ANTIGOS-NEGATIVOS.
           PERFORM IMPRIME-POR-CATEGORIA.
           PERFORM IMPRIME-POR-FILIAL.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELRENT.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG142 - TOTAIS DE CONTROLE".
           DISPLAY "EXERCICIO..............: " WS-ANO.
           DISPLAY "SOCIOS LIDOS...........: " CT-LIDOS.
           DISPLAY "PERFIS GERADOS.........: " CT-PERFIS.
           DISPLAY "CICLOS DE COBRANCA.....: " CT-CICLOS.
           DISPLAY "PAGAMENTOS.............: " CT-PAGTOS.
           DISPLAY "PAGAMENTOS DE NOTAS....: " CT-PAGNOTA.
           DISPLAY "ITENS DE NOTA..........: " CT-ITENS-NOTA.
           DISPLAY "ITENS FORA DO EXERCICIO: " CT-NOTAS-FORA.
           DISPLAY "ACORDOS FIRMADOS.......: " CT-ACORDOS.
           DISPLAY "BAIXAS.................: " CT-BAIXAS.
           DISPLAY "REEMBOLSOS.............: " CT-REEMBOLSOS.
           DISPLAY "MOVIMENTOS SEM CADASTRO: " CT-SEM-CADASTRO.
           DISPLAY "CONTRIBUICAO NEGATIVA..: " CT-NEGATIVOS.
           DISPLAY "ANTIGOS NEGATIVOS......: " CT-LONGOS-NEG.
           DISPLAY "RESULTADO LIQUIDO......: " WS-TOT-LIQUIDO.

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

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE WS-HOJE(1:4) TO WS-ANO.
           SUBTRACT 1 FROM WS-ANO.
           MOVE "ANO" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
           AND WS-PARM-VALOR(1:4) NUMERIC
               MOVE WS-PARM-VALOR(1:4) TO WS-PARM-N4X
               MOVE WS-PARM-N4 TO WS-ANO.
           MOVE WS-HOJE(1:4) TO WS-PARM-N4X.
           IF  WS-ANO GREATER WS-PARM-N4
           OR  WS-ANO LESS 1900
               DISPLAY "PRG142 - EXERCICIO INVALIDO " WS-ANO
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           COMPUTE WS-INI-ANO = WS-ANO * 10000 + 0101.
           COMPUTE WS-FIM-ANO = WS-ANO * 10000 + 1231.
           MOVE WS-ANO TO C1-ANO.
           MOVE "CUSTOCOB" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
           AND WS-PARM-VALOR(1:7) NUMERIC
               MOVE WS-PARM-VALOR(1:7) TO WS-PARM-V7X
               MOVE WS-PARM-V7 TO WS-CUSTO-COB.
           MOVE "CUSTOACO" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
           AND WS-PARM-VALOR(1:7) NUMERIC
               MOVE WS-PARM-VALOR(1:7) TO WS-PARM-V7X
               MOVE WS-PARM-V7 TO WS-CUSTO-ACO.
           MOVE "ANOSLONG" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
           AND WS-PARM-VALOR(1:3) NUMERIC
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-N3X
               MOVE WS-PARM-N3 TO WS-ANOS-LONGO.

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
           IF  PG-PROGRAMA EQUAL "PRG142"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR OF REGPARMGER TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       CARREGA-CATSOC.
           MOVE SPACES TO WS-FS-CATSOC.
           OPEN INPUT CATSOC.
           IF  WS-FS-CATSOC EQUAL "35"
               MOVE "SIM" TO CS-FIM
           ELSE
               PERFORM LE-CATSOC
               PERFORM GUARDA-CATSOC
                       UNTIL CS-FIM EQUAL "SIM"
               CLOSE CATSOC.
       LE-CATSOC.
           READ CATSOC
                       AT END
                             MOVE "SIM" TO CS-FIM.
       GUARDA-CATSOC.
           IF  QT-CATSOC NOT LESS 2000
               DISPLAY "PRG142 - TABELA CATSOC ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-CATSOC.
           MOVE CS-NUMSOC TO TAB-CS-NUMSOC(QT-CATSOC).
           MOVE CS-CATEG  TO TAB-CS-CATEG(QT-CATSOC).
           PERFORM LE-CATSOC.

       CARREGA-PEDCAB.
           MOVE SPACES TO WS-FS-PEDCAB.
           OPEN INPUT PEDCAB.
           IF  WS-FS-PEDCAB EQUAL "35"
               MOVE "SIM" TO PED-FIM
           ELSE
               PERFORM LE-PEDCAB
               PERFORM GUARDA-PEDCAB
                       UNTIL PED-FIM EQUAL "SIM"
               CLOSE PEDCAB.
       LE-PEDCAB.
           READ PEDCAB
                       AT END
                             MOVE "SIM" TO PED-FIM.
       GUARDA-PEDCAB.
           IF  CB-DATAPED NOT LESS WS-INI-ANO
           AND CB-DATAPED NOT GREATER WS-FIM-ANO
               IF  QT-PEDCAB NOT LESS 5000
                   DISPLAY "PRG142 - TABELA PEDCAB ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QT-PEDCAB
                   MOVE CB-NUMPED TO TAB-CB-NUMPED(QT-PEDCAB)
                   MOVE CB-NUMSOC TO TAB-CB-NUMSOC(QT-PEDCAB).
           PERFORM LE-PEDCAB.

       MONTA-PERFIS.
           MOVE SPACES TO WS-FS-NASCSOC.
           OPEN INPUT NASCSOC.
           IF  WS-FS-NASCSOC EQUAL "00"
               MOVE "SIM" TO WS-TEM-NASCARQ.
           MOVE SPACES TO WS-FS-CATHIST.
           OPEN INPUT CATHIST.
           IF  WS-FS-CATHIST EQUAL "00"
               MOVE "SIM" TO WS-TEM-CATHIST.
           MOVE SPACES TO WS-FS-ACORDOS.
           OPEN INPUT ACORDOS.
           IF  WS-FS-ACORDOS EQUAL "00"
               MOVE "SIM" TO WS-TEM-ACORDO.
           OPEN INPUT CADSOC1 OUTPUT PERFSOC.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PERFSOC" TO WS-ARQ-ERRO.
           MOVE WS-FS-PERFSOC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LEITURA.
           PERFORM PRINCIPAL
                   UNTIL FIMARQ EQUAL "SIM".
           CLOSE CADSOC1 PERFSOC.
           IF  WS-TEM-NASCARQ EQUAL "SIM"
               CLOSE NASCSOC.
           IF  WS-TEM-CATHIST EQUAL "SIM"
               CLOSE CATHIST.
           IF  WS-TEM-ACORDO EQUAL "SIM"
               CLOSE ACORDOS.

       LEITURA.
           READ CADSOC1
                       AT END
                             MOVE "SIM" TO FIMARQ
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       PRINCIPAL.
           INITIALIZE REGPERFSOC.
           MOVE NUMSOC1   TO PF-NUMSOC.
           MOVE NOMSOC1   TO PF-NOME.
           MOVE FILIAL1   TO PF-FILIAL.
           MOVE SITSOC1   TO PF-SITSOC.
           MOVE 01 TO PF-CATEG.
           MOVE ZEROS TO WS-IX.
           PERFORM BUSCA-CATEG-SOCIO
                   QT-CATSOC TIMES.
           PERFORM BUSCA-ADMISSAO.
           PERFORM CALCULA-TEMPO-CASA.
           IF  WS-TEM-ACORDO EQUAL "SIM"
               PERFORM VERIFICA-ACORDO.
           WRITE REGPERFSOC.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "PERFSOC" TO WS-ARQ-ERRO.
           MOVE WS-FS-PERFSOC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD 1 TO CT-PERFIS.
           PERFORM LEITURA.

       BUSCA-CATEG-SOCIO.
           ADD 1 TO WS-IX.
           IF  TAB-CS-NUMSOC(WS-IX) EQUAL NUMSOC1
               MOVE TAB-CS-CATEG(WS-IX) TO PF-CATEG.

       BUSCA-ADMISSAO.
           MOVE ZEROS TO PF-ADMISSAO.
           IF  WS-TEM-NASCARQ EQUAL "SIM"
               MOVE NUMSOC1 TO NS-NUMSOC
               READ NASCSOC
                   INVALID KEY
                       MOVE ZEROS TO NS-DTADMIS
               END-READ
               MOVE NS-DTADMIS TO PF-ADMISSAO.
           IF  PF-ADMISSAO EQUAL ZERO
           AND WS-TEM-CATHIST EQUAL "SIM"
               PERFORM BUSCA-PRIMEIRA-CATEG.
           IF  PF-ADMISSAO EQUAL ZERO
               MOVE DTSTATUS1 TO PF-ADMISSAO.

       BUSCA-PRIMEIRA-CATEG.
           MOVE NUMSOC1 TO CH-NUMSOC.
           MOVE ZEROS   TO CH-INICIO.
           START CATHIST KEY NOT LESS CH-CHAVE
               INVALID KEY
                   MOVE HIGH-VALUES TO CH-CHAVE
               NOT INVALID KEY
                   READ CATHIST NEXT
                       AT END
                           MOVE HIGH-VALUES TO CH-CHAVE
                   END-READ
           END-START.
           IF  CH-NUMSOC EQUAL NUMSOC1
               MOVE CH-INICIO TO PF-ADMISSAO.

       CALCULA-TEMPO-CASA.
           MOVE WS-FIM-ANO TO WS-FIM-TEMPO.
           IF  (SITSOC1 EQUAL "R" OR SITSOC1 EQUAL "F")
           AND DTSTATUS1 GREATER ZERO
           AND DTSTATUS1 LESS WS-FIM-ANO
               MOVE DTSTATUS1 TO WS-FIM-TEMPO.
           MOVE ZEROS TO PF-ANOS.
           IF  PF-ADMISSAO GREATER ZERO
           AND PF-ADMISSAO LESS WS-FIM-TEMPO
               COMPUTE PF-ANOS =
                       (WS-FIM-TEMPO - PF-ADMISSAO) / 10000.

       VERIFICA-ACORDO.
           MOVE NUMSOC1 TO AC-NUMSOC.
           READ ACORDOS
               INVALID KEY
                   MOVE ZEROS TO AC-QTD-PARC
               NOT INVALID KEY
                   IF  AC-DATA-ACORDO NOT LESS WS-INI-ANO
                   AND AC-DATA-ACORDO NOT GREATER WS-FIM-ANO
                       MOVE 1 TO PF-ACORDOS
                       MOVE AC-VALOR-TOTAL TO PF-VAL-ACORDO
                   END-IF
           END-READ.
           IF  AC-QTD-PARC GREATER 12
               MOVE 12 TO AC-QTD-PARC.
           MOVE ZEROS TO WS-IX-PARC.
           PERFORM CONTA-PARCELA-PAGA
                   AC-QTD-PARC TIMES.
       CONTA-PARCELA-PAGA.
           ADD 1 TO WS-IX-PARC.
           IF  AC-PARC-SIT(WS-IX-PARC) EQUAL "P"
           AND AC-PARC-VENC(WS-IX-PARC) NOT LESS WS-INI-ANO
           AND AC-PARC-VENC(WS-IX-PARC) NOT GREATER WS-FIM-ANO
               ADD 1 TO PF-PARC-PAGAS.

       LOCALIZA-PERFIL.
           MOVE WS-NUMSOC-MOV TO PF-NUMSOC.
           MOVE "SIM" TO WS-ACHOU-PERFIL.
           READ PERFSOC
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU-PERFIL
                   ADD 1 TO CT-SEM-CADASTRO
           END-READ.
       REGRAVA-PERFIL.
           REWRITE REGPERFSOC.
           MOVE "REWRITE" TO WS-OPER-ERRO.
           MOVE "PERFSOC" TO WS-ARQ-ERRO.
           MOVE WS-FS-PERFSOC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       ACUMULA-COBRANCAS.
           MOVE "NAO" TO MOV-FIM.
           MOVE SPACES TO WS-FS-COBHIST.
           OPEN INPUT COBHIST.
           IF  WS-FS-COBHIST NOT EQUAL "00"
               DISPLAY "PRG142 - HISTORICO DE COBRANCA AUSENTE"
           ELSE
               PERFORM LE-COBHIST
               PERFORM ACUMULA-COBRANCA
                       UNTIL MOV-FIM EQUAL "SIM"
               CLOSE COBHIST.
       LE-COBHIST.
           READ COBHIST
                       AT END
                             MOVE "SIM" TO MOV-FIM.
       ACUMULA-COBRANCA.
           IF  HC-CICLO NOT LESS WS-INI-ANO
           AND HC-CICLO NOT GREATER WS-FIM-ANO
               ADD 1 TO CT-CICLOS
               MOVE HC-NUMSOC TO WS-NUMSOC-MOV
               PERFORM LOCALIZA-PERFIL
               IF  WS-ACHOU-PERFIL EQUAL "SIM"
                   ADD 1        TO PF-CICLOS
                   ADD HC-BRUTO TO PF-FATURADO
                   PERFORM REGRAVA-PERFIL.
           PERFORM LE-COBHIST.

       ACUMULA-PAGAMENTOS.
           MOVE "NAO" TO MOV-FIM.
           MOVE SPACES TO WS-FS-PAGTOS.
           OPEN INPUT PAGTOS.
           IF  WS-FS-PAGTOS EQUAL "35"
               MOVE "SIM" TO MOV-FIM
           ELSE
               PERFORM LE-PAGTO
               PERFORM ACUMULA-PAGTO
                       UNTIL MOV-FIM EQUAL "SIM"
               CLOSE PAGTOS.
       LE-PAGTO.
           READ PAGTOS
                       AT END
                             MOVE "SIM" TO MOV-FIM.
       ACUMULA-PAGTO.
           IF  PG-DATAPAG NOT LESS WS-INI-ANO
           AND PG-DATAPAG NOT GREATER WS-FIM-ANO
               ADD 1 TO CT-PAGTOS
               MOVE PG-NUMSOC TO WS-NUMSOC-MOV
               PERFORM LOCALIZA-PERFIL
               IF  WS-ACHOU-PERFIL EQUAL "SIM"
                   ADD PG-VALOR OF REGPAGTO TO PF-RECEBIDO
                   PERFORM REGRAVA-PERFIL.
           PERFORM LE-PAGTO.

       ACUMULA-PAGNOTA.
           MOVE "NAO" TO MOV-FIM.
           MOVE SPACES TO WS-FS-PAGNOTA.
           OPEN INPUT PAGNOTA.
           IF  WS-FS-PAGNOTA EQUAL "35"
               MOVE "SIM" TO MOV-FIM
           ELSE
               PERFORM LE-PAGNOTA
               PERFORM ABATE-PAGNOTA
                       UNTIL MOV-FIM EQUAL "SIM"
               CLOSE PAGNOTA.
       LE-PAGNOTA.
           READ PAGNOTA
                       AT END
                             MOVE "SIM" TO MOV-FIM.
       ABATE-PAGNOTA.
           IF  NP-DATA NOT LESS WS-INI-ANO
           AND NP-DATA NOT GREATER WS-FIM-ANO
               ADD 1 TO CT-PAGNOTA
               MOVE NP-NUMSOC TO WS-NUMSOC-MOV
               PERFORM LOCALIZA-PERFIL
               IF  WS-ACHOU-PERFIL EQUAL "SIM"
                   SUBTRACT NP-VALOR FROM PF-RECEBIDO
                   PERFORM REGRAVA-PERFIL.
           PERFORM LE-PAGNOTA.

       ACUMULA-NOTAS.
           MOVE "SIM" TO WS-LE-HIST.
           MOVE "NAO" TO NOT-FIM.
           MOVE SPACES TO WS-FS-NOTAHIST.
           OPEN INPUT NOTAHIST.
           IF  WS-FS-NOTAHIST NOT EQUAL "35"
               PERFORM LE-NOTA
               PERFORM ACUMULA-NOTA
                       UNTIL NOT-FIM EQUAL "SIM"
               CLOSE NOTAHIST.
           MOVE "NAO" TO WS-LE-HIST.
           MOVE "NAO" TO NOT-FIM.
           MOVE SPACES TO WS-FS-NOTAS.
           OPEN INPUT NOTAS.
           IF  WS-FS-NOTAS NOT EQUAL "35"
               PERFORM LE-NOTA
               PERFORM ACUMULA-NOTA
                       UNTIL NOT-FIM EQUAL "SIM"
               CLOSE NOTAS.
       LE-NOTA.
           IF  WS-LE-HIST EQUAL "SIM"
               PERFORM LE-NOTAHIST
           ELSE
               READ NOTAS
                           AT END
                                 MOVE "SIM" TO NOT-FIM.
       LE-NOTAHIST.
           READ NOTAHIST
                       AT END
                             MOVE "SIM" TO NOT-FIM
                       NOT AT END
                             MOVE REGNOTAHIST TO REGPRINT.
       ACUMULA-NOTA.
           ADD 1 TO CT-ITENS-NOTA.
           MOVE ZEROS TO WS-NUMSOC-NOTA.
           PERFORM PROCURA-SOCIO-PED
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-PEDCAB.
           IF  WS-NUMSOC-NOTA EQUAL ZEROS
               ADD 1 TO CT-NOTAS-FORA
           ELSE
               IF  TIPONOTA EQUAL "C"
               OR  TIPONOTA EQUAL "D"
                   MOVE -1 TO WS-SINAL
               ELSE
                   MOVE +1 TO WS-SINAL
               END-IF
               MOVE WS-NUMSOC-NOTA TO WS-NUMSOC-MOV
               PERFORM LOCALIZA-PERFIL
               IF  WS-ACHOU-PERFIL EQUAL "SIM"
                   COMPUTE PF-MARGEM =
                           PF-MARGEM + WS-SINAL * NF-MARKUP
                   PERFORM REGRAVA-PERFIL.
           PERFORM LE-NOTA.
       PROCURA-SOCIO-PED.
           IF  TAB-CB-NUMPED(WS-IX) EQUAL NUMPED-NF
               MOVE TAB-CB-NUMSOC(WS-IX) TO WS-NUMSOC-NOTA.

       ACUMULA-BAIXAS.
           MOVE "NAO" TO MOV-FIM.
           MOVE SPACES TO WS-FS-WOFFLEDG.
           OPEN INPUT WOFFLEDG.
           IF  WS-FS-WOFFLEDG EQUAL "35"
               MOVE "SIM" TO MOV-FIM
           ELSE
               PERFORM LE-WOFFLEDG
               PERFORM ACUMULA-BAIXA
                       UNTIL MOV-FIM EQUAL "SIM"
               CLOSE WOFFLEDG.
       LE-WOFFLEDG.
           READ WOFFLEDG
                       AT END
                             MOVE "SIM" TO MOV-FIM.
       ACUMULA-BAIXA.
           IF  WL-DATA NOT LESS WS-INI-ANO
           AND WL-DATA NOT GREATER WS-FIM-ANO
               ADD 1 TO CT-BAIXAS
               MOVE WL-NUMSOC TO WS-NUMSOC-MOV
               PERFORM LOCALIZA-PERFIL
               IF  WS-ACHOU-PERFIL EQUAL "SIM"
                   ADD WL-VALOR TO PF-BAIXAS
                   PERFORM REGRAVA-PERFIL.
           PERFORM LE-WOFFLEDG.

       ACUMULA-REEMBOLSOS.
           MOVE "NAO" TO MOV-FIM.
           MOVE SPACES TO WS-FS-REEMBHIST.
           OPEN INPUT REEMBHIST.
           IF  WS-FS-REEMBHIST NOT EQUAL "00"
               MOVE "SIM" TO MOV-FIM
           ELSE
               PERFORM LE-REEMBHIST
               PERFORM ACUMULA-REEMBOLSO
                       UNTIL MOV-FIM EQUAL "SIM"
               CLOSE REEMBHIST.
       LE-REEMBHIST.
           READ REEMBHIST
                       AT END
                             MOVE "SIM" TO MOV-FIM.
       ACUMULA-REEMBOLSO.
           IF  HR-DATA NOT LESS WS-INI-ANO
           AND HR-DATA NOT GREATER WS-FIM-ANO
               ADD 1 TO CT-REEMBOLSOS
               MOVE HR-NUMSOC TO WS-NUMSOC-MOV
               PERFORM LOCALIZA-PERFIL
               IF  WS-ACHOU-PERFIL EQUAL "SIM"
                   ADD HR-VALOR TO PF-REEMBOLSO
                   PERFORM REGRAVA-PERFIL.
           PERFORM LE-REEMBHIST.

       GERA-RENTTMP.
           OPEN INPUT PERFSOC OUTPUT RENTTMP.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PERFSOC" TO WS-ARQ-ERRO.
           MOVE WS-FS-PERFSOC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RENTTMP" TO WS-ARQ-ERRO.
           MOVE WS-FS-RENTTMP TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "NAO" TO PF-FIM.
           PERFORM LE-PERFSOC.
           PERFORM CALCULA-LIQUIDO
                   UNTIL PF-FIM EQUAL "SIM".
           CLOSE PERFSOC RENTTMP.
       LE-PERFSOC.
           READ PERFSOC NEXT
                       AT END
                             MOVE "SIM" TO PF-FIM.
       CALCULA-LIQUIDO.
           COMPUTE PF-CUSTO = PF-CICLOS  * WS-CUSTO-COB
                            + PF-ACORDOS * WS-CUSTO-ACO.
           COMPUTE PF-LIQUIDO = PF-FATURADO - PF-BAIXAS
                              - PF-REEMBOLSO - PF-CUSTO
                              + PF-MARGEM.
           MOVE PF-LIQUIDO TO RT-LIQUIDO.
           MOVE REGPERFSOC TO RT-PERFIL.
           WRITE REGRENTTMP.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "RENTTMP" TO WS-ARQ-ERRO.
           MOVE WS-FS-RENTTMP TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LE-PERFSOC.

       IMPRIME-RANKING.
           MOVE "RANKING DE RENTABILIDADE DOS SOCIOS" TO C1-TITULO.
           MOVE CAB2-RANK TO CAB2.
           MOVE 31 TO CTLIN.
           MOVE ZEROS TO CT-ORDEM.
           PERFORM ABRE-RENTORD.
           PERFORM IMPRIME-SOCIO-RANKING
                   UNTIL RO-FIM EQUAL "SIM".
           CLOSE RENTORD.
       ABRE-RENTORD.
           OPEN INPUT RENTORD.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RENTORD" TO WS-ARQ-ERRO.
           MOVE WS-FS-RENTORD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "NAO" TO RO-FIM.
           PERFORM LE-RENTORD.
       LE-RENTORD.
           READ RENTORD
                       AT END
                             MOVE "SIM" TO RO-FIM.
       IMPRIME-SOCIO-RANKING.
           ADD 1 TO CT-ORDEM.
           PERFORM MONTA-DETALHE.
           PERFORM IMPRIME-DETALHE.
           COMPUTE WS-IX-GRP = RO-CATEG + 1.
           ADD 1           TO TAB-GC-QTDE(WS-IX-GRP).
           ADD RO-FATURADO TO TAB-GC-FATUR(WS-IX-GRP).
           ADD RO-LIQUIDO  TO TAB-GC-LIQUIDO(WS-IX-GRP).
           COMPUTE WS-IX-GRP = RO-FILIAL + 1.
           ADD 1           TO TAB-GF-QTDE(WS-IX-GRP).
           ADD RO-FATURADO TO TAB-GF-FATUR(WS-IX-GRP).
           ADD RO-LIQUIDO  TO TAB-GF-LIQUIDO(WS-IX-GRP).
           IF  RO-LIQUIDO LESS ZERO
               ADD 1 TO CT-NEGATIVOS
               COMPUTE WS-IX-GRP = RO-CATEG + 1
               ADD 1 TO TAB-GC-NEGAT(WS-IX-GRP)
               COMPUTE WS-IX-GRP = RO-FILIAL + 1
               ADD 1 TO TAB-GF-NEGAT(WS-IX-GRP).
           ADD RO-FATURADO  TO WS-TOT-FATURADO.
           ADD RO-RECEBIDO  TO WS-TOT-RECEBIDO.
           ADD RO-MARGEM    TO WS-TOT-MARGEM.
           ADD RO-REEMBOLSO TO WS-TOT-REEMBOLSO.
           ADD RO-BAIXAS    TO WS-TOT-BAIXAS.
           ADD RO-CUSTO     TO WS-TOT-CUSTO.
           ADD RO-LIQUIDO   TO WS-TOT-LIQUIDO.
           ADD RO-ACORDOS   TO CT-ACORDOS.
           ADD RO-PARC-PAGAS TO CT-PARC-PAGAS.
           ADD RO-VAL-ACORDO TO WS-TOT-ACORDOS.
           PERFORM LE-RENTORD.

       MONTA-DETALHE.
           MOVE CT-ORDEM    TO DE-ORDEM.
           MOVE RO-NUMSOC   TO DE-NUM.
           MOVE RO-NOME     TO DE-NOME.
           MOVE RO-CATEG    TO DE-CATEG.
           MOVE RO-FILIAL   TO DE-FILIAL.
           MOVE RO-ANOS     TO DE-ANOS.
           MOVE RO-FATURADO TO DE-FATUR.
           MOVE RO-RECEBIDO TO DE-RECEB.
           MOVE RO-MARGEM   TO DE-MARGEM.
           MOVE RO-LIQUIDO  TO DE-LIQUIDO.

       IMPRIME-ANTIGOS-NEGATIVOS.
           MOVE "SOCIOS ANTIGOS COM CONTRIBUICAO NEGATIVA"
                TO C1-TITULO.
           MOVE 31 TO CTLIN.
           MOVE ZEROS TO CT-ORDEM.
           PERFORM ABRE-RENTORD.
           PERFORM SELECIONA-ANTIGO
                   UNTIL RO-FIM EQUAL "SIM".
           CLOSE RENTORD.
           IF  CT-LONGOS-NEG EQUAL ZERO
               PERFORM IMPRIME-CABECALHO
               MOVE SPACES TO REGRELRENT
               MOVE "NENHUM SOCIO NESTA SITUACAO" TO REGRELRENT(6:40)
               WRITE REGRELRENT AFTER ADVANCING 2 LINES.
       SELECIONA-ANTIGO.
           ADD 1 TO CT-ORDEM.
           IF  RO-ANOS NOT LESS WS-ANOS-LONGO
           AND RO-LIQUIDO LESS ZERO
               ADD 1 TO CT-LONGOS-NEG
               PERFORM MONTA-DETALHE
               PERFORM IMPRIME-DETALHE.
           PERFORM LE-RENTORD.

       IMPRIME-DETALHE.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELRENT FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-POR-CATEGORIA.
           MOVE "RESUMO POR CATEGORIA" TO C1-TITULO.
           MOVE "CATEG." TO C2-GRUPO.
           MOVE CAB2-GRUPO TO CAB2.
           PERFORM IMPRIME-CABECALHO.
           MOVE ZEROS TO WS-IX-GRP.
           PERFORM IMPRIME-CATEGORIA 100 TIMES.
       IMPRIME-CATEGORIA.
           ADD 1 TO WS-IX-GRP.
           IF  TAB-GC-QTDE(WS-IX-GRP) GREATER ZERO
               COMPUTE RG-COD = WS-IX-GRP - 1
               MOVE TAB-GC-QTDE(WS-IX-GRP)    TO RG-QTDE
               MOVE TAB-GC-FATUR(WS-IX-GRP)   TO RG-FATUR
               MOVE TAB-GC-LIQUIDO(WS-IX-GRP) TO RG-LIQUIDO
               MOVE TAB-GC-NEGAT(WS-IX-GRP)   TO RG-NEGAT
               PERFORM IMPRIME-GRUPO.

       IMPRIME-POR-FILIAL.
           MOVE "RESUMO POR FILIAL" TO C1-TITULO.
           MOVE "FILIAL" TO C2-GRUPO.
           MOVE CAB2-GRUPO TO CAB2.
           PERFORM IMPRIME-CABECALHO.
           MOVE ZEROS TO WS-IX-GRP.
           PERFORM IMPRIME-FILIAL 100 TIMES.
       IMPRIME-FILIAL.
           ADD 1 TO WS-IX-GRP.
           IF  TAB-GF-QTDE(WS-IX-GRP) GREATER ZERO
               COMPUTE RG-COD = WS-IX-GRP - 1
               MOVE TAB-GF-QTDE(WS-IX-GRP)    TO RG-QTDE
               MOVE TAB-GF-FATUR(WS-IX-GRP)   TO RG-FATUR
               MOVE TAB-GF-LIQUIDO(WS-IX-GRP) TO RG-LIQUIDO
               MOVE TAB-GF-NEGAT(WS-IX-GRP)   TO RG-NEGAT
               PERFORM IMPRIME-GRUPO.

       IMPRIME-GRUPO.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELRENT FROM RESGRP AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-TOTAIS.
           MOVE "TOTAIS DO EXERCICIO" TO C1-TITULO.
           MOVE SPACES TO CAB2.
           PERFORM IMPRIME-CABECALHO.
           MOVE "SOCIOS AVALIADOS.......................:" TO RS-TXT.
           MOVE CT-PERFIS TO RS-QTDE.
           WRITE REGRELRENT FROM RESUMO AFTER ADVANCING 2 LINES.
           MOVE "SOCIOS COM CONTRIBUICAO NEGATIVA.......:" TO RS-TXT.
           MOVE CT-NEGATIVOS TO RS-QTDE.
           WRITE REGRELRENT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "ANTIGOS NEGATIVOS (ANOS DE CASA >=)....:" TO RS-TXT.
           MOVE WS-ANOS-LONGO TO RS-QTDE.
           WRITE REGRELRENT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "  QUANTIDADE...........................:" TO RS-TXT.
           MOVE CT-LONGOS-NEG TO RS-QTDE.
           WRITE REGRELRENT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "ACORDOS DE PARCELAMENTO FIRMADOS.......:" TO RS-TXT.
           MOVE CT-ACORDOS TO RS-QTDE.
           WRITE REGRELRENT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "PARCELAS DE ACORDO PAGAS...............:" TO RS-TXT.
           MOVE CT-PARC-PAGAS TO RS-QTDE.
           WRITE REGRELRENT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "MOVIMENTOS SEM SOCIO NO CADASTRO.......:" TO RS-TXT.
           MOVE CT-SEM-CADASTRO TO RS-QTDE.
           WRITE REGRELRENT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "MENSALIDADES FATURADAS.................:" TO RV-TXT.
           MOVE WS-TOT-FATURADO TO RV-VALOR.
           WRITE REGRELRENT FROM RESUMOV AFTER ADVANCING 2 LINES.
           MOVE "MENSALIDADES RECEBIDAS.................:" TO RV-TXT.
           MOVE WS-TOT-RECEBIDO TO RV-VALOR.
           WRITE REGRELRENT FROM RESUMOV AFTER ADVANCING 1 LINE.
           MOVE "VALOR DOS ACORDOS FIRMADOS.............:" TO RV-TXT.
           MOVE WS-TOT-ACORDOS TO RV-VALOR.
           WRITE REGRELRENT FROM RESUMOV AFTER ADVANCING 1 LINE.
           MOVE "MARGEM DA LOJA.........................:" TO RV-TXT.
           MOVE WS-TOT-MARGEM TO RV-VALOR.
           WRITE REGRELRENT FROM RESUMOV AFTER ADVANCING 1 LINE.
           MOVE "(-) BAIXAS POR INCOBRABILIDADE.........:" TO RV-TXT.
           MOVE WS-TOT-BAIXAS TO RV-VALOR.
           WRITE REGRELRENT FROM RESUMOV AFTER ADVANCING 1 LINE.
           MOVE "(-) REEMBOLSOS DE CREDITO..............:" TO RV-TXT.
           MOVE WS-TOT-REEMBOLSO TO RV-VALOR.
           WRITE REGRELRENT FROM RESUMOV AFTER ADVANCING 1 LINE.
           MOVE "(-) CUSTO DE COBRANCA E ACORDOS........:" TO RV-TXT.
           MOVE WS-TOT-CUSTO TO RV-VALOR.
           WRITE REGRELRENT FROM RESUMOV AFTER ADVANCING 1 LINE.
           MOVE "CONTRIBUICAO LIQUIDA...................:" TO RV-TXT.
           MOVE WS-TOT-LIQUIDO TO RV-VALOR.
           WRITE REGRELRENT FROM RESUMOV AFTER ADVANCING 2 LINES.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELRENT.
           WRITE REGRELRENT AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELRENT FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELRENT FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELRENT FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELRENT FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELRENT FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELRENT FROM BREAK AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG142"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-PERFIS    TO RL-QTDE.
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
               DISPLAY "PRG142 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG142" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
