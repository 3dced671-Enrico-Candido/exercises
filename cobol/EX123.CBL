       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG123.
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
           SELECT CADCONT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CT-NUMSOC
           FILE STATUS IS WS-FS-CADCONT.
           SELECT NFESTAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NS-NUMNOTA
           FILE STATUS IS WS-FS-NFESTAT.
           SELECT NFERET ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NFERET.
           SELECT NFEEVT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NFEEVT.
           SELECT NFEENV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NFEENV.
           SELECT NFELOTE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NFELOTE.
           SELECT RELNFE ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELNFE.
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
       FD  CADCONT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADCONT.DAT".
       01  REGCONT.
           02 CT-NUMSOC     PIC 9(06).
           02 CT-ENDERECO   PIC X(30).
           02 CT-CIDADE     PIC X(20).
           02 CT-CEP        PIC 9(08).
           02 CT-FONE       PIC X(12).
           02 CT-EMAIL      PIC X(30).
           02 CT-DOCUMENTO  PIC 9(14).
           02 CT-PREFCOM    PIC X(01).
       FD  NFESTAT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NFESTAT.DAT".
       01  REGNFESTAT.
           02 NS-NUMNOTA    PIC 9(06).
           02 NS-SITUACAO   PIC X(01).
           02 NS-CHAVE      PIC X(44).
           02 NS-PROTOCOLO  PIC 9(15).
           02 NS-CODIGO     PIC 9(03).
           02 NS-MOTIVO     PIC X(40).
           02 NS-LOTE       PIC 9(06).
           02 NS-ENVIOS     PIC 9(02).
           02 NS-DATA-ENVIO PIC 9(08).
           02 NS-DATA-RET   PIC 9(08).
           02 NS-VALOR      PIC 9(08)V99.
           02 NS-PROT-CANC  PIC 9(15).
       FD  NFERET
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NFERET.DAT".
       01  REGNFERET.
           02 RT-TIPO       PIC X(01).
           02 RT-LOTE       PIC 9(06).
           02 RT-NUMNOTA    PIC 9(06).
           02 RT-SITUACAO   PIC X(01).
           02 RT-CHAVE      PIC X(44).
           02 RT-PROTOCOLO  PIC 9(15).
           02 RT-CODIGO     PIC 9(03).
           02 RT-MOTIVO     PIC X(40).
           02 RT-DATA       PIC 9(08).
       FD  NFEEVT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NFEEVT.DAT".
       01  REGNFEEVT.
           02 EV-NUMNOTA    PIC 9(06).
           02 EV-EVENTO     PIC 9(06).
           02 EV-DATA       PIC 9(08).
           02 EV-NOTA-CANC  PIC 9(06).
           02 EV-JUSTIF     PIC X(40).
       FD  NFEENV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NFEENV.DAT".
       01  REGNFEENV        PIC X(160).
       01  REGNFEHDR REDEFINES REGNFEENV.
           02 NVH-TIPO      PIC X(01).
           02 NVH-LOTE      PIC 9(06).
           02 NVH-DATA      PIC 9(08).
           02 NVH-CNPJ      PIC 9(14).
           02 FILLER        PIC X(131).
       01  REGNFENOTA REDEFINES REGNFEENV.
           02 NVA-TIPO      PIC X(01).
           02 NVA-NUMNOTA   PIC 9(06).
           02 NVA-DATA      PIC 9(08).
           02 NVA-NUMPED    PIC 9(06).
           02 NVA-FILIAL    PIC 9(02).
           02 NVA-EMISSAO   PIC X(01).
           02 NVA-NUMSOC    PIC 9(06).
           02 NVA-DOCUMENTO PIC 9(14).
           02 NVA-ENDERECO  PIC X(30).
           02 NVA-CIDADE    PIC X(20).
           02 NVA-CEP       PIC 9(08).
           02 NVA-EMAIL     PIC X(30).
           02 NVA-QTITENS   PIC 9(02).
           02 NVA-VALOR     PIC 9(08)V99.
           02 NVA-TOTIMP    PIC 9(06)V99.
           02 NVA-FINALID   PIC X(01).
           02 FILLER        PIC X(07).
       01  REGNFEREF REDEFINES REGNFEENV.
           02 NVR-TIPO      PIC X(01).
           02 NVR-NUMNOTA   PIC 9(06).
           02 NVR-NOTA-REF  PIC 9(06).
           02 NVR-CHAVE-REF PIC X(44).
           02 FILLER        PIC X(103).
       01  REGNFEITEM REDEFINES REGNFEENV.
           02 NVI-TIPO      PIC X(01).
           02 NVI-NUMNOTA   PIC 9(06).
           02 NVI-ITEM      PIC 9(02).
           02 NVI-PRODUTO   PIC X(06).
           02 NVI-QTD       PIC 9(03).
           02 NVI-PRECO     PIC 9(06)V99.
           02 NVI-IMPOSTO   PIC 9(03) OCCURS 5 TIMES.
           02 NVI-TOTIMP    PIC 9(04)V99.
           02 FILLER        PIC X(113).
       01  REGNFEEVENTO REDEFINES REGNFEENV.
           02 NVE-TIPO      PIC X(01).
           02 NVE-NUMNOTA   PIC 9(06).
           02 NVE-EVENTO    PIC 9(06).
           02 NVE-CHAVE     PIC X(44).
           02 NVE-PROTOCOLO PIC 9(15).
           02 NVE-DATA      PIC 9(08).
           02 NVE-JUSTIF    PIC X(40).
           02 FILLER        PIC X(40).
       01  REGNFETRL REDEFINES REGNFEENV.
           02 NVT-TIPO      PIC X(01).
           02 NVT-QTD-NOTAS PIC 9(06).
           02 NVT-QTD-EVT   PIC 9(06).
           02 NVT-VALOR     PIC 9(13)V99.
           02 FILLER        PIC X(132).
       FD  NFELOTE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NFELOTE.DAT".
       01  REGNFELOTE.
           02 UL-LOTE       PIC 9(06).
       FD  RELNFE LABEL RECORD OMITTED.
       01  REGRELNFE        PIC X(80).
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
       77  WS-LE-HIST       PIC X(03) VALUE "NAO".
       77  WS-FS-CADCONT    PIC X(02) VALUE SPACES.
       77  WS-FS-NFESTAT    PIC X(02) VALUE SPACES.
       77  WS-FS-NFERET     PIC X(02) VALUE SPACES.
       77  WS-FS-NFEEVT     PIC X(02) VALUE SPACES.
       77  WS-FS-NFEENV     PIC X(02) VALUE "00".
       77  WS-FS-NFELOTE    PIC X(02) VALUE SPACES.
       77  WS-FS-RELNFE     PIC X(02) VALUE "00".
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  NOT-FIM          PIC X(03) VALUE "NAO".
       77  CAB-FIM          PIC X(03) VALUE "NAO".
       77  RET-FIM          PIC X(03) VALUE "NAO".
       77  EVT-FIM          PIC X(03) VALUE "NAO".
       77  STA-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-NOTA-INICIAL  PIC 9(06) VALUE ZEROS.
       77  WS-MAX-ENVIOS    PIC 9(02) VALUE 3.
       77  WS-CNPJ-EMIT     PIC 9(14) VALUE ZEROS.
       77  WS-LOTE          PIC 9(06) VALUE ZEROS.
       77  WS-CADCONT-OK    PIC X(03) VALUE "SIM".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-NOTA-ATUAL    PIC 9(06) VALUE ZEROS.
       77  WS-TIPO-ATUAL    PIC X(01) VALUE SPACES.
       77  WS-REF-ATUAL     PIC 9(06) VALUE ZEROS.
       77  WS-CHAVE-REF     PIC X(44) VALUE SPACES.
       77  WS-NFESTAT-SALVO PIC X(158) VALUE SPACES.
       77  CT-DEVOLUCOES    PIC 9(05) VALUE ZEROS.
       77  WS-PED-ATUAL     PIC 9(06) VALUE ZEROS.
       77  WS-FILIAL-ATUAL  PIC 9(02) VALUE ZEROS.
       77  WS-TOT-NOTA      PIC 9(08)V99 VALUE ZEROS.
       77  WS-TOT-IMPOSTO   PIC 9(06)V99 VALUE ZEROS.
       77  WS-NUMSOC-NOTA   PIC 9(06) VALUE ZEROS.
       77  WS-VAL-LOTE      PIC 9(13)V99 VALUE ZEROS.
       77  QT-PEDCAB        PIC 9(04) VALUE ZEROS.
       77  QT-LINHAS        PIC 9(02) VALUE ZEROS.
       77  QT-EVT           PIC 9(04) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  WS-JX            PIC 9(02) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-RETORNOS      PIC 9(07) VALUE ZEROS.
       77  CT-RET-IGNORADOS PIC 9(07) VALUE ZEROS.
       77  CT-AUTORIZADAS   PIC 9(07) VALUE ZEROS.
       77  CT-REJEITADAS    PIC 9(07) VALUE ZEROS.
       77  CT-CONTINGENCIA  PIC 9(07) VALUE ZEROS.
       77  CT-CANC-HOMOLOG  PIC 9(07) VALUE ZEROS.
       77  CT-CANC-REJEIT   PIC 9(07) VALUE ZEROS.
       77  CT-EVENTOS-LIDOS PIC 9(07) VALUE ZEROS.
       77  CT-EVENTOS-ENV   PIC 9(07) VALUE ZEROS.
       77  CT-EVT-PENDENTES PIC 9(07) VALUE ZEROS.
       77  CT-CANC-LOCAIS   PIC 9(07) VALUE ZEROS.
       77  CT-NOTAS-LIDAS   PIC 9(07) VALUE ZEROS.
       77  CT-ENVIADAS      PIC 9(07) VALUE ZEROS.
       77  CT-REENVIADAS    PIC 9(07) VALUE ZEROS.
       77  CT-REJ-LOCAL     PIC 9(07) VALUE ZEROS.
       77  CT-ANTERIORES    PIC 9(07) VALUE ZEROS.
       77  CT-AGUARDANDO    PIC 9(07) VALUE ZEROS.
       77  CT-EXCEDIDAS     PIC 9(07) VALUE ZEROS.
       77  CT-PARA-CORRIGIR PIC 9(07) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-PARM-V6X.
           02 WS-PARM-V6    PIC 9(06).
       01  WS-PARM-V2X.
           02 WS-PARM-V2    PIC 9(02).
       01  WS-PARM-V14X.
           02 WS-PARM-V14   PIC 9(14).
       01  TAB-PEDCAB.
                 04 TAB-CB-OCORR OCCURS 2000 TIMES.
                       05 TAB-CB-NUMPED PIC 9(06).
                       05 TAB-CB-NUMSOC PIC 9(06).
       01  TAB-LINHAS.
                 04 TAB-LN-OCORR OCCURS 99 TIMES.
                       05 TAB-LN-ITEM     PIC 9(02).
                       05 TAB-LN-PRODUTO  PIC X(06).
                       05 TAB-LN-QTD      PIC 9(03).
                       05 TAB-LN-PRECO    PIC 9(06)V99.
                       05 TAB-LN-IMPOSTO  PIC 9(03) OCCURS 5 TIMES.
                       05 TAB-LN-TOTIMP   PIC 9(04)V99.
       01  TAB-EVT.
                 04 TAB-EVT-OCORR OCCURS 1000 TIMES.
                       05 TAB-EV-NUMNOTA  PIC 9(06).
                       05 TAB-EV-EVENTO   PIC 9(06).
                       05 TAB-EV-DATA     PIC 9(08).
                       05 TAB-EV-CANC     PIC 9(06).
                       05 TAB-EV-JUSTIF   PIC X(40).
                       05 TAB-EV-SIT      PIC X(01).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(15) VALUE SPACES.
                 03 FILLER  PIC X(30) VALUE
                    "NOTA FISCAL ELETRONICA - LOTE ".
                 03 C1-LOTE PIC ZZZZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(04) VALUE " EM ".
                 03 C1-DATA PIC 9999/99/99 VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(10) VALUE "   NOTA".
                 03 FILLER  PIC X(25) VALUE "SITUACAO".
                 03 FILLER  PIC X(05) VALUE "COD".
                 03 FILLER  PIC X(40) VALUE "MOTIVO".
       01  SECAO.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 SC-TXT  PIC X(50) VALUE SPACES.
       01  DETALHE.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-NOTA PIC ZZZZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-SIT  PIC X(24) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DT-COD  PIC ZZ9   VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-MOT  PIC X(40) VALUE SPACES.
       01  RESUMO.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 RS-TXT  PIC X(32) VALUE SPACES.
                 03 RS-QTDE PIC ZZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           PERFORM ABRE-NFESTAT.
           PERFORM LE-ULTIMO-LOTE.
           ADD 1 TO WS-LOTE.
           OPEN OUTPUT RELNFE.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELNFE" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELNFE TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-LOTE TO C1-LOTE.
           MOVE WS-HOJE TO C1-DATA.
           PERFORM PROCESSA-RETORNO.
           PERFORM CARREGA-PEDCAB.
           PERFORM ABRE-CADCONT.
           PERFORM ABRE-NFEENV.
           PERFORM PROCESSA-EVENTOS.
           PERFORM PROCESSA-NOTAS.
           PERFORM FECHA-NFEENV.
           IF  WS-CADCONT-OK EQUAL "SIM"
               CLOSE CADCONT.
           IF  CT-ENVIADAS GREATER ZERO
           OR  CT-EVENTOS-ENV GREATER ZERO
               PERFORM GRAVA-ULTIMO-LOTE.
           PERFORM LISTA-PARA-CORRECAO.
           PERFORM IMPRIME-RESUMO.
           CLOSE NFESTAT RELNFE.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG123 - TOTAIS DE CONTROLE".
           DISPLAY "LOTE DE ENVIO..........: " WS-LOTE.
           DISPLAY "RETORNOS PROCESSADOS...: " CT-RETORNOS.
           DISPLAY "RETORNOS IGNORADOS.....: " CT-RET-IGNORADOS.
           DISPLAY "NOTAS AUTORIZADAS......: " CT-AUTORIZADAS.
           DISPLAY "NOTAS REJEITADAS.......: " CT-REJEITADAS.
           DISPLAY "NOTAS EM CONTINGENCIA..: " CT-CONTINGENCIA.
           DISPLAY "CANCELAM. HOMOLOGADOS..: " CT-CANC-HOMOLOG.
           DISPLAY "CANCELAM. REJEITADOS...: " CT-CANC-REJEIT.
           DISPLAY "EVENTOS DE CANCELAMENTO: " CT-EVENTOS-LIDOS.
           DISPLAY "EVENTOS ENVIADOS.......: " CT-EVENTOS-ENV.
           DISPLAY "EVENTOS AGUARDANDO.....: " CT-EVT-PENDENTES.
           DISPLAY "CANCELADAS SEM ENVIO...: " CT-CANC-LOCAIS.
           DISPLAY "LINHAS DE NOTAS LIDAS..: " CT-NOTAS-LIDAS.
           DISPLAY "NOTAS ENVIADAS.........: " CT-ENVIADAS.
           DISPLAY "  DAS QUAIS REENVIOS...: " CT-REENVIADAS.
           DISPLAY "  DAS QUAIS DEVOLUCOES.: " CT-DEVOLUCOES.
           DISPLAY "RECUSADAS NA GERACAO...: " CT-REJ-LOCAL.
           DISPLAY "ANTERIORES A NF-E......: " CT-ANTERIORES.
           DISPLAY "AGUARDANDO RETORNO.....: " CT-AGUARDANDO.
           DISPLAY "LIMITE DE ENVIOS.......: " CT-EXCEDIDAS.
           DISPLAY "NOTAS PARA CORRECAO....: " CT-PARA-CORRIGIR.
           IF  RETURN-CODE LESS 4
               IF  CT-PARA-CORRIGIR GREATER ZERO
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
           IF  PG-PROGRAMA EQUAL "PRG123"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "NUMINIC" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:6) TO WS-PARM-V6X
               IF  WS-PARM-V6 NUMERIC
                   MOVE WS-PARM-V6 TO WS-NOTA-INICIAL.
           MOVE "MAXENVIO" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:2) TO WS-PARM-V2X
               IF  WS-PARM-V2 NUMERIC
               AND WS-PARM-V2 GREATER ZERO
                   MOVE WS-PARM-V2 TO WS-MAX-ENVIOS.
           MOVE "CNPJEMIT" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:14) TO WS-PARM-V14X
               IF  WS-PARM-V14 NUMERIC
                   MOVE WS-PARM-V14 TO WS-CNPJ-EMIT.

       ABRE-NFESTAT.
           MOVE SPACES TO WS-FS-NFESTAT.
           OPEN I-O NFESTAT.
           IF  WS-FS-NFESTAT EQUAL "35"
               OPEN OUTPUT NFESTAT
               CLOSE NFESTAT
               OPEN I-O NFESTAT.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "NFESTAT" TO WS-ARQ-ERRO.
           MOVE WS-FS-NFESTAT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       LE-ULTIMO-LOTE.
           MOVE SPACES TO WS-FS-NFELOTE.
           OPEN INPUT NFELOTE.
           IF  WS-FS-NFELOTE EQUAL "35"
               MOVE ZEROS TO REGNFELOTE
           ELSE
               READ NFELOTE AT END MOVE ZEROS TO REGNFELOTE
               END-READ
               CLOSE NFELOTE.
           MOVE UL-LOTE TO WS-LOTE.

       GRAVA-ULTIMO-LOTE.
           OPEN OUTPUT NFELOTE.
           MOVE WS-LOTE TO UL-LOTE.
           WRITE REGNFELOTE.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "NFELOTE" TO WS-ARQ-ERRO.
           MOVE WS-FS-NFELOTE TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           CLOSE NFELOTE.

       PROCESSA-RETORNO.
           MOVE "RETORNO DA AUTORIZACAO" TO SC-TXT.
           PERFORM IMPRIME-SECAO.
           MOVE SPACES TO WS-FS-NFERET.
           OPEN INPUT NFERET.
           IF  WS-FS-NFERET EQUAL "35"
               MOVE "SIM" TO RET-FIM
               MOVE "NENHUM RETORNO RECEBIDO" TO DT-SIT
               PERFORM IMPRIME-DETALHE
           ELSE
               PERFORM LE-RETORNO
               PERFORM APLICA-RETORNO THRU APLICA-RETORNO-FIM
                       UNTIL RET-FIM EQUAL "SIM"
               CLOSE NFERET.
       LE-RETORNO.
           READ NFERET
                       AT END
                             MOVE "SIM" TO RET-FIM.
       APLICA-RETORNO.
           ADD 1 TO CT-RETORNOS.
           MOVE "SIM" TO WS-ACHOU.
           MOVE RT-NUMNOTA TO NS-NUMNOTA.
           READ NFESTAT
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           MOVE RT-NUMNOTA TO DT-NOTA.
           MOVE RT-CODIGO  TO DT-COD.
           MOVE RT-MOTIVO  TO DT-MOT.
           IF  WS-ACHOU EQUAL "NAO"
               ADD 1 TO CT-RET-IGNORADOS
               MOVE "NOTA NAO ENVIADA" TO DT-SIT
               PERFORM IMPRIME-DETALHE
               GO TO APLICA-RETORNO-FIM.
           IF  NS-LOTE NOT EQUAL RT-LOTE
               ADD 1 TO CT-RET-IGNORADOS
               MOVE "RETORNO DE LOTE ANTERIOR" TO DT-SIT
               PERFORM IMPRIME-DETALHE
               GO TO APLICA-RETORNO-FIM.
           IF  RT-TIPO EQUAL "E"
               PERFORM APLICA-RETORNO-EVENTO
           ELSE
               PERFORM APLICA-RETORNO-NOTA.
           MOVE RT-DATA   TO NS-DATA-RET.
           MOVE RT-CODIGO TO NS-CODIGO.
           REWRITE REGNFESTAT.
           MOVE "REWRITE" TO WS-OPER-ERRO.
           MOVE "NFESTAT" TO WS-ARQ-ERRO.
           MOVE WS-FS-NFESTAT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM IMPRIME-DETALHE.
       APLICA-RETORNO-FIM.
           PERFORM LE-RETORNO.

       APLICA-RETORNO-NOTA.
           MOVE "SITUACAO DESCONHECIDA" TO DT-SIT.
           IF  RT-SITUACAO EQUAL "A"
               MOVE "A"          TO NS-SITUACAO
               MOVE RT-CHAVE     TO NS-CHAVE
               MOVE RT-PROTOCOLO TO NS-PROTOCOLO
               MOVE SPACES       TO NS-MOTIVO
               ADD 1 TO CT-AUTORIZADAS
               MOVE "AUTORIZADA" TO DT-SIT.
           IF  RT-SITUACAO EQUAL "R"
               MOVE "R"          TO NS-SITUACAO
               MOVE RT-MOTIVO    TO NS-MOTIVO
               ADD 1 TO CT-REJEITADAS
               MOVE "REJEITADA" TO DT-SIT.
           IF  RT-SITUACAO EQUAL "C"
               MOVE "C"          TO NS-SITUACAO
               MOVE RT-CHAVE     TO NS-CHAVE
               MOVE RT-MOTIVO    TO NS-MOTIVO
               ADD 1 TO CT-CONTINGENCIA
               MOVE "EMITIDA EM CONTINGENCIA" TO DT-SIT.

       APLICA-RETORNO-EVENTO.
           IF  RT-SITUACAO EQUAL "A"
               MOVE "X"          TO NS-SITUACAO
               MOVE RT-PROTOCOLO TO NS-PROT-CANC
               MOVE SPACES       TO NS-MOTIVO
               ADD 1 TO CT-CANC-HOMOLOG
               MOVE "CANCELAMENTO HOMOLOGADO" TO DT-SIT
           ELSE
               MOVE "K"          TO NS-SITUACAO
               MOVE RT-MOTIVO    TO NS-MOTIVO
               ADD 1 TO CT-CANC-REJEIT
               MOVE "CANCELAMENTO REJEITADO" TO DT-SIT.

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
               DISPLAY "PRG123 - TABELA PEDCAB ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-PEDCAB.
           MOVE CB-NUMPED TO TAB-CB-NUMPED(QT-PEDCAB).
           MOVE CB-NUMSOC TO TAB-CB-NUMSOC(QT-PEDCAB).
           PERFORM LE-PEDCAB.

       ABRE-CADCONT.
           MOVE SPACES TO WS-FS-CADCONT.
           OPEN INPUT CADCONT.
           IF  WS-FS-CADCONT NOT EQUAL "00"
               MOVE "NAO" TO WS-CADCONT-OK
               DISPLAY "PRG123 - CADCONT.DAT INDISPONIVEL - "
                       "NOTAS NOVAS NAO SERAO ENVIADAS".

       ABRE-NFEENV.
           OPEN OUTPUT NFEENV.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "NFEENV" TO WS-ARQ-ERRO.
           MOVE WS-FS-NFEENV TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES   TO REGNFEENV.
           MOVE "0"      TO NVH-TIPO.
           MOVE WS-LOTE  TO NVH-LOTE.
           MOVE WS-HOJE  TO NVH-DATA.
           MOVE WS-CNPJ-EMIT TO NVH-CNPJ.
           PERFORM GRAVA-NFEENV.

       FECHA-NFEENV.
           MOVE SPACES   TO REGNFEENV.
           MOVE "9"      TO NVT-TIPO.
           MOVE CT-ENVIADAS    TO NVT-QTD-NOTAS.
           MOVE CT-EVENTOS-ENV TO NVT-QTD-EVT.
           MOVE WS-VAL-LOTE    TO NVT-VALOR.
           PERFORM GRAVA-NFEENV.
           CLOSE NFEENV.

       GRAVA-NFEENV.
           WRITE REGNFEENV.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "NFEENV" TO WS-ARQ-ERRO.
           MOVE WS-FS-NFEENV TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       PROCESSA-EVENTOS.
           MOVE "EVENTOS DE CANCELAMENTO" TO SC-TXT.
           PERFORM IMPRIME-SECAO.
           MOVE SPACES TO WS-FS-NFEEVT.
           OPEN INPUT NFEEVT.
           IF  WS-FS-NFEEVT EQUAL "35"
               MOVE "SIM" TO EVT-FIM
           ELSE
               PERFORM LE-EVENTO
               PERFORM GUARDA-EVENTO
                       UNTIL EVT-FIM EQUAL "SIM"
               CLOSE NFEEVT
               PERFORM TRATA-EVENTO THRU TRATA-EVENTO-FIM
                       VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX GREATER QT-EVT
               PERFORM REGRAVA-EVENTOS.
       LE-EVENTO.
           READ NFEEVT
                       AT END
                             MOVE "SIM" TO EVT-FIM.
       GUARDA-EVENTO.
           IF  QT-EVT NOT LESS 1000
               DISPLAY "PRG123 - TABELA DE EVENTOS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-EVT.
           ADD 1 TO CT-EVENTOS-LIDOS.
           MOVE EV-NUMNOTA   TO TAB-EV-NUMNOTA(QT-EVT).
           MOVE EV-EVENTO    TO TAB-EV-EVENTO(QT-EVT).
           MOVE EV-DATA      TO TAB-EV-DATA(QT-EVT).
           MOVE EV-NOTA-CANC TO TAB-EV-CANC(QT-EVT).
           MOVE EV-JUSTIF    TO TAB-EV-JUSTIF(QT-EVT).
           MOVE "B"          TO TAB-EV-SIT(QT-EVT).
           PERFORM LE-EVENTO.

       TRATA-EVENTO.
           MOVE "SIM" TO WS-ACHOU.
           MOVE TAB-EV-NUMNOTA(WS-IX) TO NS-NUMNOTA.
           READ NFESTAT
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           MOVE TAB-EV-NUMNOTA(WS-IX) TO DT-NOTA.
           MOVE ZEROS  TO DT-COD.
           MOVE SPACES TO DT-MOT.
           IF  WS-ACHOU EQUAL "NAO"
               PERFORM INICIA-SITUACAO
               MOVE TAB-EV-NUMNOTA(WS-IX) TO NS-NUMNOTA
               MOVE "X" TO NS-SITUACAO
               MOVE "CANCELADA ANTES DO ENVIO" TO NS-MOTIVO
               WRITE REGNFESTAT
               MOVE "WRITE" TO WS-OPER-ERRO
               MOVE "NFESTAT" TO WS-ARQ-ERRO
               MOVE WS-FS-NFESTAT TO WS-FS-ERRO
               PERFORM TESTA-STATUS
               ADD 1 TO CT-CANC-LOCAIS
               MOVE "CANCELADA ANTES DO ENVIO" TO DT-SIT
               PERFORM IMPRIME-DETALHE
               GO TO TRATA-EVENTO-FIM.
           IF  NS-SITUACAO EQUAL "A"
               PERFORM ENVIA-EVENTO
               GO TO TRATA-EVENTO-FIM.
           IF  NS-SITUACAO EQUAL "R"
           OR  NS-SITUACAO EQUAL "L"
               MOVE "X" TO NS-SITUACAO
               MOVE "CANCELADA SEM AUTORIZACAO" TO NS-MOTIVO
               PERFORM REGRAVA-SITUACAO
               ADD 1 TO CT-CANC-LOCAIS
               MOVE "CANCELADA SEM AUTORIZACAO" TO DT-SIT
               PERFORM IMPRIME-DETALHE
               GO TO TRATA-EVENTO-FIM.
           IF  NS-SITUACAO EQUAL "P"
           OR  NS-SITUACAO EQUAL "C"
               MOVE "P" TO TAB-EV-SIT(WS-IX)
               ADD 1 TO CT-EVT-PENDENTES
               MOVE "AGUARDA AUTORIZACAO" TO DT-SIT
               PERFORM IMPRIME-DETALHE.
       TRATA-EVENTO-FIM.
           EXIT.

       ENVIA-EVENTO.
           MOVE SPACES        TO REGNFEENV.
           MOVE "E"           TO NVE-TIPO.
           MOVE NS-NUMNOTA    TO NVE-NUMNOTA.
           MOVE TAB-EV-EVENTO(WS-IX) TO NVE-EVENTO.
           MOVE NS-CHAVE      TO NVE-CHAVE.
           MOVE NS-PROTOCOLO  TO NVE-PROTOCOLO.
           MOVE TAB-EV-DATA(WS-IX)   TO NVE-DATA.
           MOVE TAB-EV-JUSTIF(WS-IX) TO NVE-JUSTIF.
           PERFORM GRAVA-NFEENV.
           MOVE "E"           TO NS-SITUACAO.
           MOVE WS-LOTE       TO NS-LOTE.
           MOVE WS-HOJE       TO NS-DATA-ENVIO.
           PERFORM REGRAVA-SITUACAO.
           ADD 1 TO CT-EVENTOS-ENV.
           MOVE "EVENTO ENVIADO" TO DT-SIT.
           PERFORM IMPRIME-DETALHE.

       REGRAVA-EVENTOS.
           OPEN OUTPUT NFEEVT.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "NFEEVT" TO WS-ARQ-ERRO.
           MOVE WS-FS-NFEEVT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM REGRAVA-EVENTO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-EVT.
           CLOSE NFEEVT.
       REGRAVA-EVENTO.
           IF  TAB-EV-SIT(WS-IX) EQUAL "P"
               MOVE TAB-EV-NUMNOTA(WS-IX) TO EV-NUMNOTA
               MOVE TAB-EV-EVENTO(WS-IX)  TO EV-EVENTO
               MOVE TAB-EV-DATA(WS-IX)    TO EV-DATA
               MOVE TAB-EV-CANC(WS-IX)    TO EV-NOTA-CANC
               MOVE TAB-EV-JUSTIF(WS-IX)  TO EV-JUSTIF
               WRITE REGNFEEVT
               MOVE "WRITE" TO WS-OPER-ERRO
               MOVE "NFEEVT" TO WS-ARQ-ERRO
               MOVE WS-FS-NFEEVT TO WS-FS-ERRO
               PERFORM TESTA-STATUS.

       PROCESSA-NOTAS.
           MOVE "NOTAS ENVIADAS E RECUSADAS NA GERACAO" TO SC-TXT.
           PERFORM IMPRIME-SECAO.
           MOVE "SIM" TO WS-LE-HIST.
           MOVE "NAO" TO NOT-FIM.
           MOVE SPACES TO WS-FS-NOTAHIST.
           OPEN INPUT NOTAHIST.
           IF  WS-FS-NOTAHIST NOT EQUAL "35"
               PERFORM LE-NOTA
               PERFORM PROCESSA-GRUPO-NOTA
                       UNTIL NOT-FIM EQUAL "SIM"
               CLOSE NOTAHIST.
           MOVE "NAO" TO WS-LE-HIST.
           MOVE "NAO" TO NOT-FIM.
           MOVE SPACES TO WS-FS-NOTAS.
           OPEN INPUT NOTAS.
           IF  WS-FS-NOTAS EQUAL "35"
               MOVE "SIM" TO NOT-FIM
               DISPLAY "PRG123 - NOTAS.DAT NAO ENCONTRADO"
           ELSE
               PERFORM LE-NOTA
               PERFORM PROCESSA-GRUPO-NOTA
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
       PROCESSA-GRUPO-NOTA.
           MOVE NUMNOTA    TO WS-NOTA-ATUAL.
           MOVE TIPONOTA   TO WS-TIPO-ATUAL.
           MOVE REFNOTA    TO WS-REF-ATUAL.
           MOVE NUMPED-NF  TO WS-PED-ATUAL.
           MOVE NF-FILIAL  TO WS-FILIAL-ATUAL.
           MOVE NF-TOTNOTA TO WS-TOT-NOTA.
           MOVE ZEROS TO QT-LINHAS.
           MOVE ZEROS TO WS-TOT-IMPOSTO.
           PERFORM GUARDA-LINHA-NOTA
                   UNTIL NOT-FIM EQUAL "SIM"
                   OR NUMNOTA NOT EQUAL WS-NOTA-ATUAL.
           IF  WS-TIPO-ATUAL EQUAL "N"
           OR  WS-TIPO-ATUAL EQUAL "D"
               PERFORM AVALIA-NOTA THRU AVALIA-NOTA-FIM.
       GUARDA-LINHA-NOTA.
           IF  QT-LINHAS NOT LESS 99
               DISPLAY "PRG123 - NOTA COM MAIS DE 99 ITENS "
                       WS-NOTA-ATUAL
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-LINHAS.
           MOVE NF-NUMITEM TO TAB-LN-ITEM(QT-LINHAS).
           MOVE PRODUTO    TO TAB-LN-PRODUTO(QT-LINHAS).
           MOVE NF-QTD     TO TAB-LN-QTD(QT-LINHAS).
           MOVE PRECFINAL  TO TAB-LN-PRECO(QT-LINHAS).
           MOVE NF-TOTIMP  TO TAB-LN-TOTIMP(QT-LINHAS).
           PERFORM GUARDA-IMPOSTO
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX GREATER 5.
           ADD NF-TOTIMP TO WS-TOT-IMPOSTO.
           PERFORM LE-NOTA.
       GUARDA-IMPOSTO.
           MOVE NF-IMPOSTO(WS-JX) TO TAB-LN-IMPOSTO(QT-LINHAS WS-JX).

       AVALIA-NOTA.
           MOVE "SIM" TO WS-ACHOU.
           MOVE WS-NOTA-ATUAL TO NS-NUMNOTA.
           READ NFESTAT
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               PERFORM INICIA-SITUACAO
               PERFORM NOTA-NOVA
               WRITE REGNFESTAT
               MOVE "WRITE" TO WS-OPER-ERRO
               MOVE "NFESTAT" TO WS-ARQ-ERRO
               MOVE WS-FS-NFESTAT TO WS-FS-ERRO
               PERFORM TESTA-STATUS
               GO TO AVALIA-NOTA-FIM.
           IF  NS-SITUACAO EQUAL "R"
               PERFORM NOTA-REJEITADA
               PERFORM REGRAVA-SITUACAO
               GO TO AVALIA-NOTA-FIM.
           IF  NS-SITUACAO EQUAL "C"
               ADD 1 TO CT-REENVIADAS
               PERFORM ENVIA-NOTA THRU ENVIA-NOTA-FIM
               PERFORM REGRAVA-SITUACAO
               GO TO AVALIA-NOTA-FIM.
           IF  NS-SITUACAO EQUAL "P"
               ADD 1 TO CT-AGUARDANDO.
       AVALIA-NOTA-FIM.
           EXIT.

       NOTA-NOVA.
           MOVE WS-NOTA-ATUAL TO NS-NUMNOTA.
           MOVE WS-TOT-NOTA   TO NS-VALOR.
           IF  WS-NOTA-ATUAL LESS WS-NOTA-INICIAL
               MOVE "L" TO NS-SITUACAO
               MOVE "EMITIDA ANTES DA NF-E" TO NS-MOTIVO
               ADD 1 TO CT-ANTERIORES
           ELSE
               PERFORM ENVIA-NOTA THRU ENVIA-NOTA-FIM.

       NOTA-REJEITADA.
           IF  NS-ENVIOS NOT LESS WS-MAX-ENVIOS
               ADD 1 TO CT-EXCEDIDAS
           ELSE
               ADD 1 TO CT-REENVIADAS
               PERFORM ENVIA-NOTA THRU ENVIA-NOTA-FIM.

       ENVIA-NOTA.
           MOVE WS-NOTA-ATUAL TO DT-NOTA.
           PERFORM BUSCA-SOCIO-PEDIDO.
           MOVE "SIM" TO WS-ACHOU.
           IF  WS-CADCONT-OK EQUAL "NAO"
               MOVE "NAO" TO WS-ACHOU
           ELSE
               MOVE WS-NUMSOC-NOTA TO CT-NUMSOC
               READ CADCONT
                   INVALID KEY
                       MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               MOVE "R"   TO NS-SITUACAO
               MOVE 999   TO NS-CODIGO
               MOVE "DESTINATARIO SEM CADASTRO DE CONTATO"
                          TO NS-MOTIVO
               ADD 1 TO CT-REJ-LOCAL
               MOVE "RECUSADA NA GERACAO" TO DT-SIT
               MOVE NS-CODIGO TO DT-COD
               MOVE NS-MOTIVO TO DT-MOT
               PERFORM IMPRIME-DETALHE
               GO TO ENVIA-NOTA-FIM.
           IF  WS-TIPO-ATUAL EQUAL "D"
               PERFORM BUSCA-CHAVE-ORIGEM
               IF  WS-CHAVE-REF EQUAL SPACES
                   MOVE "R"   TO NS-SITUACAO
                   MOVE 999   TO NS-CODIGO
                   MOVE "NOTA DE ORIGEM SEM AUTORIZACAO"
                              TO NS-MOTIVO
                   ADD 1 TO CT-REJ-LOCAL
                   MOVE "RECUSADA NA GERACAO" TO DT-SIT
                   MOVE NS-CODIGO TO DT-COD
                   MOVE NS-MOTIVO TO DT-MOT
                   PERFORM IMPRIME-DETALHE
                   GO TO ENVIA-NOTA-FIM.
           MOVE SPACES          TO REGNFEENV.
           MOVE "A"             TO NVA-TIPO.
           MOVE WS-NOTA-ATUAL   TO NVA-NUMNOTA.
           MOVE WS-HOJE         TO NVA-DATA.
           MOVE WS-PED-ATUAL    TO NVA-NUMPED.
           MOVE WS-FILIAL-ATUAL TO NVA-FILIAL.
           MOVE "N"             TO NVA-EMISSAO.
           IF  NS-SITUACAO EQUAL "C"
               MOVE "C"         TO NVA-EMISSAO.
           MOVE WS-NUMSOC-NOTA  TO NVA-NUMSOC.
           MOVE CT-DOCUMENTO    TO NVA-DOCUMENTO.
           MOVE CT-ENDERECO     TO NVA-ENDERECO.
           MOVE CT-CIDADE       TO NVA-CIDADE.
           MOVE CT-CEP          TO NVA-CEP.
           MOVE CT-EMAIL        TO NVA-EMAIL.
           MOVE QT-LINHAS       TO NVA-QTITENS.
           MOVE WS-TOT-NOTA     TO NVA-VALOR.
           MOVE WS-TOT-IMPOSTO  TO NVA-TOTIMP.
           MOVE WS-TIPO-ATUAL   TO NVA-FINALID.
           PERFORM GRAVA-NFEENV.
           IF  WS-TIPO-ATUAL EQUAL "D"
               MOVE SPACES        TO REGNFEENV
               MOVE "R"           TO NVR-TIPO
               MOVE WS-NOTA-ATUAL TO NVR-NUMNOTA
               MOVE WS-REF-ATUAL  TO NVR-NOTA-REF
               MOVE WS-CHAVE-REF  TO NVR-CHAVE-REF
               PERFORM GRAVA-NFEENV
               ADD 1 TO CT-DEVOLUCOES.
           PERFORM ENVIA-ITEM
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-LINHAS.
           IF  NS-SITUACAO NOT EQUAL "C"
               MOVE "P" TO NS-SITUACAO.
           MOVE ZEROS       TO NS-CODIGO.
           MOVE WS-LOTE     TO NS-LOTE.
           MOVE WS-HOJE     TO NS-DATA-ENVIO.
           MOVE WS-TOT-NOTA TO NS-VALOR.
           ADD 1 TO NS-ENVIOS.
           ADD 1 TO CT-ENVIADAS.
           ADD WS-TOT-NOTA TO WS-VAL-LOTE.
       ENVIA-NOTA-FIM.
           EXIT.

       BUSCA-CHAVE-ORIGEM.
           MOVE SPACES TO WS-CHAVE-REF.
           MOVE REGNFESTAT TO WS-NFESTAT-SALVO.
           MOVE WS-REF-ATUAL TO NS-NUMNOTA.
           READ NFESTAT
               INVALID KEY
                   MOVE SPACES TO NS-CHAVE
                   MOVE "X"    TO NS-SITUACAO.
           IF  NS-SITUACAO NOT EQUAL "X"
               MOVE NS-CHAVE TO WS-CHAVE-REF.
           MOVE WS-NFESTAT-SALVO TO REGNFESTAT.

       ENVIA-ITEM.
           MOVE SPACES               TO REGNFEENV.
           MOVE "I"                  TO NVI-TIPO.
           MOVE WS-NOTA-ATUAL        TO NVI-NUMNOTA.
           MOVE TAB-LN-ITEM(WS-IX)    TO NVI-ITEM.
           MOVE TAB-LN-PRODUTO(WS-IX) TO NVI-PRODUTO.
           MOVE TAB-LN-QTD(WS-IX)     TO NVI-QTD.
           MOVE TAB-LN-PRECO(WS-IX)   TO NVI-PRECO.
           MOVE TAB-LN-TOTIMP(WS-IX)  TO NVI-TOTIMP.
           PERFORM ENVIA-IMPOSTO
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX GREATER 5.
           PERFORM GRAVA-NFEENV.
       ENVIA-IMPOSTO.
           MOVE TAB-LN-IMPOSTO(WS-IX WS-JX) TO NVI-IMPOSTO(WS-JX).

       BUSCA-SOCIO-PEDIDO.
           MOVE ZEROS TO WS-NUMSOC-NOTA.
           PERFORM PROCURA-SOCIO-PED
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-PEDCAB.
       PROCURA-SOCIO-PED.
           IF  TAB-CB-NUMPED(WS-IX) EQUAL WS-PED-ATUAL
               MOVE TAB-CB-NUMSOC(WS-IX) TO WS-NUMSOC-NOTA.

       INICIA-SITUACAO.
           MOVE SPACES TO REGNFESTAT.
           MOVE ZEROS  TO NS-PROTOCOLO NS-CODIGO NS-LOTE NS-ENVIOS
                          NS-DATA-ENVIO NS-DATA-RET NS-VALOR
                          NS-PROT-CANC.

       REGRAVA-SITUACAO.
           REWRITE REGNFESTAT.
           MOVE "REWRITE" TO WS-OPER-ERRO.
           MOVE "NFESTAT" TO WS-ARQ-ERRO.
           MOVE WS-FS-NFESTAT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       LISTA-PARA-CORRECAO.
           MOVE "NOTAS REJEITADAS - CORRIGIR E REENVIAR" TO SC-TXT.
           PERFORM IMPRIME-SECAO.
           MOVE ZEROS TO NS-NUMNOTA.
           MOVE "NAO" TO STA-FIM.
           START NFESTAT KEY NOT LESS NS-NUMNOTA
               INVALID KEY
                   MOVE "SIM" TO STA-FIM.
           PERFORM LISTA-SITUACAO
                   UNTIL STA-FIM EQUAL "SIM".
       LISTA-SITUACAO.
           READ NFESTAT NEXT
                       AT END
                             MOVE "SIM" TO STA-FIM.
           IF  STA-FIM NOT EQUAL "SIM"
               IF  NS-SITUACAO EQUAL "R"
               OR  NS-SITUACAO EQUAL "K"
                   PERFORM IMPRIME-PARA-CORRECAO.
       IMPRIME-PARA-CORRECAO.
           ADD 1 TO CT-PARA-CORRIGIR.
           MOVE NS-NUMNOTA TO DT-NOTA.
           MOVE NS-CODIGO  TO DT-COD.
           MOVE NS-MOTIVO  TO DT-MOT.
           MOVE "REJEITADA - REENVIO"   TO DT-SIT.
           IF  NS-ENVIOS NOT LESS WS-MAX-ENVIOS
               MOVE "REJEITADA - LIMITE" TO DT-SIT.
           IF  NS-SITUACAO EQUAL "K"
               MOVE "CANCELAMENTO REJEITADO" TO DT-SIT.
           PERFORM IMPRIME-DETALHE.

       IMPRIME-RESUMO.
           IF  CTLIN GREATER 20
               PERFORM IMPRIME-CABECALHO.
           MOVE "NOTAS ENVIADAS NO LOTE........:" TO RS-TXT.
           MOVE CT-ENVIADAS TO RS-QTDE.
           WRITE REGRELNFE FROM RESUMO AFTER ADVANCING 3 LINES.
           MOVE "EVENTOS ENVIADOS NO LOTE......:" TO RS-TXT.
           MOVE CT-EVENTOS-ENV TO RS-QTDE.
           WRITE REGRELNFE FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "NOTAS AUTORIZADAS.............:" TO RS-TXT.
           MOVE CT-AUTORIZADAS TO RS-QTDE.
           WRITE REGRELNFE FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "NOTAS EM CONTINGENCIA.........:" TO RS-TXT.
           MOVE CT-CONTINGENCIA TO RS-QTDE.
           WRITE REGRELNFE FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "NOTAS PARA CORRECAO...........:" TO RS-TXT.
           MOVE CT-PARA-CORRIGIR TO RS-QTDE.
           WRITE REGRELNFE FROM RESUMO AFTER ADVANCING 1 LINE.
           ADD 7 TO CTLIN.

       IMPRIME-SECAO.
           IF  CTLIN GREATER 28
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELNFE FROM SECAO AFTER ADVANCING 2 LINES.
           WRITE REGRELNFE FROM BREAK AFTER ADVANCING 1 LINE.
           ADD 3 TO CTLIN.

       IMPRIME-DETALHE.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO
               WRITE REGRELNFE FROM SECAO AFTER ADVANCING 1 LINE
               ADD 1 TO CTLIN.
           WRITE REGRELNFE FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
           MOVE ZEROS  TO DT-NOTA DT-COD.
           MOVE SPACES TO DT-SIT DT-MOT.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELNFE.
           WRITE REGRELNFE AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELNFE FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELNFE FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELNFE FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELNFE FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELNFE FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELNFE FROM BREAK AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG123"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-ENVIADAS  TO RL-QTDE.
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
               DISPLAY "PRG123 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG123" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
