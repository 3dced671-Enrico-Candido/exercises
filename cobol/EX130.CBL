       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG130.
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
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
           SELECT CRNOTA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RN-NUMNOTA
           FILE STATUS IS WS-FS-CRNOTA.
           SELECT PAGNOTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAGNOTA.
           SELECT CREDSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CR-NUMSOC
           FILE STATUS IS WS-FS-CREDSOC.
           SELECT ULTCRNF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ULTCRNF.
           SELECT CRABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CRABERTO.
           SELECT CRORD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CRORD.
           SELECT ARQSORT ASSIGN TO DISK.
           SELECT RELCRNF ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELCRNF.
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
       FD  CRNOTA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CRNOTA.DAT".
       01  REGCRNOTA.
           02 RN-NUMNOTA    PIC 9(06).
           02 RN-TIPO       PIC X(01).
           02 RN-REFNOTA    PIC 9(06).
           02 RN-NUMSOC     PIC 9(06).
           02 RN-FILIAL     PIC 9(02).
           02 RN-EMISSAO    PIC 9(08).
           02 RN-VENCTO     PIC 9(08).
           02 RN-VALOR      PIC 9(09)V99.
           02 RN-PAGO       PIC 9(09)V99.
           02 RN-CREDITO    PIC 9(09)V99.
           02 RN-SALDO      PIC 9(09)V99.
           02 RN-SITUACAO   PIC X(01).
           02 RN-DATA-ULT   PIC 9(08).
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
       FD  CREDSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".
       01  REGCRED.
           02 CR-NUMSOC     PIC 9(06).
           02 CR-VALOR      PIC 9(09)V99.
           02 CR-DATA-ORIG  PIC 9(08).
       FD  ULTCRNF
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ULTCRNF.DAT".
       01  REGULTCRNF.
           02 UC-NUMNOTA    PIC 9(06).
           02 UC-QTPAG      PIC 9(08).
       FD  CRABERTO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CRABERTO.DAT".
       01  REGCRABERTO.
           02 AB-FILIAL     PIC 9(02).
           02 AB-NUMSOC     PIC 9(06).
           02 AB-NUMNOTA    PIC 9(06).
           02 AB-VENCTO     PIC 9(08).
           02 AB-SALDO      PIC 9(09)V99.
       FD  CRORD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CRORD.DAT".
       01  REGCRORD.
           02 OR-FILIAL     PIC 9(02).
           02 OR-NUMSOC     PIC 9(06).
           02 OR-NUMNOTA    PIC 9(06).
           02 OR-VENCTO     PIC 9(08).
           02 OR-SALDO      PIC 9(09)V99.
       SD  ARQSORT.
       01  REGSORT.
           03 SRT-FILIAL    PIC 9(02).
           03 SRT-NUMSOC    PIC 9(06).
           03 SRT-NUMNOTA   PIC 9(06).
           03 SRT-RESTO     PIC X(19).
       FD  RELCRNF LABEL RECORD OMITTED.
       01  REGRELCRNF       PIC X(80).
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
       77  WS-FS-CADSOC1    PIC X(02) VALUE SPACES.
       77  WS-FS-CRNOTA     PIC X(02) VALUE SPACES.
       77  WS-FS-PAGNOTA    PIC X(02) VALUE SPACES.
       77  WS-FS-CREDSOC    PIC X(02) VALUE SPACES.
       77  WS-FS-ULTCRNF    PIC X(02) VALUE SPACES.
       77  WS-FS-CRABERTO   PIC X(02) VALUE "00".
       77  WS-FS-CRORD      PIC X(02) VALUE "00".
       77  WS-FS-RELCRNF    PIC X(02) VALUE "00".
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  WS-LE-HIST       PIC X(03) VALUE "NAO".
       77  WS-TEM-CADSOC    PIC X(03) VALUE "NAO".
       77  NOT-FIM          PIC X(03) VALUE "NAO".
       77  CAB-FIM          PIC X(03) VALUE "NAO".
       77  PNF-FIM          PIC X(03) VALUE "NAO".
       77  TIT-FIM          PIC X(03) VALUE "NAO".
       77  ORD-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-PRAZO         PIC 9(03) VALUE 30.
       77  WS-ULT-NOTA      PIC 9(06) VALUE ZEROS.
       77  WS-MAIOR-NOTA    PIC 9(06) VALUE ZEROS.
       77  WS-NOTA-ANT      PIC 9(06) VALUE ZEROS.
       77  WS-ULT-QTPAG     PIC 9(08) VALUE ZEROS.
       77  WS-QT-PAGNOTA    PIC 9(08) VALUE ZEROS.
       77  WS-PED-ATUAL     PIC 9(06) VALUE ZEROS.
       77  WS-NUMSOC-NOTA   PIC 9(06) VALUE ZEROS.
       77  WS-NUMSOC-CRED   PIC 9(06) VALUE ZEROS.
       77  WS-REF-NOTA      PIC 9(06) VALUE ZEROS.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-CRED-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-VALOR         PIC 9(09)V99 VALUE ZEROS.
       77  WS-ABATE         PIC 9(09)V99 VALUE ZEROS.
       77  WS-VAL-EXCESSO   PIC 9(09)V99 VALUE ZEROS.
       77  WS-INT-DATA      PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-ATRASO   PIC S9(07) VALUE ZEROS.
       77  WS-FX            PIC 9(01) VALUE ZEROS.
       77  WS-FILIAL-ANT    PIC 9(02) VALUE ZEROS.
       77  WS-SOCIO-ANT     PIC 9(06) VALUE ZEROS.
       77  WS-TOT-SOCIO     PIC 9(11)V99 VALUE ZEROS.
       77  QT-PEDCAB        PIC 9(04) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  WS-FASE          PIC X(01) VALUE "O".
       77  CT-NOTAS-LIDAS   PIC 9(07) VALUE ZEROS.
       77  CT-NOTAS-VENDA   PIC 9(07) VALUE ZEROS.
       77  CT-TITULOS       PIC 9(07) VALUE ZEROS.
       77  CT-SEM-SOCIO     PIC 9(07) VALUE ZEROS.
       77  CT-DUPLICADAS    PIC 9(07) VALUE ZEROS.
       77  CT-NOTAS-CRED    PIC 9(07) VALUE ZEROS.
       77  CT-CRED-ABATIDOS PIC 9(07) VALUE ZEROS.
       77  CT-CRED-SEM-TIT  PIC 9(07) VALUE ZEROS.
       77  CT-PAG-LIDOS     PIC 9(07) VALUE ZEROS.
       77  CT-PAG-APLICADOS PIC 9(07) VALUE ZEROS.
       77  CT-PAG-SEM-TIT   PIC 9(07) VALUE ZEROS.
       77  CT-EXCEDENTES    PIC 9(07) VALUE ZEROS.
       77  CT-ABERTOS       PIC 9(07) VALUE ZEROS.
       77  CT-VENCIDOS      PIC 9(07) VALUE ZEROS.
       77  WS-TOT-EMITIDO   PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-CREDITO   PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-PAGO      PIC 9(11)V99 VALUE ZEROS.
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
       01  WS-FAIXAS-FIL.
           02 WS-FX-FIL     PIC 9(11)V99 OCCURS 5 TIMES.
       01  WS-FAIXAS-GER.
           02 WS-FX-GER     PIC 9(11)V99 OCCURS 5 TIMES.
       01  TAB-FAIXAS-VAL.
           02 FILLER        PIC X(08) VALUE "A VENCER".
           02 FILLER        PIC X(08) VALUE "1-30".
           02 FILLER        PIC X(08) VALUE "31-60".
           02 FILLER        PIC X(08) VALUE "61-90".
           02 FILLER        PIC X(08) VALUE "90+".
       01  TAB-FAIXAS REDEFINES TAB-FAIXAS-VAL.
           02 TAB-FX-DESCR  PIC X(08) OCCURS 5 TIMES.
       01  TAB-PEDCAB.
                 04 TAB-CB-OCORR OCCURS 2000 TIMES.
                       05 TAB-CB-NUMPED PIC 9(06).
                       05 TAB-CB-NUMSOC PIC 9(06).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(12) VALUE SPACES.
                 03 FILLER  PIC X(45) VALUE
                    "CONTAS A RECEBER DA LOJA - POSICAO DE ".
                 03 C1-DATA PIC 9999/99/99 VALUE ZEROS.
       01  CAB2-OCO.
                 03 FILLER  PIC X(10) VALUE "    NOTA".
                 03 FILLER  PIC X(08) VALUE "   SOCIO".
                 03 FILLER  PIC X(16) VALUE "           VALOR".
                 03 FILLER  PIC X(40) VALUE "  OCORRENCIA".
       01  CAB2-ENV.
                 03 FILLER  PIC X(06) VALUE " FIL".
                 03 FILLER  PIC X(08) VALUE "SOCIO".
                 03 FILLER  PIC X(08) VALUE "NOTA".
                 03 FILLER  PIC X(12) VALUE "VENCIMENTO".
                 03 FILLER  PIC X(07) VALUE " DIAS".
                 03 FILLER  PIC X(16) VALUE "           SALDO".
                 03 FILLER  PIC X(08) VALUE "FAIXA".
       01  SECAO.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 SC-TXT  PIC X(50) VALUE SPACES.
       01  LINOCO.
                 03 FILLER    PIC X(04) VALUE SPACES.
                 03 OC-NOTA   PIC ZZZZZ9 VALUE ZEROS.
                 03 FILLER    PIC X(02) VALUE SPACES.
                 03 OC-SOCIO  PIC ZZZZZ9 VALUE ZEROS.
                 03 FILLER    PIC X(02) VALUE SPACES.
                 03 OC-VALOR  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER    PIC X(02) VALUE SPACES.
                 03 OC-TXT    PIC X(40) VALUE SPACES.
       01  DETALHE.
                 03 FILLER    PIC X(02) VALUE SPACES.
                 03 DT-FILIAL PIC 99 VALUE ZEROS.
                 03 FILLER    PIC X(02) VALUE SPACES.
                 03 DT-SOCIO  PIC ZZZZZ9 VALUE ZEROS.
                 03 FILLER    PIC X(02) VALUE SPACES.
                 03 DT-NOTA   PIC ZZZZZ9 VALUE ZEROS.
                 03 FILLER    PIC X(02) VALUE SPACES.
                 03 DT-VENCTO PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER    PIC X(02) VALUE SPACES.
                 03 DT-DIAS   PIC ZZZZ9 VALUE ZEROS.
                 03 FILLER    PIC X(02) VALUE SPACES.
                 03 DT-SALDO  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER    PIC X(02) VALUE SPACES.
                 03 DT-FAIXA  PIC X(08) VALUE SPACES.
       01  TOTSOC.
                 03 FILLER    PIC X(04) VALUE SPACES.
                 03 FILLER    PIC X(06) VALUE "SOCIO ".
                 03 TS-SOCIO  PIC ZZZZZ9 VALUE ZEROS.
                 03 FILLER    PIC X(01) VALUE SPACES.
                 03 TS-NOME   PIC X(20) VALUE SPACES.
                 03 FILLER    PIC X(04) VALUE SPACES.
                 03 TS-SALDO  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  CABFX.
                 03 FILLER    PIC X(14) VALUE SPACES.
                 03 FILLER    PIC X(13) VALUE "     A VENCER".
                 03 FILLER    PIC X(13) VALUE "       1 A 30".
                 03 FILLER    PIC X(13) VALUE "      31 A 60".
                 03 FILLER    PIC X(13) VALUE "      61 A 90".
                 03 FILLER    PIC X(13) VALUE "     ACIMA 90".
       01  TOTFX.
                 03 TF-TXT    PIC X(14) VALUE SPACES.
                 03 TF-VAL    PIC ZZ.ZZZ.ZZ9,99 OCCURS 5 TIMES.
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
           PERFORM LE-CONTROLE.
           MOVE WS-ULT-NOTA TO WS-MAIOR-NOTA.
           OPEN OUTPUT RELCRNF.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELCRNF" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELCRNF TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-HOJE TO C1-DATA.
           PERFORM CARREGA-PEDCAB.
           PERFORM ABRE-CRNOTA.
           PERFORM ABRE-CREDSOC.
           MOVE "OCORRENCIAS DO MOVIMENTO" TO SC-TXT.
           PERFORM IMPRIME-SECAO.
           PERFORM PROCESSA-NOTAS.
           PERFORM PROCESSA-PAGAMENTOS.
           PERFORM GRAVA-CONTROLE.
           CLOSE CREDSOC.
           PERFORM GERA-ABERTOS.
           CLOSE CRNOTA.
           SORT ARQSORT ASCENDING KEY SRT-FILIAL SRT-NUMSOC
                                      SRT-NUMNOTA
                USING CRABERTO GIVING CRORD.
           MOVE SPACES TO WS-FS-CADSOC1.
           OPEN INPUT CADSOC1.
           IF  WS-FS-CADSOC1 EQUAL "00"
               MOVE "SIM" TO WS-TEM-CADSOC.
           PERFORM IMPRIME-ENVELHECIMENTO.
           IF  WS-TEM-CADSOC EQUAL "SIM"
               CLOSE CADSOC1.
           PERFORM IMPRIME-RESUMO.
           CLOSE RELCRNF.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG130 - TOTAIS DE CONTROLE".
           DISPLAY "ULTIMA NOTA TRATADA....: " WS-MAIOR-NOTA.
           DISPLAY "LINHAS DE NOTAS LIDAS..: " CT-NOTAS-LIDAS.
           DISPLAY "NOTAS DE VENDA NOVAS...: " CT-NOTAS-VENDA.
           DISPLAY "TITULOS ABERTOS........: " CT-TITULOS.
           DISPLAY "NOTAS SEM SOCIO........: " CT-SEM-SOCIO.
           DISPLAY "NOTAS JA TRATADAS......: " CT-DUPLICADAS.
           DISPLAY "NOTAS DE CREDITO.......: " CT-NOTAS-CRED.
           DISPLAY "CREDITOS ABATIDOS......: " CT-CRED-ABATIDOS.
           DISPLAY "CREDITOS SEM TITULO....: " CT-CRED-SEM-TIT.
           DISPLAY "PAGAMENTOS LIDOS.......: " CT-PAG-LIDOS.
           DISPLAY "PAGAMENTOS APLICADOS...: " CT-PAG-APLICADOS.
           DISPLAY "PAGAMENTOS SEM TITULO..: " CT-PAG-SEM-TIT.
           DISPLAY "EXCEDENTES CREDITADOS..: " CT-EXCEDENTES.
           DISPLAY "TITULOS EM ABERTO......: " CT-ABERTOS.
           DISPLAY "TITULOS VENCIDOS.......: " CT-VENCIDOS.
           IF  RETURN-CODE LESS 4
               IF  CT-SEM-SOCIO GREATER ZERO
               OR  CT-CRED-SEM-TIT GREATER ZERO
               OR  CT-PAG-SEM-TIT GREATER ZERO
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
           IF  PG-PROGRAMA EQUAL "PRG130"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "PRAZONF" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               IF  WS-PARM-V3 NUMERIC
                   MOVE WS-PARM-V3 TO WS-PRAZO.

       LE-CONTROLE.
           MOVE SPACES TO WS-FS-ULTCRNF.
           OPEN INPUT ULTCRNF.
           IF  WS-FS-ULTCRNF EQUAL "35"
               MOVE ZEROS TO REGULTCRNF
           ELSE
               READ ULTCRNF AT END MOVE ZEROS TO REGULTCRNF
               END-READ
               CLOSE ULTCRNF.
           MOVE UC-NUMNOTA TO WS-ULT-NOTA.
           MOVE UC-QTPAG   TO WS-ULT-QTPAG.

       GRAVA-CONTROLE.
           OPEN OUTPUT ULTCRNF.
           MOVE WS-MAIOR-NOTA TO UC-NUMNOTA.
           MOVE WS-QT-PAGNOTA TO UC-QTPAG.
           WRITE REGULTCRNF.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "ULTCRNF" TO WS-ARQ-ERRO.
           MOVE WS-FS-ULTCRNF TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           CLOSE ULTCRNF.

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
               DISPLAY "PRG130 - TABELA PEDCAB ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-PEDCAB.
           MOVE CB-NUMPED TO TAB-CB-NUMPED(QT-PEDCAB).
           MOVE CB-NUMSOC TO TAB-CB-NUMSOC(QT-PEDCAB).
           PERFORM LE-PEDCAB.

       ABRE-CRNOTA.
           MOVE SPACES TO WS-FS-CRNOTA.
           OPEN I-O CRNOTA.
           IF  WS-FS-CRNOTA EQUAL "35"
               OPEN OUTPUT CRNOTA
               CLOSE CRNOTA
               OPEN I-O CRNOTA.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CRNOTA" TO WS-ARQ-ERRO.
           MOVE WS-FS-CRNOTA TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       ABRE-CREDSOC.
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
               DISPLAY "PRG130 - NOTAS.DAT NAO ENCONTRADO"
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
           IF  NUMNOTA NOT GREATER WS-ULT-NOTA
           OR  NUMNOTA EQUAL WS-NOTA-ANT
               GO TO PROCESSA-LINHA-FIM.
           MOVE NUMNOTA TO WS-NOTA-ANT.
           IF  NUMNOTA GREATER WS-MAIOR-NOTA
               MOVE NUMNOTA TO WS-MAIOR-NOTA.
           IF  TIPONOTA EQUAL "N"
               PERFORM ABRE-TITULO THRU ABRE-TITULO-FIM.
           IF  TIPONOTA EQUAL "C"
           OR  TIPONOTA EQUAL "D"
               PERFORM ABATE-CREDITO THRU ABATE-CREDITO-FIM.
       PROCESSA-LINHA-FIM.
           PERFORM LE-NOTA.

       ABRE-TITULO.
           ADD 1 TO CT-NOTAS-VENDA.
           MOVE NUMPED-NF TO WS-PED-ATUAL.
           PERFORM BUSCA-SOCIO-PEDIDO.
           IF  WS-NUMSOC-NOTA EQUAL ZEROS
               ADD 1 TO CT-SEM-SOCIO
               MOVE NF-TOTNOTA TO WS-VALOR
               MOVE "NOTA SEM SOCIO - TITULO NAO ABERTO" TO OC-TXT
               PERFORM IMPRIME-OCORRENCIA
               GO TO ABRE-TITULO-FIM.
           MOVE NUMNOTA        TO RN-NUMNOTA.
           MOVE "N"            TO RN-TIPO.
           MOVE ZEROS          TO RN-REFNOTA.
           MOVE WS-NUMSOC-NOTA TO RN-NUMSOC.
           MOVE NF-FILIAL      TO RN-FILIAL.
           MOVE WS-HOJE        TO RN-EMISSAO.
           COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-PRAZO.
           COMPUTE RN-VENCTO = FUNCTION DATE-OF-INTEGER(WS-INT-DATA).
           MOVE NF-TOTNOTA     TO RN-VALOR RN-SALDO.
           MOVE ZEROS          TO RN-PAGO RN-CREDITO.
           MOVE "A"            TO RN-SITUACAO.
           IF  RN-SALDO EQUAL ZERO
               MOVE "Q" TO RN-SITUACAO.
           MOVE WS-HOJE        TO RN-DATA-ULT.
           MOVE "SIM" TO WS-ACHOU.
           WRITE REGCRNOTA
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               ADD 1 TO CT-DUPLICADAS
               GO TO ABRE-TITULO-FIM.
           ADD 1 TO CT-TITULOS.
           ADD NF-TOTNOTA TO WS-TOT-EMITIDO.
       ABRE-TITULO-FIM.
           EXIT.

       ABATE-CREDITO.
           ADD 1 TO CT-NOTAS-CRED.
           MOVE REFNOTA    TO WS-REF-NOTA.
           MOVE NF-TOTNOTA TO WS-VALOR.
           MOVE NUMPED-NF  TO WS-PED-ATUAL.
           PERFORM BUSCA-SOCIO-PEDIDO.
           MOVE NUMNOTA        TO RN-NUMNOTA.
           MOVE TIPONOTA       TO RN-TIPO.
           MOVE REFNOTA        TO RN-REFNOTA.
           MOVE WS-NUMSOC-NOTA TO RN-NUMSOC.
           MOVE NF-FILIAL      TO RN-FILIAL.
           MOVE WS-HOJE        TO RN-EMISSAO RN-DATA-ULT.
           MOVE ZEROS          TO RN-VENCTO RN-PAGO RN-SALDO.
           MOVE NF-TOTNOTA     TO RN-VALOR RN-CREDITO.
           MOVE "Q"            TO RN-SITUACAO.
           MOVE "SIM" TO WS-ACHOU.
           WRITE REGCRNOTA
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               ADD 1 TO CT-DUPLICADAS
               GO TO ABATE-CREDITO-FIM.
           MOVE WS-REF-NOTA TO RN-NUMNOTA.
           PERFORM LE-TITULO.
           IF  WS-ACHOU EQUAL "NAO"
           OR  RN-TIPO NOT EQUAL "N"
               ADD 1 TO CT-CRED-SEM-TIT
               MOVE NUMNOTA TO WS-REF-NOTA
               MOVE "NOTA DE CREDITO SEM TITULO ORIGINAL" TO OC-TXT
               PERFORM IMPRIME-OCORRENCIA
               GO TO ABATE-CREDITO-FIM.
           PERFORM CALCULA-ABATIMENTO.
           ADD WS-ABATE TO RN-CREDITO.
           PERFORM REGRAVA-TITULO.
           ADD 1 TO CT-CRED-ABATIDOS.
           ADD WS-ABATE TO WS-TOT-CREDITO.
           IF  WS-VAL-EXCESSO GREATER ZERO
               MOVE RN-NUMSOC TO WS-NUMSOC-CRED WS-NUMSOC-NOTA
               PERFORM GRAVA-CREDITO
               MOVE WS-VAL-EXCESSO TO WS-VALOR
               MOVE "CREDITO ALEM DO SALDO - P/ MENSALIDADE"
                    TO OC-TXT
               PERFORM IMPRIME-OCORRENCIA.
       ABATE-CREDITO-FIM.
           EXIT.

       LE-TITULO.
           MOVE "SIM" TO WS-ACHOU.
           READ CRNOTA
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.

       CALCULA-ABATIMENTO.
           MOVE ZEROS TO WS-VAL-EXCESSO.
           IF  WS-VALOR GREATER RN-SALDO
               MOVE RN-SALDO TO WS-ABATE
               COMPUTE WS-VAL-EXCESSO = WS-VALOR - RN-SALDO
           ELSE
               MOVE WS-VALOR TO WS-ABATE.
           SUBTRACT WS-ABATE FROM RN-SALDO.
           IF  RN-SALDO EQUAL ZERO
               MOVE "Q" TO RN-SITUACAO.
           MOVE WS-HOJE TO RN-DATA-ULT.

       REGRAVA-TITULO.
           REWRITE REGCRNOTA.
           MOVE "REWRITE" TO WS-OPER-ERRO.
           MOVE "CRNOTA" TO WS-ARQ-ERRO.
           MOVE WS-FS-CRNOTA TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       BUSCA-SOCIO-PEDIDO.
           MOVE ZEROS TO WS-NUMSOC-NOTA.
           PERFORM PROCURA-SOCIO-PED
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-PEDCAB.
       PROCURA-SOCIO-PED.
           IF  TAB-CB-NUMPED(WS-IX) EQUAL WS-PED-ATUAL
               MOVE TAB-CB-NUMSOC(WS-IX) TO WS-NUMSOC-NOTA.

       PROCESSA-PAGAMENTOS.
           MOVE ZEROS TO WS-QT-PAGNOTA.
           MOVE SPACES TO WS-FS-PAGNOTA.
           OPEN INPUT PAGNOTA.
           IF  WS-FS-PAGNOTA EQUAL "35"
               MOVE "SIM" TO PNF-FIM
           ELSE
               PERFORM LE-PAGNOTA
               PERFORM APLICA-PAGAMENTO THRU APLICA-PAGAMENTO-FIM
                       UNTIL PNF-FIM EQUAL "SIM"
               CLOSE PAGNOTA.
           IF  WS-QT-PAGNOTA LESS WS-ULT-QTPAG
               DISPLAY "PRG130 - PAGNOTA.DAT MENOR QUE NO ULTIMO "
                       "PROCESSAMENTO - CONTROLE REINICIADO".
       LE-PAGNOTA.
           READ PAGNOTA
                       AT END
                             MOVE "SIM" TO PNF-FIM
                       NOT AT END
                             ADD 1 TO WS-QT-PAGNOTA.

       APLICA-PAGAMENTO.
           IF  WS-QT-PAGNOTA NOT GREATER WS-ULT-QTPAG
               GO TO APLICA-PAGAMENTO-FIM.
           ADD 1 TO CT-PAG-LIDOS.
           MOVE NP-NUMNOTA TO RN-NUMNOTA WS-REF-NOTA.
           MOVE NP-VALOR   TO WS-VALOR.
           PERFORM LE-TITULO.
           IF  WS-ACHOU EQUAL "NAO"
           OR  RN-TIPO NOT EQUAL "N"
               ADD 1 TO CT-PAG-SEM-TIT
               MOVE NP-NUMSOC TO WS-NUMSOC-CRED WS-NUMSOC-NOTA
               MOVE NP-VALOR  TO WS-VAL-EXCESSO
               PERFORM GRAVA-CREDITO
               MOVE "PAGAMENTO SEM TITULO - CREDITADO" TO OC-TXT
               PERFORM IMPRIME-OCORRENCIA
               GO TO APLICA-PAGAMENTO-FIM.
           PERFORM CALCULA-ABATIMENTO.
           ADD WS-ABATE TO RN-PAGO.
           PERFORM REGRAVA-TITULO.
           ADD 1 TO CT-PAG-APLICADOS.
           ADD WS-ABATE TO WS-TOT-PAGO.
           IF  WS-VAL-EXCESSO GREATER ZERO
               MOVE RN-NUMSOC TO WS-NUMSOC-CRED WS-NUMSOC-NOTA
               PERFORM GRAVA-CREDITO
               MOVE WS-VAL-EXCESSO TO WS-VALOR
               MOVE "PAGAMENTO ALEM DO SALDO - CREDITADO" TO OC-TXT
               PERFORM IMPRIME-OCORRENCIA.
       APLICA-PAGAMENTO-FIM.
           PERFORM LE-PAGNOTA.

       GRAVA-CREDITO.
           MOVE "SIM" TO WS-CRED-ACHADO.
           MOVE WS-NUMSOC-CRED TO CR-NUMSOC.
           READ CREDSOC
               INVALID KEY
                   MOVE "NAO" TO WS-CRED-ACHADO.
           IF  WS-CRED-ACHADO EQUAL "SIM"
               ADD WS-VAL-EXCESSO TO CR-VALOR
               REWRITE REGCRED
                   INVALID KEY
                       DISPLAY "PRG130 - ERRO AO REGRAVAR CREDITO "
                               CR-NUMSOC
               END-REWRITE
           ELSE
               MOVE WS-NUMSOC-CRED TO CR-NUMSOC
               MOVE WS-VAL-EXCESSO TO CR-VALOR
               MOVE WS-HOJE        TO CR-DATA-ORIG
               WRITE REGCRED
                   INVALID KEY
                       DISPLAY "PRG130 - ERRO AO GRAVAR CREDITO "
                               CR-NUMSOC
               END-WRITE.
           ADD 1 TO CT-EXCEDENTES.

       GERA-ABERTOS.
           OPEN OUTPUT CRABERTO.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CRABERTO" TO WS-ARQ-ERRO.
           MOVE WS-FS-CRABERTO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "NAO" TO TIT-FIM.
           MOVE ZEROS TO RN-NUMNOTA.
           START CRNOTA KEY NOT LESS RN-NUMNOTA
               INVALID KEY
                   MOVE "SIM" TO TIT-FIM.
           PERFORM SELECIONA-ABERTO
                   UNTIL TIT-FIM EQUAL "SIM".
           CLOSE CRABERTO.
       SELECIONA-ABERTO.
           READ CRNOTA NEXT
                       AT END
                             MOVE "SIM" TO TIT-FIM.
           IF  TIT-FIM NOT EQUAL "SIM"
           AND RN-TIPO EQUAL "N"
           AND RN-SALDO GREATER ZERO
               MOVE RN-FILIAL  TO AB-FILIAL
               MOVE RN-NUMSOC  TO AB-NUMSOC
               MOVE RN-NUMNOTA TO AB-NUMNOTA
               MOVE RN-VENCTO  TO AB-VENCTO
               MOVE RN-SALDO   TO AB-SALDO
               WRITE REGCRABERTO
               ADD 1 TO CT-ABERTOS.

       IMPRIME-ENVELHECIMENTO.
           MOVE "E" TO WS-FASE.
           MOVE ZEROS TO WS-FAIXAS-GER.
           MOVE 31 TO CTLIN.
           OPEN INPUT CRORD.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CRORD" TO WS-ARQ-ERRO.
           MOVE WS-FS-CRORD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "NAO" TO ORD-FIM.
           PERFORM LE-CRORD.
           MOVE "TITULOS EM ABERTO POR FILIAL E SOCIO" TO SC-TXT.
           PERFORM IMPRIME-SECAO.
           PERFORM IMPRIME-FILIAL
                   UNTIL ORD-FIM EQUAL "SIM".
           CLOSE CRORD.
           MOVE "TOTAL GERAL" TO TF-TXT.
           PERFORM IMPRIME-FAIXAS-GERAL
                   VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX GREATER 5.
           PERFORM IMPRIME-FAIXAS.
       LE-CRORD.
           READ CRORD
                       AT END
                             MOVE "SIM" TO ORD-FIM.
       IMPRIME-FAIXAS-GERAL.
           MOVE WS-FX-GER(WS-FX) TO TF-VAL(WS-FX).

       IMPRIME-FILIAL.
           MOVE OR-FILIAL TO WS-FILIAL-ANT.
           MOVE ZEROS TO WS-FAIXAS-FIL.
           PERFORM IMPRIME-SOCIO
                   UNTIL ORD-FIM EQUAL "SIM"
                   OR OR-FILIAL NOT EQUAL WS-FILIAL-ANT.
           MOVE SPACES TO TF-TXT.
           MOVE "FILIAL" TO TF-TXT(1:6).
           MOVE WS-FILIAL-ANT TO TF-TXT(8:2).
           PERFORM IMPRIME-FAIXAS-FILIAL
                   VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX GREATER 5.
           PERFORM IMPRIME-FAIXAS.
       IMPRIME-FAIXAS-FILIAL.
           MOVE WS-FX-FIL(WS-FX) TO TF-VAL(WS-FX).
           ADD WS-FX-FIL(WS-FX) TO WS-FX-GER(WS-FX).

       IMPRIME-SOCIO.
           MOVE OR-NUMSOC TO WS-SOCIO-ANT.
           MOVE ZEROS TO WS-TOT-SOCIO.
           PERFORM IMPRIME-TITULO
                   UNTIL ORD-FIM EQUAL "SIM"
                   OR OR-FILIAL NOT EQUAL WS-FILIAL-ANT
                   OR OR-NUMSOC NOT EQUAL WS-SOCIO-ANT.
           MOVE WS-SOCIO-ANT TO TS-SOCIO.
           MOVE SPACES TO TS-NOME.
           IF  WS-TEM-CADSOC EQUAL "SIM"
               MOVE WS-SOCIO-ANT TO NUMSOC1
               READ CADSOC1
                   INVALID KEY
                       MOVE "SOCIO NAO CADASTRADO" TO TS-NOME
                   NOT INVALID KEY
                       MOVE NOMSOC1 TO TS-NOME
               END-READ.
           MOVE WS-TOT-SOCIO TO TS-SALDO.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELCRNF FROM TOTSOC AFTER ADVANCING 1 LINE.
           WRITE REGRELCRNF FROM BREAK AFTER ADVANCING 1 LINE.
           ADD 2 TO CTLIN.

       IMPRIME-TITULO.
           COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE) -
                   FUNCTION INTEGER-OF-DATE(OR-VENCTO).
           IF  WS-DIAS-ATRASO LESS 1
               MOVE 1 TO WS-FX
               MOVE ZEROS TO DT-DIAS
           ELSE
               MOVE WS-DIAS-ATRASO TO DT-DIAS
               ADD 1 TO CT-VENCIDOS
               IF  WS-DIAS-ATRASO NOT GREATER 30
                   MOVE 2 TO WS-FX
               ELSE
                   IF  WS-DIAS-ATRASO NOT GREATER 60
                       MOVE 3 TO WS-FX
                   ELSE
                       IF  WS-DIAS-ATRASO NOT GREATER 90
                           MOVE 4 TO WS-FX
                       ELSE
                           MOVE 5 TO WS-FX.
           ADD OR-SALDO TO WS-FX-FIL(WS-FX) WS-TOT-SOCIO.
           MOVE OR-FILIAL  TO DT-FILIAL.
           MOVE OR-NUMSOC  TO DT-SOCIO.
           MOVE OR-NUMNOTA TO DT-NOTA.
           MOVE OR-VENCTO  TO WS-DATA-AUX-R.
           MOVE WS-AUX-DIA TO DT-VENCTO(1:2).
           MOVE WS-AUX-MES TO DT-VENCTO(4:2).
           MOVE WS-AUX-ANO TO DT-VENCTO(7:4).
           MOVE OR-SALDO   TO DT-SALDO.
           MOVE TAB-FX-DESCR(WS-FX) TO DT-FAIXA.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELCRNF FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
           PERFORM LE-CRORD.

       IMPRIME-FAIXAS.
           IF  CTLIN GREATER 27
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELCRNF FROM CABFX AFTER ADVANCING 1 LINE.
           WRITE REGRELCRNF FROM TOTFX AFTER ADVANCING 1 LINE.
           WRITE REGRELCRNF FROM BREAK AFTER ADVANCING 1 LINE.
           ADD 3 TO CTLIN.

       IMPRIME-OCORRENCIA.
           MOVE WS-REF-NOTA    TO OC-NOTA.
           MOVE WS-NUMSOC-NOTA TO OC-SOCIO.
           MOVE WS-VALOR       TO OC-VALOR.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO
               WRITE REGRELCRNF FROM SECAO AFTER ADVANCING 1 LINE
               ADD 1 TO CTLIN.
           WRITE REGRELCRNF FROM LINOCO AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
           MOVE SPACES TO OC-TXT.

       IMPRIME-RESUMO.
           IF  CTLIN GREATER 18
               PERFORM IMPRIME-CABECALHO.
           MOVE "TITULOS ABERTOS NO DIA.........:" TO RS-TXT.
           MOVE CT-TITULOS TO RS-QTDE.
           WRITE REGRELCRNF FROM RESUMO AFTER ADVANCING 3 LINES.
           MOVE "NOTAS DE CREDITO ABATIDAS......:" TO RS-TXT.
           MOVE CT-CRED-ABATIDOS TO RS-QTDE.
           WRITE REGRELCRNF FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "PAGAMENTOS APLICADOS...........:" TO RS-TXT.
           MOVE CT-PAG-APLICADOS TO RS-QTDE.
           WRITE REGRELCRNF FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "TITULOS EM ABERTO..............:" TO RS-TXT.
           MOVE CT-ABERTOS TO RS-QTDE.
           WRITE REGRELCRNF FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "TITULOS VENCIDOS...............:" TO RS-TXT.
           MOVE CT-VENCIDOS TO RS-QTDE.
           WRITE REGRELCRNF FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "VALOR EMITIDO NO DIA...........:" TO RV-TXT.
           MOVE WS-TOT-EMITIDO TO RV-VAL.
           WRITE REGRELCRNF FROM RESVAL AFTER ADVANCING 2 LINES.
           MOVE "VALOR ABATIDO POR CREDITOS.....:" TO RV-TXT.
           MOVE WS-TOT-CREDITO TO RV-VAL.
           WRITE REGRELCRNF FROM RESVAL AFTER ADVANCING 1 LINE.
           MOVE "VALOR RECEBIDO.................:" TO RV-TXT.
           MOVE WS-TOT-PAGO TO RV-VAL.
           WRITE REGRELCRNF FROM RESVAL AFTER ADVANCING 1 LINE.
           ADD 11 TO CTLIN.

       IMPRIME-SECAO.
           IF  CTLIN GREATER 28
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELCRNF FROM SECAO AFTER ADVANCING 2 LINES.
           WRITE REGRELCRNF FROM BREAK AFTER ADVANCING 1 LINE.
           ADD 3 TO CTLIN.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELCRNF.
           WRITE REGRELCRNF AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELCRNF FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELCRNF FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELCRNF FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELCRNF FROM BREAK AFTER ADVANCING 1 LINE.
           IF  WS-FASE EQUAL "E"
               WRITE REGRELCRNF FROM CAB2-ENV AFTER ADVANCING 1 LINE
           ELSE
               WRITE REGRELCRNF FROM CAB2-OCO AFTER ADVANCING 1 LINE.
           WRITE REGRELCRNF FROM BREAK AFTER ADVANCING 1 LINE.
       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG130"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-TITULOS    TO RL-QTDE.
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
               DISPLAY "PRG130 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG130" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
