       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG99.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIXCRED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PIXCRED.
           SELECT PIXHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PH-E2EID
           FILE STATUS IS WS-FS-PIXHIST.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
           SELECT CADCONT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CT-NUMSOC
           FILE STATUS IS WS-FS-CADCONT.
           SELECT PAGTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAGTOS.
           SELECT SUSPENSO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SU-SEQ
           FILE STATUS IS WS-FS-SUSPENSO.
           SELECT SUSPSEQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SUSPSEQ.
           SELECT CREDSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CR-NUMSOC
           FILE STATUS IS WS-FS-CREDSOC.
           SELECT CRNOTA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RN-NUMNOTA
           FILE STATUS IS WS-FS-CRNOTA.
           SELECT PAGNOTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAGNOTA.
           SELECT RELPIX ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELPIX.
           SELECT PARM03AT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARM03AT.
           SELECT PARMDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMDATA.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
           SELECT RUNLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUNLOG.
           SELECT ARQCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQCTL.

           SELECT IOERR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IOERR.

       DATA DIVISION.
       FILE SECTION.
       FD  PIXCRED
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PIXCRED.DAT".
       01  REGPIXCRED.
           02 PX-E2EID      PIC X(32).
           02 PX-TXID       PIC X(25).
           02 PX-DOCPAG     PIC 9(14).
           02 PX-NOMEPAG    PIC X(30).
           02 PX-VALOR      PIC 9(09)V99.
           02 PX-DATA       PIC 9(08).
       01  REGPIXHDR REDEFINES REGPIXCRED.
           02 PXH-MARCA     PIC X(07).
           02 PXH-DATA      PIC 9(08).
           02 PXH-SEQ       PIC 9(06).
           02 FILLER        PIC X(99).
       01  REGPIXTRL REDEFINES REGPIXCRED.
           02 PXT-MARCA     PIC X(07).
           02 PXT-QTDE      PIC 9(06).
           02 PXT-HASH      PIC 9(13)V99.
           02 FILLER        PIC X(92).
       FD  PIXHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PIXHIST.DAT".
       01  REGPIXHIST.
           02 PH-E2EID      PIC X(32).
           02 PH-DATA-PROC  PIC 9(08).
           02 PH-DATA       PIC 9(08).
           02 PH-NUMSOC     PIC 9(06).
           02 PH-VALOR      PIC 9(09)V99.
           02 PH-SITUACAO   PIC X(01).
           02 PH-MOTIVO     PIC X(02).
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
       FD  SUSPENSO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SUSPENSO.DAT".
       01  REGSUSP.
           02 SU-SEQ        PIC 9(06).
           02 SU-SITUACAO   PIC X(01).
           02 SU-NUMSOC-BCO PIC 9(06).
           02 SU-VALOR      PIC 9(09)V99.
           02 SU-DATAPAG    PIC 9(08).
           02 SU-DATA-ENT   PIC 9(08).
           02 SU-NUMSOC-APL PIC 9(06).
           02 SU-OPERADOR   PIC X(08).
           02 SU-MOTIVO     PIC X(02).
       FD  SUSPSEQ
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SUSPSEQ.DAT".
       01  REGSUSPSEQ.
           02 SQ-ULTIMO     PIC 9(06).
       FD  CREDSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".
       01  REGCRED.
           02 CR-NUMSOC     PIC 9(06).
           02 CR-VALOR      PIC 9(09)V99.
           02 CR-DATA-ORIG  PIC 9(08).
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
       FD  RELPIX LABEL RECORD OMITTED.
       01  REGRELPIX        PIC X(80).
       FD  PARM03AT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARM03AT.DAT".
       01  REGPARM03AT.
           02 PARM-PERC-ATRASO PIC 9(01)V99.
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
       FD  ARQCTL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ARQCTL.DAT".
       01  REGARQCTL.
           02 AR-PROGRAMA   PIC X(08).
           02 AR-ARQUIVO    PIC X(08).
           02 AR-DATA-ARQ   PIC 9(08).
           02 AR-SEQ        PIC 9(06).
           02 AR-QTDE       PIC 9(06).
           02 AR-HASH       PIC 9(13)V99.
           02 AR-SITUACAO   PIC X(01).
           02 AR-MOTIVO     PIC X(20).
           02 AR-DATA-PROC  PIC 9(08).
           02 AR-HORA       PIC 9(08).

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
       77  WS-FS-PIXCRED    PIC X(02) VALUE SPACES.
       77  WS-FS-PIXHIST    PIC X(02) VALUE SPACES.
       77  WS-FS-CADSOC1    PIC X(02) VALUE "00".
       77  WS-FS-CADCONT    PIC X(02) VALUE SPACES.
       77  WS-FS-PAGTOS     PIC X(02) VALUE "00".
       77  WS-FS-SUSPENSO   PIC X(02) VALUE SPACES.
       77  WS-FS-SUSPSEQ    PIC X(02) VALUE SPACES.
       77  WS-FS-CREDSOC    PIC X(02) VALUE SPACES.
       77  WS-FS-CRNOTA     PIC X(02) VALUE SPACES.
       77  WS-FS-PAGNOTA    PIC X(02) VALUE "00".
       77  WS-FS-RELPIX     PIC X(02) VALUE "00".
       77  WS-FS-PARM03AT   PIC X(02) VALUE SPACES.
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  FIMARQ           PIC X(03) VALUE "NAO".
       77  CON-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77  CT-DUPLICADOS    PIC 9(05) VALUE ZEROS.
       77  CT-POR-TXID      PIC 9(05) VALUE ZEROS.
       77  CT-POR-DOC       PIC 9(05) VALUE ZEROS.
       77  CT-POR-NOTA      PIC 9(05) VALUE ZEROS.
       77  CT-BAIXADOS      PIC 9(05) VALUE ZEROS.
       77  CT-PARCIAIS      PIC 9(05) VALUE ZEROS.
       77  CT-CREDITOS      PIC 9(05) VALUE ZEROS.
       77  CT-SUSPENSOS     PIC 9(05) VALUE ZEROS.
       77  WS-TOT-BAIXADO   PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-SUSPENSO  PIC 9(11)V99 VALUE ZEROS.
       77  QT-DOCS          PIC 9(05) VALUE ZEROS.
       77  WS-IX            PIC 9(05) VALUE ZEROS.
       77  QT-CANDIDATOS    PIC 9(03) VALUE ZEROS.
       77  WS-DOC-ACHADO    PIC X(03) VALUE "NAO".
       77  WS-TEM-CRNOTA    PIC X(03) VALUE "NAO".
       77  WS-NOTA-ACHADA   PIC X(03) VALUE "NAO".
       77  WS-PIX-NOTA      PIC X(03) VALUE "NAO".
       77  WS-NUMSOC-CAND   PIC 9(06) VALUE ZEROS.
       77  WS-NUMSOC-PIX    PIC 9(06) VALUE ZEROS.
       77  WS-MOTIVO        PIC X(02) VALUE SPACES.
       77  WS-MOT-IX        PIC 9(02) VALUE ZEROS.
       77  WS-SITUACAO      PIC X(01) VALUE SPACES.
       77  WS-CRED-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-VAL-EXCESSO   PIC 9(09)V99 VALUE ZEROS.
       77  WS-VAL-ATUALIZ   PIC 9(09)V99 VALUE ZEROS.
       77  WS-PERC-ATRASO   PIC 9(01)V99 VALUE ZEROS.
       77  WS-SUSP-SEQ      PIC 9(06) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       77  WS-FS-ARQCTL     PIC X(02) VALUE SPACES.
       77  ACT-FIM          PIC X(03) VALUE "NAO".
       77  RCP-FIM          PIC X(03) VALUE "NAO".
       77  WS-ARQ-AUSENTE   PIC X(03) VALUE "NAO".
       77  WS-TEM-HEADER    PIC X(03) VALUE "NAO".
       77  WS-DATA-HEADER   PIC 9(08) VALUE ZEROS.
       77  WS-SEQ-HEADER    PIC 9(06) VALUE ZEROS.
       77  WS-SEQ-ESPERADA  PIC 9(06) VALUE ZEROS.
       77  WS-ULT-SEQ-ARQ   PIC 9(06) VALUE ZEROS.
       77  WS-ARQ-DUPLICADO PIC X(03) VALUE "NAO".
       77  WS-MOTIVO-RECUSA PIC X(20) VALUE SPACES.
       77  WS-SIT-RECEPCAO  PIC X(01) VALUE SPACES.
       77  WS-QTDE-CALC     PIC 9(06) VALUE ZEROS.
       77  WS-HASH-CALC     PIC 9(13)V99 VALUE ZEROS.
       77  WS-QTDE-TRAILER  PIC 9(06) VALUE ZEROS.
       77  WS-HASH-TRAILER  PIC 9(13)V99 VALUE ZEROS.
       77  WS-TEM-TRAILER   PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       01  WS-PARM-V3X.
           02 WS-PARM-V3    PIC 9(01)V99.
       01  WS-TXID.
           02 TX-PREFIXO    PIC X(03).
           02 TX-NUMSOC     PIC X(06).
           02 TX-NUMSOC-9 REDEFINES TX-NUMSOC PIC 9(06).
           02 TX-VENC       PIC X(08).
           02 FILLER        PIC X(08).
       01  TAB-MOTIVOS-VAL.
           02 FILLER        PIC X(20) VALUE "SOCIO NAO CADASTRADO".
           02 FILLER        PIC X(20) VALUE "BOLETO NAO CADASTRAD".
           02 FILLER        PIC X(20) VALUE "BOLETO JA LIQUIDADO".
           02 FILLER        PIC X(20) VALUE "TXID SEM SOCIO".
           02 FILLER        PIC X(20) VALUE "DOCUMENTO DESCONHEC.".
           02 FILLER        PIC X(20) VALUE "VALOR NAO CONFERE".
           02 FILLER        PIC X(20) VALUE "MAIS DE UM SOCIO".
           02 FILLER        PIC X(20) VALUE "COBRANCA NAO VIGENTE".
           02 FILLER        PIC X(20) VALUE "NOTA LOJA INEXISTENT".
           02 FILLER        PIC X(20) VALUE "NOTA LOJA QUITADA".
       01  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-VAL.
           02 TAB-MOT-DESCR PIC X(20) OCCURS 10 TIMES.
       01  TAB-DOCS.
                 04 TAB-DOC-OCORR OCCURS 5000 TIMES.
                       05 TAB-DOC-NUMSOC  PIC 9(06).
                       05 TAB-DOC-DOCUM   PIC 9(14).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(20) VALUE SPACES.
                 03 FILLER  PIC X(60) VALUE
                            "CREDITOS PIX RECEBIDOS".
       01  CAB2.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(11) VALUE "DATA".
                 03 FILLER  PIC X(15) VALUE "PAGADOR".
                 03 FILLER  PIC X(11) VALUE "SOCIO".
                 03 FILLER  PIC X(16) VALUE "VALOR".
                 03 FILLER  PIC X(26) VALUE "RESULTADO".
       01  DETALHE.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DT-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DT-PAG  PIC X(14) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DT-NUM  PIC 999.999 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DT-VAL  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-RES  PIC X(06) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DT-MOT  PIC X(02) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DT-DESC PIC X(20) VALUE SPACES.
       01  TOTPIX1.
                 03 FILLER  PIC X(30) VALUE
                            "CREDITOS BAIXADOS............:".
                 03 T1-QTDE PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(08) VALUE " VALOR:".
                 03 T1-VAL  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  TOTPIX2.
                 03 FILLER  PIC X(30) VALUE
                            "CREDITOS EM SUSPENSO.........:".
                 03 T2-QTDE PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(08) VALUE " VALOR:".
                 03 T2-VAL  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETRO-ATRASO
                   THRU LE-PARAMETRO-ATRASO-FIM.
           PERFORM CONFERE-RECEPCAO
                   THRU CONFERE-RECEPCAO-FIM.
           IF  WS-MOTIVO-RECUSA NOT EQUAL SPACES
               PERFORM RECUSA-RECEPCAO
               GOBACK.
           MOVE SPACES TO WS-FS-PIXCRED.
           OPEN INPUT PIXCRED.
           IF  WS-FS-PIXCRED EQUAL "35"
               DISPLAY "PRG99 - ARQUIVO PIXCRED NAO ENCONTRADO"
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PIXCRED" TO WS-ARQ-ERRO.
           MOVE WS-FS-PIXCRED TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM CARREGA-DOCUMENTOS.
           PERFORM ABRE-ARQUIVOS.
           PERFORM LEITURA.
           PERFORM PRINCIPAL
                   UNTIL FIMARQ EQUAL "SIM".
           MOVE CT-BAIXADOS     TO T1-QTDE.
           MOVE WS-TOT-BAIXADO  TO T1-VAL.
           MOVE CT-SUSPENSOS    TO T2-QTDE.
           MOVE WS-TOT-SUSPENSO TO T2-VAL.
           WRITE REGRELPIX FROM TOTPIX1 AFTER ADVANCING 3 LINES.
           WRITE REGRELPIX FROM TOTPIX2 AFTER ADVANCING 1 LINE.
           PERFORM FECHA-ARQUIVOS.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           IF  WS-ARQ-AUSENTE EQUAL "NAO"
               MOVE "P" TO WS-SIT-RECEPCAO
               PERFORM REGISTRA-RECEPCAO.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG99 - TOTAIS DE CONTROLE".
           DISPLAY "CREDITOS PIX LIDOS.....: " CT-LIDOS.
           DISPLAY "JA PROCESSADOS.........: " CT-DUPLICADOS.
           DISPLAY "CASADOS POR TXID.......: " CT-POR-TXID.
           DISPLAY "CASADOS POR DOCUMENTO..: " CT-POR-DOC.
           DISPLAY "CASADOS POR NOTA LOJA..: " CT-POR-NOTA.
           DISPLAY "PAGAMENTOS BAIXADOS....: " CT-BAIXADOS.
           DISPLAY "PAGAMENTOS PARCIAIS....: " CT-PARCIAIS.
           DISPLAY "SALDOS CREDORES........: " CT-CREDITOS.
           DISPLAY "CREDITOS EM SUSPENSO...: " CT-SUSPENSOS.
           IF  CT-SUSPENSOS GREATER ZERO
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
           IF  PG-PROGRAMA EQUAL "PRG03"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR OF REGPARMGER TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETRO-ATRASO.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "PERCATR" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               MOVE WS-PARM-V3 TO WS-PERC-ATRASO
               GO TO LE-PARAMETRO-ATRASO-FIM.
           MOVE SPACES TO WS-FS-PARM03AT.
           OPEN INPUT PARM03AT.
           IF  WS-FS-PARM03AT EQUAL "35"
               MOVE ZEROS TO REGPARM03AT
           ELSE
               READ PARM03AT
                           AT END
                                 MOVE ZEROS TO REGPARM03AT
               END-READ
               CLOSE PARM03AT.
           MOVE PARM-PERC-ATRASO TO WS-PERC-ATRASO.
       LE-PARAMETRO-ATRASO-FIM.
           EXIT.

       CARREGA-DOCUMENTOS.
           MOVE SPACES TO WS-FS-CADCONT.
           OPEN INPUT CADCONT.
           IF  WS-FS-CADCONT NOT EQUAL "00"
               DISPLAY "PRG99 - CADCONT INDISPONIVEL, SEM BUSCA"
                       " POR DOCUMENTO"
               MOVE "SIM" TO CON-FIM
           ELSE
               PERFORM LE-CONTATO
               PERFORM CARREGA-DOCUMENTO
                       UNTIL CON-FIM EQUAL "SIM"
               CLOSE CADCONT.
       LE-CONTATO.
           READ CADCONT
                       AT END
                             MOVE "SIM" TO CON-FIM.
       CARREGA-DOCUMENTO.
           IF  CT-DOCUMENTO NUMERIC
           AND CT-DOCUMENTO GREATER ZEROS
               PERFORM GUARDA-DOCUMENTO.
           PERFORM LE-CONTATO.
       GUARDA-DOCUMENTO.
           IF  QT-DOCS NOT LESS 5000
               DISPLAY "PRG99 - TABELA DOCUMENTOS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-DOCS.
           MOVE CT-NUMSOC    TO TAB-DOC-NUMSOC(QT-DOCS).
           MOVE CT-DOCUMENTO TO TAB-DOC-DOCUM(QT-DOCS).

       ABRE-ARQUIVOS.
           OPEN I-O CADSOC1 OUTPUT RELPIX.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELPIX" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELPIX TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-PAGTOS.
           OPEN EXTEND PAGTOS.
           IF  WS-FS-PAGTOS EQUAL "35"
               OPEN OUTPUT PAGTOS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PAGTOS" TO WS-ARQ-ERRO.
           MOVE WS-FS-PAGTOS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-PIXHIST.
           OPEN I-O PIXHIST.
           IF  WS-FS-PIXHIST EQUAL "35"
               OPEN OUTPUT PIXHIST
               CLOSE PIXHIST
               OPEN I-O PIXHIST.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PIXHIST" TO WS-ARQ-ERRO.
           MOVE WS-FS-PIXHIST TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM ABRE-SUSPENSO.
           PERFORM ABRE-CREDSOC.
           MOVE SPACES TO WS-FS-CRNOTA.
           OPEN INPUT CRNOTA.
           IF  WS-FS-CRNOTA EQUAL "00"
               MOVE "SIM" TO WS-TEM-CRNOTA.
           MOVE SPACES TO WS-FS-PAGNOTA.
           OPEN EXTEND PAGNOTA.
           IF  WS-FS-PAGNOTA EQUAL "35"
               OPEN OUTPUT PAGNOTA.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PAGNOTA" TO WS-ARQ-ERRO.
           MOVE WS-FS-PAGNOTA TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       FECHA-ARQUIVOS.
           PERFORM ENCERRA-SUSPENSO.
           CLOSE CREDSOC PIXHIST PAGNOTA.
           IF  WS-TEM-CRNOTA EQUAL "SIM"
               CLOSE CRNOTA.
           CLOSE PIXCRED CADSOC1 PAGTOS RELPIX.
           MOVE "CLOSE" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "CLOSE" TO WS-OPER-ERRO.
           MOVE "PAGTOS" TO WS-ARQ-ERRO.
           MOVE WS-FS-PAGTOS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       CONFERE-RECEPCAO.
           MOVE "NAO" TO WS-ARQ-AUSENTE WS-TEM-HEADER WS-TEM-TRAILER.
           MOVE "NAO" TO RCP-FIM.
           MOVE ZEROS TO WS-QTDE-CALC WS-HASH-CALC.
           MOVE ZEROS TO WS-DATA-HEADER WS-SEQ-HEADER.
           MOVE SPACES TO WS-MOTIVO-RECUSA.
           MOVE SPACES TO WS-FS-PIXCRED.
           OPEN INPUT PIXCRED.
           IF  WS-FS-PIXCRED EQUAL "35"
               MOVE "SIM" TO WS-ARQ-AUSENTE
               GO TO CONFERE-RECEPCAO-FIM.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PIXCRED" TO WS-ARQ-ERRO.
           MOVE WS-FS-PIXCRED TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LE-RECEPCAO.
           PERFORM ACUMULA-RECEPCAO
                   UNTIL RCP-FIM EQUAL "SIM".
           CLOSE PIXCRED.
           PERFORM VALIDA-RECEPCAO
                   THRU VALIDA-RECEPCAO-FIM.
       CONFERE-RECEPCAO-FIM.
           EXIT.
       LE-RECEPCAO.
           READ PIXCRED
                       AT END
                             MOVE "SIM" TO RCP-FIM.
       ACUMULA-RECEPCAO.
           IF  PXH-MARCA EQUAL "HEADER"
               MOVE "SIM"    TO WS-TEM-HEADER
               MOVE PXH-DATA TO WS-DATA-HEADER
               MOVE PXH-SEQ  TO WS-SEQ-HEADER
           ELSE
               IF  PXT-MARCA EQUAL "TRAILER"
                   MOVE "SIM"    TO WS-TEM-TRAILER
                   MOVE PXT-QTDE TO WS-QTDE-TRAILER
                   MOVE PXT-HASH TO WS-HASH-TRAILER
               ELSE
                   ADD 1 TO WS-QTDE-CALC
                   ADD PX-VALOR TO WS-HASH-CALC.
           PERFORM LE-RECEPCAO.

       VALIDA-RECEPCAO.
           IF  WS-TEM-HEADER EQUAL "NAO"
               MOVE "ARQUIVO SEM HEADER" TO WS-MOTIVO-RECUSA
               GO TO VALIDA-RECEPCAO-FIM.
           IF  WS-TEM-TRAILER EQUAL "NAO"
               MOVE "ARQUIVO SEM TRAILER" TO WS-MOTIVO-RECUSA
               GO TO VALIDA-RECEPCAO-FIM.
           IF  WS-QTDE-TRAILER NOT EQUAL WS-QTDE-CALC
               MOVE "QTDE DIVERGE TRAILER" TO WS-MOTIVO-RECUSA
               GO TO VALIDA-RECEPCAO-FIM.
           IF  WS-HASH-TRAILER NOT EQUAL WS-HASH-CALC
               MOVE "HASH DIVERGE TRAILER" TO WS-MOTIVO-RECUSA
               GO TO VALIDA-RECEPCAO-FIM.
           PERFORM CONSULTA-ARQCTL.
           IF  WS-ARQ-DUPLICADO EQUAL "SIM"
               MOVE "ARQUIVO JA RECEBIDO" TO WS-MOTIVO-RECUSA
               GO TO VALIDA-RECEPCAO-FIM.
           IF  WS-ULT-SEQ-ARQ EQUAL ZEROS
               GO TO VALIDA-RECEPCAO-FIM.
           COMPUTE WS-SEQ-ESPERADA = WS-ULT-SEQ-ARQ + 1.
           IF  WS-SEQ-HEADER LESS WS-SEQ-ESPERADA
               MOVE "SEQUENCIA JA USADA" TO WS-MOTIVO-RECUSA
               GO TO VALIDA-RECEPCAO-FIM.
           IF  WS-SEQ-HEADER GREATER WS-SEQ-ESPERADA
               MOVE "SEQUENCIA SALTADA" TO WS-MOTIVO-RECUSA.
       VALIDA-RECEPCAO-FIM.
           EXIT.

       CONSULTA-ARQCTL.
           MOVE "NAO" TO WS-ARQ-DUPLICADO.
           MOVE ZEROS TO WS-ULT-SEQ-ARQ.
           MOVE "NAO" TO ACT-FIM.
           MOVE SPACES TO WS-FS-ARQCTL.
           OPEN INPUT ARQCTL.
           IF  WS-FS-ARQCTL EQUAL "35"
               MOVE "SIM" TO ACT-FIM
           ELSE
               PERFORM LE-ARQCTL
               PERFORM FILTRA-ARQCTL
                       UNTIL ACT-FIM EQUAL "SIM"
               CLOSE ARQCTL.
       LE-ARQCTL.
           READ ARQCTL
                       AT END
                             MOVE "SIM" TO ACT-FIM.
       FILTRA-ARQCTL.
           IF  AR-PROGRAMA EQUAL "PRG99"
           AND AR-ARQUIVO EQUAL "PIXCRED"
           AND AR-SITUACAO EQUAL "P"
               PERFORM CONFRONTA-ARQCTL.
           PERFORM LE-ARQCTL.
       CONFRONTA-ARQCTL.
           IF  AR-SEQ GREATER WS-ULT-SEQ-ARQ
               MOVE AR-SEQ TO WS-ULT-SEQ-ARQ.
           IF  AR-DATA-ARQ EQUAL WS-DATA-HEADER
           AND AR-SEQ EQUAL WS-SEQ-HEADER
               MOVE "SIM" TO WS-ARQ-DUPLICADO.
           IF  AR-QTDE GREATER ZERO
           AND AR-DATA-ARQ EQUAL WS-DATA-HEADER
           AND AR-QTDE EQUAL WS-QTDE-CALC
           AND AR-HASH EQUAL WS-HASH-CALC
               MOVE "SIM" TO WS-ARQ-DUPLICADO.

       REGISTRA-RECEPCAO.
           MOVE SPACES TO WS-FS-ARQCTL.
           OPEN EXTEND ARQCTL.
           IF  WS-FS-ARQCTL EQUAL "35"
               OPEN OUTPUT ARQCTL.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "ARQCTL" TO WS-ARQ-ERRO.
           MOVE WS-FS-ARQCTL TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG99"           TO AR-PROGRAMA.
           MOVE "PIXCRED"         TO AR-ARQUIVO.
           MOVE WS-DATA-HEADER    TO AR-DATA-ARQ.
           MOVE WS-SEQ-HEADER     TO AR-SEQ.
           MOVE WS-QTDE-CALC      TO AR-QTDE.
           MOVE WS-HASH-CALC      TO AR-HASH.
           MOVE WS-SIT-RECEPCAO   TO AR-SITUACAO.
           MOVE WS-MOTIVO-RECUSA  TO AR-MOTIVO.
           MOVE WS-HOJE           TO AR-DATA-PROC.
           ACCEPT AR-HORA FROM TIME.
           WRITE REGARQCTL.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "ARQCTL" TO WS-ARQ-ERRO.
           MOVE WS-FS-ARQCTL TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           CLOSE ARQCTL.

       RECUSA-RECEPCAO.
           MOVE "R" TO WS-SIT-RECEPCAO.
           PERFORM REGISTRA-RECEPCAO.
           DISPLAY "PRG99 - ARQUIVO PIXCRED RECUSADO: "
                   WS-MOTIVO-RECUSA.
           DISPLAY "PRG99 - DATA " WS-DATA-HEADER
                   " SEQUENCIA " WS-SEQ-HEADER
                   " REGISTROS " WS-QTDE-CALC.
           MOVE 16 TO RETURN-CODE.

       LEITURA.
           READ PIXCRED
                       AT END
                             MOVE "SIM" TO FIMARQ.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "PIXCRED" TO WS-ARQ-ERRO.
           MOVE WS-FS-PIXCRED TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       PRINCIPAL.
           IF  PXH-MARCA NOT EQUAL "HEADER"
           AND PXT-MARCA NOT EQUAL "TRAILER"
               ADD 1 TO CT-LIDOS
               PERFORM PROCESSA-PIX
                       THRU PROCESSA-PIX-FIM.
           PERFORM LEITURA.

       PROCESSA-PIX.
           MOVE PX-E2EID TO PH-E2EID.
           READ PIXHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "PRG99 - PIX JA PROCESSADO " PX-E2EID
                   ADD 1 TO CT-DUPLICADOS
                   GO TO PROCESSA-PIX-FIM.
           MOVE SPACES TO WS-MOTIVO.
           MOVE ZEROS  TO WS-NUMSOC-PIX.
           MOVE "NAO" TO WS-PIX-NOTA.
           MOVE PX-TXID TO WS-TXID.
           IF  TX-PREFIXO EQUAL "CLB"
           AND TX-NUMSOC NUMERIC
               PERFORM CASA-POR-TXID
           ELSE
               IF  TX-PREFIXO EQUAL "NFL"
               AND TX-NUMSOC NUMERIC
                   PERFORM CASA-POR-NOTA
               ELSE
                   PERFORM CASA-POR-DOCUMENTO.
           IF  WS-MOTIVO NOT EQUAL SPACES
               PERFORM GRAVA-SUSPENSO
               MOVE "S" TO WS-SITUACAO
           ELSE
               IF  WS-PIX-NOTA EQUAL "SIM"
                   PERFORM BAIXA-PIX-NOTA
               ELSE
                   PERFORM BAIXA-PIX.
           PERFORM GRAVA-HISTORICO.
           PERFORM IMPRIME-DETALHE.
       PROCESSA-PIX-FIM.
           EXIT.

       CASA-POR-TXID.
           MOVE TX-NUMSOC-9 TO NUMSOC1.
           READ CADSOC1
               INVALID KEY
                   MOVE "04" TO WS-MOTIVO.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           IF  WS-MOTIVO EQUAL SPACES
               IF  CODPAG1 NOT EQUAL 2
               OR  TX-VENC NOT EQUAL DATAVENC1
                   MOVE "08" TO WS-MOTIVO
               ELSE
                   MOVE NUMSOC1 TO WS-NUMSOC-PIX
                   ADD 1 TO CT-POR-TXID.

       CASA-POR-NOTA.
           MOVE "SIM" TO WS-PIX-NOTA.
           MOVE "NAO" TO WS-NOTA-ACHADA.
           MOVE TX-NUMSOC-9 TO RN-NUMNOTA.
           IF  WS-TEM-CRNOTA EQUAL "SIM"
               READ CRNOTA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SIM" TO WS-NOTA-ACHADA
               END-READ.
           IF  WS-NOTA-ACHADA EQUAL "NAO"
           OR  RN-TIPO NOT EQUAL "N"
               MOVE "09" TO WS-MOTIVO
           ELSE
               IF  RN-SALDO EQUAL ZERO
                   MOVE "10" TO WS-MOTIVO
               ELSE
                   MOVE RN-NUMSOC TO NUMSOC1
                   READ CADSOC1
                       INVALID KEY
                           MOVE "04" TO WS-MOTIVO
                       NOT INVALID KEY
                           MOVE NUMSOC1 TO WS-NUMSOC-PIX
                           ADD 1 TO CT-POR-NOTA
                   END-READ.

       CASA-POR-DOCUMENTO.
           MOVE "NAO" TO WS-DOC-ACHADO.
           MOVE ZEROS TO QT-CANDIDATOS WS-NUMSOC-CAND.
           PERFORM CONFERE-DOCUMENTO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-DOCS.
           IF  WS-DOC-ACHADO EQUAL "NAO"
               MOVE "05" TO WS-MOTIVO
           ELSE
               IF  QT-CANDIDATOS EQUAL ZERO
                   MOVE "06" TO WS-MOTIVO
               ELSE
                   IF  QT-CANDIDATOS GREATER 1
                       MOVE "07" TO WS-MOTIVO
                   ELSE
                       MOVE WS-NUMSOC-CAND TO WS-NUMSOC-PIX NUMSOC1
                       READ CADSOC1
                           INVALID KEY
                               MOVE "04" TO WS-MOTIVO
                           NOT INVALID KEY
                               ADD 1 TO CT-POR-DOC
                       END-READ.
       CONFERE-DOCUMENTO.
           IF  TAB-DOC-DOCUM(WS-IX) EQUAL PX-DOCPAG
               MOVE "SIM" TO WS-DOC-ACHADO
               MOVE TAB-DOC-NUMSOC(WS-IX) TO NUMSOC1
               READ CADSOC1
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CONFERE-VALOR
               END-READ.
       CONFERE-VALOR.
           IF  CODPAG1 EQUAL 2
               COMPUTE WS-VAL-ATUALIZ = VAL1 * (1 + WS-PERC-ATRASO)
               IF  PX-VALOR EQUAL VAL1
               OR  PX-VALOR EQUAL WS-VAL-ATUALIZ
                   ADD 1 TO QT-CANDIDATOS
                   MOVE NUMSOC1 TO WS-NUMSOC-CAND.

       BAIXA-PIX.
           COMPUTE WS-VAL-ATUALIZ = VAL1 * (1 + WS-PERC-ATRASO).
           IF  PX-VALOR LESS VAL1
               SUBTRACT PX-VALOR FROM VAL1
               MOVE "P" TO WS-SITUACAO
               ADD 1 TO CT-PARCIAIS
           ELSE
               MOVE 1 TO CODPAG1
               MOVE "B" TO WS-SITUACAO
               IF  PX-VALOR GREATER WS-VAL-ATUALIZ
                   COMPUTE WS-VAL-EXCESSO =
                           PX-VALOR - WS-VAL-ATUALIZ
                   PERFORM GRAVA-CREDITO.
           REWRITE REGCAD1
               INVALID KEY
                   DISPLAY "PRG99 - ERRO AO REGRAVAR SOCIO " NUMSOC1.
           MOVE NUMSOC1     TO PG-NUMSOC.
           MOVE NOMSOC1     TO PG-NOMSOC.
           MOVE PX-VALOR    TO PG-VALOR OF REGPAGTO.
           MOVE PX-DATA     TO PG-DATAPAG.
           MOVE SPACES      TO PG-CAIXA.
           MOVE "X"         TO PG-FORMA.
           MOVE ZEROS       TO PG-RECIBO.
           WRITE REGPAGTO.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "PAGTOS" TO WS-ARQ-ERRO.
           MOVE WS-FS-PAGTOS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD 1 TO CT-BAIXADOS.
           ADD PX-VALOR TO WS-TOT-BAIXADO.

       BAIXA-PIX-NOTA.
           MOVE "B" TO WS-SITUACAO.
           MOVE NUMSOC1     TO PG-NUMSOC.
           MOVE NOMSOC1     TO PG-NOMSOC.
           MOVE PX-VALOR    TO PG-VALOR OF REGPAGTO.
           MOVE PX-DATA     TO PG-DATAPAG.
           MOVE SPACES      TO PG-CAIXA.
           MOVE "X"         TO PG-FORMA.
           MOVE ZEROS       TO PG-RECIBO.
           WRITE REGPAGTO.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "PAGTOS" TO WS-ARQ-ERRO.
           MOVE WS-FS-PAGTOS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE RN-NUMNOTA  TO NP-NUMNOTA.
           MOVE NUMSOC1     TO NP-NUMSOC.
           MOVE PX-VALOR    TO NP-VALOR.
           MOVE PX-DATA     TO NP-DATA.
           MOVE "X"         TO NP-FORMA.
           MOVE SPACES      TO NP-CAIXA.
           MOVE ZEROS       TO NP-RECIBO.
           WRITE REGPAGNOTA.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "PAGNOTA" TO WS-ARQ-ERRO.
           MOVE WS-FS-PAGNOTA TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD 1 TO CT-BAIXADOS.
           ADD PX-VALOR TO WS-TOT-BAIXADO.

       GRAVA-HISTORICO.
           MOVE PX-E2EID      TO PH-E2EID.
           MOVE WS-HOJE       TO PH-DATA-PROC.
           MOVE PX-DATA       TO PH-DATA.
           MOVE WS-NUMSOC-PIX TO PH-NUMSOC.
           MOVE PX-VALOR      TO PH-VALOR.
           MOVE WS-SITUACAO   TO PH-SITUACAO.
           MOVE WS-MOTIVO     TO PH-MOTIVO.
           WRITE REGPIXHIST
               INVALID KEY
                   DISPLAY "PRG99 - ERRO AO GRAVAR PIXHIST "
                           PH-E2EID.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "PIXHIST" TO WS-ARQ-ERRO.
           MOVE WS-FS-PIXHIST TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       ABRE-SUSPENSO.
           MOVE SPACES TO WS-FS-SUSPENSO.
           OPEN I-O SUSPENSO.
           IF  WS-FS-SUSPENSO EQUAL "35"
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "SUSPENSO" TO WS-ARQ-ERRO.
           MOVE WS-FS-SUSPENSO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-SUSPSEQ.
           OPEN INPUT SUSPSEQ.
           IF  WS-FS-SUSPSEQ EQUAL "35"
               MOVE ZEROS TO REGSUSPSEQ
           ELSE
               READ SUSPSEQ
                           AT END
                                 MOVE ZEROS TO REGSUSPSEQ
               END-READ
               CLOSE SUSPSEQ.
           MOVE SQ-ULTIMO TO WS-SUSP-SEQ.

       ENCERRA-SUSPENSO.
           CLOSE SUSPENSO.
           OPEN OUTPUT SUSPSEQ.
           MOVE WS-SUSP-SEQ TO SQ-ULTIMO.
           WRITE REGSUSPSEQ.
           CLOSE SUSPSEQ.

       GRAVA-SUSPENSO.
           ADD 1 TO WS-SUSP-SEQ.
           MOVE SPACES TO REGSUSP.
           MOVE WS-SUSP-SEQ TO SU-SEQ.
           MOVE "A"         TO SU-SITUACAO.
           IF  TX-PREFIXO EQUAL "CLB"
           AND TX-NUMSOC NUMERIC
               MOVE TX-NUMSOC-9 TO SU-NUMSOC-BCO
           ELSE
               MOVE ZEROS TO SU-NUMSOC-BCO.
           MOVE PX-VALOR    TO SU-VALOR.
           MOVE PX-DATA     TO SU-DATAPAG.
           MOVE WS-HOJE     TO SU-DATA-ENT.
           MOVE ZEROS       TO SU-NUMSOC-APL.
           MOVE SPACES      TO SU-OPERADOR.
           MOVE WS-MOTIVO   TO SU-MOTIVO.
           WRITE REGSUSP
               INVALID KEY
                   DISPLAY "PRG99 - ERRO AO GRAVAR SUSPENSO "
                           SU-SEQ.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "SUSPENSO" TO WS-ARQ-ERRO.
           MOVE WS-FS-SUSPENSO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD 1 TO CT-SUSPENSOS.
           ADD PX-VALOR TO WS-TOT-SUSPENSO.

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

       GRAVA-CREDITO.
           MOVE "SIM" TO WS-CRED-ACHADO.
           MOVE NUMSOC1 TO CR-NUMSOC.
           READ CREDSOC
               INVALID KEY
                   MOVE "NAO" TO WS-CRED-ACHADO.
           IF  WS-CRED-ACHADO EQUAL "SIM"
               ADD WS-VAL-EXCESSO TO CR-VALOR
               REWRITE REGCRED
                   INVALID KEY
                       DISPLAY "PRG99 - ERRO AO REGRAVAR CREDITO "
                               CR-NUMSOC
               END-REWRITE
           ELSE
               MOVE NUMSOC1        TO CR-NUMSOC
               MOVE WS-VAL-EXCESSO TO CR-VALOR
               MOVE WS-HOJE        TO CR-DATA-ORIG
               WRITE REGCRED
                   INVALID KEY
                       DISPLAY "PRG99 - ERRO AO GRAVAR CREDITO "
                               CR-NUMSOC
               END-WRITE.
           ADD 1 TO CT-CREDITOS.

       IMPRIME-DETALHE.
           IF  CTLIN GREATER 30
               MOVE SPACES TO REGRELPIX
               WRITE REGRELPIX AFTER ADVANCING PAGE
               MOVE 1 TO CTLIN
               ADD 1 TO CTPAG
               MOVE CTPAG TO CTP
               WRITE REGRELPIX FROM CAB0 AFTER ADVANCING 1 LINE
               WRITE REGRELPIX FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELPIX FROM CAB1 AFTER ADVANCING 1 LINE
               WRITE REGRELPIX FROM BREAK AFTER ADVANCING 1 LINE
               WRITE REGRELPIX FROM CAB2 AFTER ADVANCING 1 LINE
               WRITE REGRELPIX FROM BREAK AFTER ADVANCING 1 LINE.
           MOVE PX-DATA(1:4) TO DT-DATA(7:4).
           MOVE PX-DATA(5:2) TO DT-DATA(4:2).
           MOVE PX-DATA(7:2) TO DT-DATA(1:2).
           MOVE PX-NOMEPAG    TO DT-PAG.
           MOVE WS-NUMSOC-PIX TO DT-NUM.
           MOVE PX-VALOR      TO DT-VAL.
           MOVE WS-MOTIVO     TO DT-MOT.
           MOVE SPACES        TO DT-DESC.
           IF  WS-SITUACAO EQUAL "B"
               MOVE "BAIXA" TO DT-RES.
           IF  WS-SITUACAO EQUAL "P"
               MOVE "PARCIAL" TO DT-RES.
           IF  WS-SITUACAO EQUAL "S"
               MOVE "SUSP." TO DT-RES
               MOVE WS-MOTIVO TO WS-MOT-IX
               MOVE TAB-MOT-DESCR(WS-MOT-IX) TO DT-DESC.
           WRITE REGRELPIX FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG99"       TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-BAIXADOS   TO RL-QTDE.
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
               DISPLAY "PRG99 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG99" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
