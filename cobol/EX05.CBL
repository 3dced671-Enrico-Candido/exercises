           FILE STATUS IS WS-FS-CARTORD.
           SELECT CARTAS  ASSIGN TO DISK
           FILE STATUS IS WS-FS-CARTAS.
           SELECT NOTIFEV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTIFEV.
           SELECT PARMDATA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMDATA.
           SELECT PARM03AT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARM03AT.
           SELECT CARTIDAD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CARTIDAD.
           SELECT ARQSORT ASSIGN TO DISK.

           SELECT IOERR ASSIGN TO DISK
           02 CT-CEP        PIC 9(08).
           02 CT-FONE       PIC X(12).
           02 CT-EMAIL      PIC X(30).
           02 CT-DOCUMENTO  PIC 9(14).
           02 CT-PREFCOM    PIC X(01).
       FD  ACORDOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ACORDOS.DAT".
           02 OR-TEMCONT    PIC X(01).
       FD  CARTAS LABEL RECORD OMITTED.
       01  REGCARTA         PIC X(80).
       FD  NOTIFEV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTIFEV.DAT".
       01  REGNOTIFEV.
           02 NE-DATA       PIC 9(08).
           02 NE-HORA       PIC 9(08).
           02 NE-ORIGEM     PIC X(08).
           02 NE-TIPO       PIC X(02).
           02 NE-NUMSOC     PIC 9(06).
           02 NE-REFER      PIC X(17).
           02 NE-VALOR      PIC 9(09)V99.
           02 NE-DATAREF    PIC 9(08).
       FD  PARMDATA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMDATA.DAT".
           VALUE OF FILE-ID IS "PARM03AT.DAT".
       01  REGPARM03AT.
           02 PARM-PERC-ATRASO PIC 9(01)V99.
       FD  CARTIDAD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CARTIDAD.DAT".
       01  REGCARTIDAD.
           02 CI-NUMSOC     PIC 9(06).
           02 CI-TIPO       PIC X(01).
           02 CI-CATEG      PIC 9(02).
           02 CI-VIGENCIA   PIC 9(08).
           02 CI-RESP       PIC 9(06).
           02 CI-NOME       PIC X(20).
       SD  ARQSORT.
       01  REGSORT.
           02 SRT-CEP       PIC 9(08).
       77  WS-FS-CARTTEMP   PIC X(02) VALUE "00".
       77  WS-FS-CARTORD    PIC X(02) VALUE "00".
       77  WS-FS-CARTAS     PIC X(02) VALUE "00".
       77  WS-FS-NOTIFEV    PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  FIMARQ           PIC X(03) VALUE "NAO".
       77  ORD-FIM          PIC X(03) VALUE "NAO".
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-FS-CARTIDAD   PIC X(02) VALUE SPACES.
       77  CI-FIM           PIC X(03) VALUE "NAO".
       77  CT-CARTAS-IDADE  PIC 9(05) VALUE ZEROS.
       01  WS-PARM-V3X.
           02 WS-PARM-V3    PIC 9(01)V99.
       01  LC-BRANCO.
                 03 LC-VALOR PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(19) VALUE " COM VENCIMENTO EM".
                 03 LC-VENC  PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  LC-PIX.
                 03 FILLER  PIC X(44) VALUE
                    "PARA PAGAR VIA PIX INFORME O IDENTIFICADOR: ".
                 03 LC-TXID.
                    05 FILLER  PIC X(03) VALUE "CLB".
                    05 LC-TX-NUM  PIC 9(06) VALUE ZEROS.
                    05 LC-TX-VENC PIC 9(08) VALUE ZEROS.
       01  LC-CORPO3.
                 03 FILLER  PIC X(80) VALUE
             "FAVOR REGULARIZAR SUA SITUACAO O MAIS BREVE POSSIVEL.".
       01  LC-RODAPE.
                 03 FILLER  PIC X(30) VALUE
                             "DEPARTAMENTO DE COBRANCA".
       01  LI-TITULO.
                 03 FILLER  PIC X(20) VALUE SPACES.
                 03 FILLER  PIC X(25) VALUE
                             "AVISO AO SOCIO".
       01  LI-DEP1.
                 03 FILLER  PIC X(80) VALUE
             "PREZADO(A) SOCIO(A), CONFORME O ESTATUTO, O DEPENDENTE".
       01  LI-DEP2.
                 03 FILLER  PIC X(80) VALUE
             "QUE COMPLETA 24 ANOS PASSA A SOCIO TITULAR, COM".
       01  LI-DEP3.
                 03 FILLER  PIC X(34) VALUE
                             "MENSALIDADE PROPRIA, A PARTIR DE ".
                 03 LI-DEP-VIG PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER  PIC X(22) VALUE ". SEU NUMERO DE SOCIO".
       01  LI-DEP4.
                 03 FILLER  PIC X(26) VALUE "PERMANECE O MESMO:".
                 03 LI-DEP-NUM PIC ZZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(30) VALUE ". TITULAR ANTERIOR:".
                 03 LI-DEP-RESP PIC ZZZ.ZZ9 VALUE ZEROS.
       01  LI-SEN1.
                 03 FILLER  PIC X(80) VALUE
             "PREZADO(A) SOCIO(A), CONFORME O ESTATUTO, POR TER".
       01  LI-SEN2.
                 03 FILLER  PIC X(80) VALUE
             "65 ANOS OU MAIS E 30 ANOS DE QUADRO SOCIAL, SUA".
       01  LI-SEN3.
                 03 FILLER  PIC X(40) VALUE
                   "CATEGORIA PASSA A SER A CATEGORIA SENIOR".
                 03 FILLER  PIC X(02) VALUE " (".
                 03 LI-SEN-CAT PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(15) VALUE ") A PARTIR DE ".
                 03 LI-SEN-VIG PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE ".".
       01  LI-RODAPE.
                 03 FILLER  PIC X(30) VALUE
                             "SECRETARIA DO CLUBE".
       01  LC-TOTAL.
                 03 FILLER  PIC X(25) VALUE
                             "TOTAL DE CARTAS EMITIDAS:".
           MOVE "CARTAS" TO WS-ARQ-ERRO.
           MOVE WS-FS-CARTAS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM ABRE-NOTIFEV.
           PERFORM LEITURA-ORDENADA.
           PERFORM PRINCIPAL
                   UNTIL ORD-FIM EQUAL "SIM".
           PERFORM EMITE-CARTAS-IDADE.
           CLOSE NOTIFEV.
           MOVE CT-CARTAS TO LC-QTDE.
           WRITE REGCARTA FROM LC-TOTAL AFTER ADVANCING 2 LINES.
           PERFORM TOTAIS-DE-CONTROLE.
           DISPLAY "SOCIOS COM MANDATO.....: " CT-COM-MANDATO.
           DISPLAY "DEPENDENTES PULADOS....: " CT-DEPENDENTES.
           DISPLAY "FORA DO QUADRO.........: " CT-FORA-QUADRO.
           DISPLAY "CARTAS REGRA DE IDADE..: " CT-CARTAS-IDADE.


       BUSCA-PARM-GERAL.
           MOVE WS-FS-CARTTEMP TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       ABRE-NOTIFEV.
           MOVE SPACES TO WS-FS-NOTIFEV.
           OPEN EXTEND NOTIFEV.
           IF  WS-FS-NOTIFEV EQUAL "35"
               OPEN OUTPUT NOTIFEV.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "NOTIFEV" TO WS-ARQ-ERRO.
           MOVE WS-FS-NOTIFEV TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       LEITURA-ORDENADA.
           READ CARTORD
                       AT END
           MOVE OR-VENC(1:4) TO LC-VENC(7:4).
           MOVE OR-VENC(5:2) TO LC-VENC(4:2).
           MOVE OR-VENC(7:2) TO LC-VENC(1:2).
           MOVE OR-NUMSOC TO LC-TX-NUM.
           MOVE OR-VENC   TO LC-TX-VENC.
           IF  OR-TEMCONT EQUAL "S"
               MOVE OR-ENDERECO TO LC-ENDERECO
               MOVE OR-CIDADE   TO LC-CIDADE
           WRITE REGCARTA FROM LC-BRANCO AFTER ADVANCING 1 LINE.
           WRITE REGCARTA FROM LC-CORPO1 AFTER ADVANCING 1 LINE.
           WRITE REGCARTA FROM LC-CORPO2 AFTER ADVANCING 1 LINE.
           WRITE REGCARTA FROM LC-PIX AFTER ADVANCING 1 LINE.
           WRITE REGCARTA FROM LC-BRANCO AFTER ADVANCING 1 LINE.
           WRITE REGCARTA FROM LC-CORPO3 AFTER ADVANCING 1 LINE.
           WRITE REGCARTA FROM LC-BRANCO AFTER ADVANCING 2 LINES.
           WRITE REGCARTA FROM LC-RODAPE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-CARTAS.
           PERFORM GRAVA-NOTIFEV.

       GRAVA-NOTIFEV.
           MOVE WS-DATA-EXEC   TO NE-DATA.
           ACCEPT NE-HORA FROM TIME.
           MOVE "PRG05"        TO NE-ORIGEM.
           MOVE "CB"           TO NE-TIPO.
           MOVE OR-NUMSOC      TO NE-NUMSOC.
           MOVE LC-TXID        TO NE-REFER.
           MOVE WS-VAL-ATUALIZ TO NE-VALOR.
           MOVE OR-VENC        TO NE-DATAREF.
           WRITE REGNOTIFEV.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "NOTIFEV" TO WS-ARQ-ERRO.
           MOVE WS-FS-NOTIFEV TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       EMITE-CARTAS-IDADE.
           MOVE SPACES TO WS-FS-CARTIDAD.
           OPEN INPUT CARTIDAD.
           IF  WS-FS-CARTIDAD EQUAL "35"
               MOVE "SIM" TO CI-FIM
           ELSE
               MOVE "OPEN" TO WS-OPER-ERRO
               MOVE "CARTIDAD" TO WS-ARQ-ERRO
               MOVE WS-FS-CARTIDAD TO WS-FS-ERRO
               PERFORM TESTA-STATUS
               MOVE SPACES TO WS-FS-CADCONT
               OPEN INPUT CADCONT
               IF  WS-FS-CADCONT EQUAL "00"
                   MOVE "SIM" TO WS-TEM-CADCONT
               ELSE
                   MOVE "NAO" TO WS-TEM-CADCONT
               END-IF
               PERFORM LE-CARTIDAD
               PERFORM GERA-CARTA-IDADE
                       UNTIL CI-FIM EQUAL "SIM"
               IF  WS-TEM-CADCONT EQUAL "SIM"
                   CLOSE CADCONT
               END-IF
               CLOSE CARTIDAD
               OPEN OUTPUT CARTIDAD
               CLOSE CARTIDAD.
       LE-CARTIDAD.
           READ CARTIDAD
                       AT END
                             MOVE "SIM" TO CI-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "CARTIDAD" TO WS-ARQ-ERRO.
           MOVE WS-FS-CARTIDAD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       GERA-CARTA-IDADE.
           MOVE CI-NOME   TO LC-NOME.
           MOVE CI-NUMSOC TO LC-NUM.
           MOVE "ENDERECO NAO CADASTRADO" TO LC-ENDERECO.
           MOVE SPACES TO LC-CIDADE.
           MOVE ZEROS  TO LC-CEP.
           IF  WS-TEM-CADCONT EQUAL "SIM"
               MOVE CI-NUMSOC TO CT-NUMSOC
               READ CADCONT
                   INVALID KEY
                       ADD 1 TO CT-SEM-CONTATO
                   NOT INVALID KEY
                       MOVE CT-ENDERECO TO LC-ENDERECO
                       MOVE CT-CIDADE   TO LC-CIDADE
                       MOVE CT-CEP      TO LC-CEP
               END-READ
           ELSE
               ADD 1 TO CT-SEM-CONTATO.
           WRITE REGCARTA FROM LC-BRANCO AFTER ADVANCING PAGE.
           WRITE REGCARTA FROM LI-TITULO AFTER ADVANCING 2 LINES.
           WRITE REGCARTA FROM LC-BRANCO AFTER ADVANCING 1 LINE.
           WRITE REGCARTA FROM LC-DESTINO AFTER ADVANCING 1 LINE.
           WRITE REGCARTA FROM LC-ENDER AFTER ADVANCING 1 LINE.
           WRITE REGCARTA FROM LC-CIDCEP AFTER ADVANCING 1 LINE.
           WRITE REGCARTA FROM LC-BRANCO AFTER ADVANCING 1 LINE.
           IF  CI-TIPO EQUAL "D"
               MOVE CI-VIGENCIA(1:4) TO LI-DEP-VIG(7:4)
               MOVE CI-VIGENCIA(5:2) TO LI-DEP-VIG(4:2)
               MOVE CI-VIGENCIA(7:2) TO LI-DEP-VIG(1:2)
               MOVE CI-NUMSOC TO LI-DEP-NUM
               MOVE CI-RESP   TO LI-DEP-RESP
               WRITE REGCARTA FROM LI-DEP1 AFTER ADVANCING 1 LINE
               WRITE REGCARTA FROM LI-DEP2 AFTER ADVANCING 1 LINE
               WRITE REGCARTA FROM LI-DEP3 AFTER ADVANCING 1 LINE
               WRITE REGCARTA FROM LI-DEP4 AFTER ADVANCING 1 LINE
           ELSE
               MOVE CI-VIGENCIA(1:4) TO LI-SEN-VIG(7:4)
               MOVE CI-VIGENCIA(5:2) TO LI-SEN-VIG(4:2)
               MOVE CI-VIGENCIA(7:2) TO LI-SEN-VIG(1:2)
               MOVE CI-CATEG TO LI-SEN-CAT
               WRITE REGCARTA FROM LI-SEN1 AFTER ADVANCING 1 LINE
               WRITE REGCARTA FROM LI-SEN2 AFTER ADVANCING 1 LINE
               WRITE REGCARTA FROM LI-SEN3 AFTER ADVANCING 1 LINE.
           WRITE REGCARTA FROM LC-BRANCO AFTER ADVANCING 2 LINES.
           WRITE REGCARTA FROM LI-RODAPE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-CARTAS-IDADE.
           PERFORM GRAVA-NOTIFEV-IDADE.
           PERFORM LE-CARTIDAD.

       GRAVA-NOTIFEV-IDADE.
           MOVE WS-DATA-EXEC   TO NE-DATA.
           ACCEPT NE-HORA FROM TIME.
           MOVE "PRG05"        TO NE-ORIGEM.
           MOVE CI-NUMSOC      TO NE-NUMSOC.
           MOVE SPACES         TO NE-REFER.
           MOVE ZEROS          TO NE-VALOR.
           MOVE CI-VIGENCIA    TO NE-DATAREF.
           IF  CI-TIPO EQUAL "D"
               MOVE "MD"       TO NE-TIPO
               MOVE "SOCIO TITULAR" TO NE-REFER
           ELSE
               MOVE "SN"       TO NE-TIPO
               MOVE "CATEGORIA" TO NE-REFER
               MOVE CI-CATEG   TO NE-REFER(11:2).
           WRITE REGNOTIFEV.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "NOTIFEV" TO WS-ARQ-ERRO.
           MOVE WS-FS-NOTIFEV TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       TESTA-STATUS.
           IF  WS-FS-ERRO(1:1) EQUAL "3"
