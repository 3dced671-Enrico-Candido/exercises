       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG98.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEMMAND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SEMMAND.
           SELECT CADCONT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CT-NUMSOC
           FILE STATUS IS WS-FS-CADCONT.
           SELECT BOLETOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BL-NOSSONUM
           FILE STATUS IS WS-FS-BOLETOS.
           SELECT REMBOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REMBOL.
           SELECT ULTBOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ULTBOL.
           SELECT RELBOL ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELBOL.
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
       FD  SEMMAND
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SEMMAND.DAT".
       01  REGSEMMAND.
           02 SM-NUMSOC     PIC 9(06).
           02 SM-NOMSOC     PIC X(20).
           02 SM-VALOR      PIC 9(09)V99.
           02 SM-DATAVENC   PIC 9(08).
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
       FD  BOLETOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLETOS.DAT".
       01  REGBOLETO.
           02 BL-NOSSONUM   PIC 9(11).
           02 BL-NUMSOC     PIC 9(06).
           02 BL-NOMSOC     PIC X(20).
           02 BL-VALOR      PIC 9(09)V99.
           02 BL-DATAVENC   PIC 9(08).
           02 BL-EMISSAO    PIC 9(08).
           02 BL-SITUACAO   PIC X(01).
           02 BL-DATAPAG    PIC 9(08).
           02 BL-VALPAGO    PIC 9(09)V99.
       FD  REMBOL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REMBOL.DAT".
       01  REGREMBOL        PIC X(60).
       FD  ULTBOL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ULTBOL.DAT".
       01  REGULTBOL.
           02 UB-ULTIMO     PIC 9(10).
       FD  RELBOL LABEL RECORD OMITTED.
       01  REGRELBOL        PIC X(80).
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
       77  WS-FS-SEMMAND    PIC X(02) VALUE SPACES.
       77  WS-FS-CADCONT    PIC X(02) VALUE SPACES.
       77  WS-FS-BOLETOS    PIC X(02) VALUE SPACES.
       77  WS-FS-REMBOL     PIC X(02) VALUE "00".
       77  WS-FS-ULTBOL     PIC X(02) VALUE SPACES.
       77  WS-FS-RELBOL     PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  WS-TEM-CADCONT   PIC X(03) VALUE "NAO".
       77  WS-TEM-END       PIC X(03) VALUE "NAO".
       77  FIMARQ           PIC X(03) VALUE "NAO".
       77  BOL-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77  CT-EMITIDOS      PIC 9(05) VALUE ZEROS.
       77  CT-JA-EMITIDOS   PIC 9(05) VALUE ZEROS.
       77  CT-REJEITADOS    PIC 9(05) VALUE ZEROS.
       77  CT-SEM-ENDERECO  PIC 9(05) VALUE ZEROS.
       77  WS-HASH-VALOR    PIC 9(13)V99 VALUE ZEROS.
       77  QT-ABERTOS       PIC 9(04) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  WS-JA-EMITIDO    PIC X(03) VALUE "NAO".
       77  WS-ULTIMO-BOL    PIC 9(10) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-BANCO         PIC 9(03) VALUE ZEROS.
       77  WS-AGENCIA       PIC 9(04) VALUE ZEROS.
       77  WS-CONTA         PIC 9(07) VALUE ZEROS.
       77  WS-CARTEIRA      PIC 9(02) VALUE 9.
       77  WS-CEDENTE       PIC X(15) VALUE "CLUBE".
       77  WS-DIAS-VENC     PIC S9(07) VALUE ZEROS.
       77  WS-SOMA          PIC 9(05) VALUE ZEROS.
       77  WS-PESO          PIC 9(02) VALUE ZEROS.
       77  WS-PRODUTO       PIC 9(03) VALUE ZEROS.
       77  WS-QUOC          PIC 9(05) VALUE ZEROS.
       77  WS-RESTO         PIC 9(02) VALUE ZEROS.
       77  WS-DV            PIC 9(02) VALUE ZEROS.
       77  WS-M11-TAM       PIC 9(02) VALUE ZEROS.
       77  WS-M11-PULA      PIC 9(02) VALUE ZEROS.
       77  WS-M10-TAM       PIC 9(02) VALUE ZEROS.
       01  WS-PARM-V3X.
           02 WS-PARM-V3    PIC 9(03).
       01  WS-PARM-V4X.
           02 WS-PARM-V4    PIC 9(04).
       01  WS-PARM-V7X.
           02 WS-PARM-V7    PIC 9(07).
       01  WS-PARM-V2X.
           02 WS-PARM-V2    PIC 9(02).
       01  WS-DATA-ED.
           02 DE-AAAA       PIC 9(04).
           02 DE-MM         PIC 9(02).
           02 DE-DD         PIC 9(02).
       01  WS-NOSSONUM.
           02 NN-SEQ        PIC 9(10).
           02 NN-DV         PIC 9(01).
       01  WS-CODBARRAS.
           02 CB-BANCO      PIC 9(03).
           02 CB-MOEDA      PIC 9(01).
           02 CB-DV         PIC 9(01).
           02 CB-FATOR      PIC 9(04).
           02 CB-VALOR      PIC 9(08)V99.
           02 CB-LIVRE.
              03 CB-AGENCIA  PIC 9(04).
              03 CB-CARTEIRA PIC 9(02).
              03 CB-NOSSONUM PIC 9(11).
              03 CB-CONTA    PIC 9(07).
              03 CB-ZERO     PIC 9(01).
       01  WS-CODBARRAS-X REDEFINES WS-CODBARRAS PIC X(44).
       01  WS-M11-AREA      PIC X(44) VALUE ZEROS.
       01  WS-M11-TAB REDEFINES WS-M11-AREA.
           02 M11-DIG       PIC 9(01) OCCURS 44 TIMES.
       01  WS-M10-AREA      PIC X(10) VALUE ZEROS.
       01  WS-M10-TAB REDEFINES WS-M10-AREA.
           02 M10-DIG       PIC 9(01) OCCURS 10 TIMES.
       01  WS-LINHA-DIG.
           02 LD-CAMPO1     PIC X(09).
           02 LD-DV1        PIC 9(01).
           02 LD-CAMPO2     PIC X(10).
           02 LD-DV2        PIC 9(01).
           02 LD-CAMPO3     PIC X(10).
           02 LD-DV3        PIC 9(01).
           02 LD-DV         PIC 9(01).
           02 LD-CAMPO5     PIC X(14).
       01  WS-LINHA-X REDEFINES WS-LINHA-DIG PIC X(47).
       01  TAB-ABERTOS.
                 04 TAB-AB-OCORR OCCURS 3000 TIMES.
                       05 TAB-AB-NUMSOC   PIC 9(06).
                       05 TAB-AB-VENC     PIC 9(08).
       01  REM-HEADER.
           02 FILLER        PIC X(01) VALUE "0".
           02 RH-DATA       PIC 9(08) VALUE ZEROS.
           02 FILLER        PIC X(15) VALUE "REMESSABOLETO".
           02 FILLER        PIC X(36) VALUE SPACES.
       01  REM-DETALHE.
           02 FILLER        PIC X(01) VALUE "1".
           02 RD-NUMSOC     PIC 9(06) VALUE ZEROS.
           02 RD-NOMSOC     PIC X(20) VALUE SPACES.
           02 RD-VALOR      PIC 9(09)V99 VALUE ZEROS.
           02 RD-DATAVENC   PIC 9(08) VALUE ZEROS.
           02 RD-NOSSONUM   PIC 9(11) VALUE ZEROS.
           02 FILLER        PIC X(03) VALUE SPACES.
       01  REM-TRAILER.
           02 FILLER        PIC X(01) VALUE "9".
           02 RT-QTDE       PIC 9(06) VALUE ZEROS.
           02 RT-HASH       PIC 9(13)V99 VALUE ZEROS.
           02 FILLER        PIC X(38) VALUE SPACES.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  TRACO.
                 03 FILLER  PIC X(80) VALUE ALL "-".
       01  BOL1.
                 03 FILLER  PIC X(06) VALUE "BANCO ".
                 03 B1-BANCO PIC 9(03) VALUE ZEROS.
                 03 FILLER  PIC X(05) VALUE "  |  ".
                 03 B1-LINHA.
                    05 B1-P1 PIC X(05) VALUE SPACES.
                    05 FILLER PIC X(01) VALUE ".".
                    05 B1-P2 PIC X(05) VALUE SPACES.
                    05 FILLER PIC X(01) VALUE SPACE.
                    05 B1-P3 PIC X(05) VALUE SPACES.
                    05 FILLER PIC X(01) VALUE ".".
                    05 B1-P4 PIC X(06) VALUE SPACES.
                    05 FILLER PIC X(01) VALUE SPACE.
                    05 B1-P5 PIC X(05) VALUE SPACES.
                    05 FILLER PIC X(01) VALUE ".".
                    05 B1-P6 PIC X(06) VALUE SPACES.
                    05 FILLER PIC X(01) VALUE SPACE.
                    05 B1-P7 PIC X(01) VALUE SPACES.
                    05 FILLER PIC X(01) VALUE SPACE.
                    05 B1-P8 PIC X(14) VALUE SPACES.
       01  BOL2.
                 03 FILLER  PIC X(10) VALUE "CEDENTE..:".
                 03 FILLER  PIC X(01) VALUE SPACE.
                 03 B2-CED  PIC X(15) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(22) VALUE
                            "AGENCIA/COD.CEDENTE: ".
                 03 B2-AGE  PIC 9(04) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 B2-CTA  PIC 9(07) VALUE ZEROS.
       01  BOL3.
                 03 FILLER  PIC X(12) VALUE "VENCIMENTO: ".
                 03 B3-VENC PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 FILLER  PIC X(14) VALUE "NOSSO NUMERO: ".
                 03 B3-NN   PIC 9(10) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "-".
                 03 B3-NNDV PIC 9(01) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 FILLER  PIC X(07) VALUE "VALOR: ".
                 03 B3-VAL  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  BOL4.
                 03 FILLER  PIC X(10) VALUE "SACADO...:".
                 03 FILLER  PIC X(01) VALUE SPACE.
                 03 B4-NUM  PIC 999.999 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 B4-NOME PIC X(20) VALUE SPACES.
       01  BOL5.
                 03 FILLER  PIC X(10) VALUE "ENDERECO.:".
                 03 FILLER  PIC X(01) VALUE SPACE.
                 03 B5-END  PIC X(30) VALUE SPACES.
       01  BOL6.
                 03 FILLER  PIC X(10) VALUE "CIDADE...:".
                 03 FILLER  PIC X(01) VALUE SPACE.
                 03 B6-CID  PIC X(20) VALUE SPACES.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "CEP: ".
                 03 B6-CEP1 PIC 9(05) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "-".
                 03 B6-CEP2 PIC 9(03) VALUE ZEROS.
       01  BOL7.
                 03 FILLER  PIC X(44) VALUE
                    "PAGAVEL EM QUALQUER BANCO ATE O VENCIMENTO".
       01  BOL9.
                 03 FILLER  PIC X(26) VALUE
                            "PIX - IDENTIFICADOR TXID: ".
                 03 FILLER  PIC X(03) VALUE "CLB".
                 03 B9-NUM  PIC 9(06) VALUE ZEROS.
                 03 B9-VENC PIC 9(08) VALUE ZEROS.
       01  BOL8.
                 03 FILLER  PIC X(18) VALUE "CODIGO DE BARRAS: ".
                 03 B8-COD  PIC X(44) VALUE SPACES.
       01  TOTBOL.
                 03 FILLER  PIC X(30) VALUE
                            "BOLETOS EMITIDOS.............:".
                 03 TB-QTDE PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 TB-VAL  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           MOVE SPACES TO WS-FS-SEMMAND.
           OPEN INPUT SEMMAND.
           IF  WS-FS-SEMMAND EQUAL "35"
               DISPLAY "PRG98 - ARQUIVO SEMMAND NAO ENCONTRADO"
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               MOVE 8 TO RETURN-CODE
               GOBACK.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "SEMMAND" TO WS-ARQ-ERRO.
           MOVE WS-FS-SEMMAND TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM ABRE-BOLETOS.
           PERFORM CARREGA-ABERTOS.
           PERFORM ABRE-CADCONT.
           PERFORM LE-ULTIMO-BOLETO.
           OPEN OUTPUT REMBOL RELBOL.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "REMBOL" TO WS-ARQ-ERRO.
           MOVE WS-FS-REMBOL TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELBOL" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELBOL TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM GRAVA-HEADER.
           PERFORM LEITURA.
           PERFORM PRINCIPAL
                   UNTIL FIMARQ EQUAL "SIM".
           PERFORM GRAVA-TRAILER.
           MOVE CT-EMITIDOS   TO TB-QTDE.
           MOVE WS-HASH-VALOR TO TB-VAL.
           MOVE SPACES TO REGRELBOL.
           WRITE REGRELBOL AFTER ADVANCING PAGE.
           WRITE REGRELBOL FROM TOTBOL AFTER ADVANCING 1 LINE.
           PERFORM GRAVA-ULTIMO-BOLETO.
           IF  WS-TEM-CADCONT EQUAL "SIM"
               CLOSE CADCONT.
           CLOSE SEMMAND BOLETOS REMBOL RELBOL.
           MOVE "CLOSE" TO WS-OPER-ERRO.
           MOVE "BOLETOS" TO WS-ARQ-ERRO.
           MOVE WS-FS-BOLETOS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "CLOSE" TO WS-OPER-ERRO.
           MOVE "REMBOL" TO WS-ARQ-ERRO.
           MOVE WS-FS-REMBOL TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG98 - TOTAIS DE CONTROLE".
           DISPLAY "REGISTROS LIDOS........: " CT-LIDOS.
           DISPLAY "BOLETOS EMITIDOS.......: " CT-EMITIDOS.
           DISPLAY "JA EMITIDOS EM ABERTO..: " CT-JA-EMITIDOS.
           DISPLAY "REJEITADOS.............: " CT-REJEITADOS.
           DISPLAY "SEM ENDERECO...........: " CT-SEM-ENDERECO.
           DISPLAY "HASH DE VALORES........: " WS-HASH-VALOR.
           IF  CT-REJEITADOS GREATER ZERO
           OR  CT-SEM-ENDERECO GREATER ZERO
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
           IF  PG-PROGRAMA EQUAL "PRG98"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "BANCO" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               MOVE WS-PARM-V3 TO WS-BANCO
           ELSE
               DISPLAY "PRG98 - PARAMETRO BANCO NAO CADASTRADO".
           MOVE "AGENCIA" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:4) TO WS-PARM-V4X
               MOVE WS-PARM-V4 TO WS-AGENCIA.
           MOVE "CONTA" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:7) TO WS-PARM-V7X
               MOVE WS-PARM-V7 TO WS-CONTA.
           MOVE "CARTEIRA" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:2) TO WS-PARM-V2X
               MOVE WS-PARM-V2 TO WS-CARTEIRA.
           MOVE "CEDENTE" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR TO WS-CEDENTE.

       ABRE-BOLETOS.
           MOVE SPACES TO WS-FS-BOLETOS.
           OPEN I-O BOLETOS.
           IF  WS-FS-BOLETOS EQUAL "35"
               OPEN OUTPUT BOLETOS
               CLOSE BOLETOS
               OPEN I-O BOLETOS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "BOLETOS" TO WS-ARQ-ERRO.
           MOVE WS-FS-BOLETOS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       CARREGA-ABERTOS.
           MOVE "NAO" TO BOL-FIM.
           MOVE LOW-VALUES TO REGBOLETO.
           MOVE ZEROS TO BL-NOSSONUM.
           START BOLETOS KEY NOT LESS BL-NOSSONUM
               INVALID KEY
                   MOVE "SIM" TO BOL-FIM.
           PERFORM CARREGA-ABERTO
                   UNTIL BOL-FIM EQUAL "SIM".
       CARREGA-ABERTO.
           READ BOLETOS NEXT
               AT END
                   MOVE "SIM" TO BOL-FIM
               NOT AT END
                   IF  BL-SITUACAO EQUAL "A"
                       PERFORM GUARDA-ABERTO
                   END-IF
           END-READ.
       GUARDA-ABERTO.
           IF  QT-ABERTOS NOT LESS 3000
               DISPLAY "PRG98 - TABELA BOLETOS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-ABERTOS.
           MOVE BL-NUMSOC   TO TAB-AB-NUMSOC(QT-ABERTOS).
           MOVE BL-DATAVENC TO TAB-AB-VENC(QT-ABERTOS).

       ABRE-CADCONT.
           MOVE SPACES TO WS-FS-CADCONT.
           OPEN INPUT CADCONT.
           IF  WS-FS-CADCONT EQUAL "00"
               MOVE "SIM" TO WS-TEM-CADCONT
           ELSE
               MOVE "NAO" TO WS-TEM-CADCONT.

       LE-ULTIMO-BOLETO.
           MOVE SPACES TO WS-FS-ULTBOL.
           OPEN INPUT ULTBOL.
           IF  WS-FS-ULTBOL EQUAL "35"
               MOVE ZEROS TO REGULTBOL
           ELSE
               READ ULTBOL AT END MOVE ZEROS TO REGULTBOL
               END-READ
               CLOSE ULTBOL.
           MOVE UB-ULTIMO TO WS-ULTIMO-BOL.

       GRAVA-ULTIMO-BOLETO.
           OPEN OUTPUT ULTBOL.
           MOVE WS-ULTIMO-BOL TO UB-ULTIMO.
           WRITE REGULTBOL.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "ULTBOL" TO WS-ARQ-ERRO.
           MOVE WS-FS-ULTBOL TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           CLOSE ULTBOL.

       GRAVA-HEADER.
           MOVE WS-HOJE TO RH-DATA.
           WRITE REGREMBOL FROM REM-HEADER.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "REMBOL" TO WS-ARQ-ERRO.
           MOVE WS-FS-REMBOL TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       GRAVA-TRAILER.
           MOVE CT-EMITIDOS TO RT-QTDE.
           MOVE WS-HASH-VALOR TO RT-HASH.
           WRITE REGREMBOL FROM REM-TRAILER.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "REMBOL" TO WS-ARQ-ERRO.
           MOVE WS-FS-REMBOL TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       LEITURA.
           READ SEMMAND
                       AT END
                             MOVE "SIM" TO FIMARQ
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "SEMMAND" TO WS-ARQ-ERRO.
           MOVE WS-FS-SEMMAND TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       PRINCIPAL.
           PERFORM EMITE-BOLETO
                   THRU EMITE-BOLETO-FIM.
           PERFORM LEITURA.

       EMITE-BOLETO.
           IF  SM-VALOR EQUAL ZEROS
           OR  SM-VALOR GREATER 99999999,99
           OR  SM-DATAVENC NOT GREATER 19971007
               DISPLAY "PRG98 - SOCIO " SM-NUMSOC
                       " VALOR OU VENCIMENTO INVALIDO"
               ADD 1 TO CT-REJEITADOS
               GO TO EMITE-BOLETO-FIM.
           MOVE "NAO" TO WS-JA-EMITIDO.
           PERFORM PROCURA-ABERTO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-ABERTOS
                   OR WS-JA-EMITIDO EQUAL "SIM".
           IF  WS-JA-EMITIDO EQUAL "SIM"
               ADD 1 TO CT-JA-EMITIDOS
               GO TO EMITE-BOLETO-FIM.
           ADD 1 TO WS-ULTIMO-BOL.
           PERFORM GERA-NOSSO-NUMERO.
           PERFORM MONTA-CODIGO-BARRAS.
           PERFORM MONTA-LINHA-DIGITAVEL.
           PERFORM REGISTRA-BOLETO.
           PERFORM GRAVA-REMESSA.
           PERFORM IMPRIME-BOLETO.
           ADD 1 TO CT-EMITIDOS.
           ADD SM-VALOR TO WS-HASH-VALOR.
       EMITE-BOLETO-FIM.
           EXIT.

       PROCURA-ABERTO.
           IF  TAB-AB-NUMSOC(WS-IX) EQUAL SM-NUMSOC
           AND TAB-AB-VENC(WS-IX) EQUAL SM-DATAVENC
               MOVE "SIM" TO WS-JA-EMITIDO.

       GERA-NOSSO-NUMERO.
           MOVE WS-ULTIMO-BOL TO NN-SEQ.
           MOVE ZEROS TO WS-M11-AREA.
           MOVE NN-SEQ TO WS-M11-AREA(1:10).
           MOVE 10 TO WS-M11-TAM.
           MOVE ZEROS TO WS-M11-PULA.
           PERFORM CALCULA-MODULO-11.
           IF  WS-RESTO LESS 2
               MOVE ZEROS TO NN-DV
           ELSE
               COMPUTE NN-DV = 11 - WS-RESTO.

       MONTA-CODIGO-BARRAS.
           COMPUTE WS-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE(SM-DATAVENC) -
                   FUNCTION INTEGER-OF-DATE(19971007).
           IF  WS-DIAS-VENC GREATER 9999
               SUBTRACT 9000 FROM WS-DIAS-VENC.
           MOVE WS-BANCO     TO CB-BANCO.
           MOVE 9            TO CB-MOEDA.
           MOVE ZEROS        TO CB-DV.
           MOVE WS-DIAS-VENC TO CB-FATOR.
           MOVE SM-VALOR     TO CB-VALOR.
           MOVE WS-AGENCIA   TO CB-AGENCIA.
           MOVE WS-CARTEIRA  TO CB-CARTEIRA.
           MOVE WS-NOSSONUM  TO CB-NOSSONUM.
           MOVE WS-CONTA     TO CB-CONTA.
           MOVE ZEROS        TO CB-ZERO.
           MOVE WS-CODBARRAS-X TO WS-M11-AREA.
           MOVE 44 TO WS-M11-TAM.
           MOVE 5  TO WS-M11-PULA.
           PERFORM CALCULA-MODULO-11.
           IF  WS-RESTO LESS 2
               MOVE 1 TO CB-DV
           ELSE
               COMPUTE CB-DV = 11 - WS-RESTO.

       MONTA-LINHA-DIGITAVEL.
           MOVE WS-CODBARRAS-X(1:4)  TO LD-CAMPO1(1:4).
           MOVE WS-CODBARRAS-X(20:5) TO LD-CAMPO1(5:5).
           MOVE WS-CODBARRAS-X(25:10) TO LD-CAMPO2.
           MOVE WS-CODBARRAS-X(35:10) TO LD-CAMPO3.
           MOVE CB-DV TO LD-DV.
           MOVE WS-CODBARRAS-X(6:14) TO LD-CAMPO5.
           MOVE ZEROS TO WS-M10-AREA.
           MOVE LD-CAMPO1 TO WS-M10-AREA(1:9).
           MOVE 9 TO WS-M10-TAM.
           PERFORM CALCULA-MODULO-10.
           MOVE WS-DV TO LD-DV1.
           MOVE LD-CAMPO2 TO WS-M10-AREA.
           MOVE 10 TO WS-M10-TAM.
           PERFORM CALCULA-MODULO-10.
           MOVE WS-DV TO LD-DV2.
           MOVE LD-CAMPO3 TO WS-M10-AREA.
           PERFORM CALCULA-MODULO-10.
           MOVE WS-DV TO LD-DV3.

       CALCULA-MODULO-11.
           MOVE ZEROS TO WS-SOMA.
           MOVE 1 TO WS-PESO.
           PERFORM SOMA-MODULO-11
                   VARYING WS-IX FROM WS-M11-TAM BY -1
                   UNTIL WS-IX LESS 1.
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOC REMAINDER WS-RESTO.
       SOMA-MODULO-11.
           IF  WS-IX NOT EQUAL WS-M11-PULA
               ADD 1 TO WS-PESO
               IF  WS-PESO GREATER 9
                   MOVE 2 TO WS-PESO
               END-IF
               COMPUTE WS-SOMA = WS-SOMA + M11-DIG(WS-IX) * WS-PESO.

       CALCULA-MODULO-10.
           MOVE ZEROS TO WS-SOMA.
           MOVE 1 TO WS-PESO.
           PERFORM SOMA-MODULO-10
                   VARYING WS-IX FROM WS-M10-TAM BY -1
                   UNTIL WS-IX LESS 1.
           DIVIDE WS-SOMA BY 10 GIVING WS-QUOC REMAINDER WS-RESTO.
           IF  WS-RESTO EQUAL ZERO
               MOVE ZEROS TO WS-DV
           ELSE
               COMPUTE WS-DV = 10 - WS-RESTO.
       SOMA-MODULO-10.
           IF  WS-PESO EQUAL 2
               MOVE 1 TO WS-PESO
           ELSE
               MOVE 2 TO WS-PESO.
           COMPUTE WS-PRODUTO = M10-DIG(WS-IX) * WS-PESO.
           IF  WS-PRODUTO GREATER 9
               SUBTRACT 9 FROM WS-PRODUTO.
           ADD WS-PRODUTO TO WS-SOMA.

       REGISTRA-BOLETO.
           MOVE WS-NOSSONUM  TO BL-NOSSONUM.
           MOVE SM-NUMSOC    TO BL-NUMSOC.
           MOVE SM-NOMSOC    TO BL-NOMSOC.
           MOVE SM-VALOR     TO BL-VALOR.
           MOVE SM-DATAVENC  TO BL-DATAVENC.
           MOVE WS-HOJE      TO BL-EMISSAO.
           MOVE "A"          TO BL-SITUACAO.
           MOVE ZEROS        TO BL-DATAPAG BL-VALPAGO.
           WRITE REGBOLETO
               INVALID KEY
                   DISPLAY "PRG98 - BOLETO JA CADASTRADO "
                           BL-NOSSONUM.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "BOLETOS" TO WS-ARQ-ERRO.
           MOVE WS-FS-BOLETOS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       GRAVA-REMESSA.
           MOVE SM-NUMSOC    TO RD-NUMSOC.
           MOVE SM-NOMSOC    TO RD-NOMSOC.
           MOVE SM-VALOR     TO RD-VALOR.
           MOVE SM-DATAVENC  TO RD-DATAVENC.
           MOVE WS-NOSSONUM  TO RD-NOSSONUM.
           WRITE REGREMBOL FROM REM-DETALHE.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "REMBOL" TO WS-ARQ-ERRO.
           MOVE WS-FS-REMBOL TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       IMPRIME-BOLETO.
           MOVE SPACES TO B5-END B6-CID.
           MOVE ZEROS  TO B6-CEP1 B6-CEP2.
           MOVE "ENDERECO NAO CADASTRADO" TO B5-END.
           MOVE "NAO" TO WS-TEM-END.
           IF  WS-TEM-CADCONT EQUAL "SIM"
               MOVE SM-NUMSOC TO CT-NUMSOC
               READ CADCONT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CT-ENDERECO TO B5-END
                       MOVE CT-CIDADE   TO B6-CID
                       MOVE CT-CEP(1:5) TO B6-CEP1
                       MOVE CT-CEP(6:3) TO B6-CEP2
                       MOVE "SIM"       TO WS-TEM-END
               END-READ.
           IF  WS-TEM-END EQUAL "NAO"
               ADD 1 TO CT-SEM-ENDERECO.
           MOVE WS-BANCO         TO B1-BANCO.
           MOVE WS-LINHA-X(1:5)  TO B1-P1.
           MOVE WS-LINHA-X(6:5)  TO B1-P2.
           MOVE WS-LINHA-X(11:5) TO B1-P3.
           MOVE WS-LINHA-X(16:6) TO B1-P4.
           MOVE WS-LINHA-X(22:5) TO B1-P5.
           MOVE WS-LINHA-X(27:6) TO B1-P6.
           MOVE WS-LINHA-X(33:1) TO B1-P7.
           MOVE WS-LINHA-X(34:14) TO B1-P8.
           MOVE WS-CEDENTE       TO B2-CED.
           MOVE WS-AGENCIA       TO B2-AGE.
           MOVE WS-CONTA         TO B2-CTA.
           MOVE SM-DATAVENC      TO WS-DATA-ED.
           MOVE DE-DD   TO B3-VENC(1:2).
           MOVE DE-MM   TO B3-VENC(4:2).
           MOVE DE-AAAA TO B3-VENC(7:4).
           MOVE NN-SEQ           TO B3-NN.
           MOVE NN-DV            TO B3-NNDV.
           MOVE SM-VALOR         TO B3-VAL.
           MOVE SM-NUMSOC        TO B4-NUM.
           MOVE SM-NOMSOC        TO B4-NOME.
           MOVE SM-NUMSOC        TO B9-NUM.
           MOVE SM-DATAVENC      TO B9-VENC.
           MOVE WS-CODBARRAS-X   TO B8-COD.
           MOVE SPACES TO REGRELBOL.
           WRITE REGRELBOL AFTER ADVANCING PAGE.
           WRITE REGRELBOL FROM TRACO AFTER ADVANCING 1 LINE.
           WRITE REGRELBOL FROM BOL1 AFTER ADVANCING 1 LINE.
           WRITE REGRELBOL FROM TRACO AFTER ADVANCING 1 LINE.
           WRITE REGRELBOL FROM BOL7 AFTER ADVANCING 1 LINE.
           WRITE REGRELBOL FROM BOL2 AFTER ADVANCING 1 LINE.
           WRITE REGRELBOL FROM BOL3 AFTER ADVANCING 1 LINE.
           WRITE REGRELBOL FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELBOL FROM BOL4 AFTER ADVANCING 1 LINE.
           WRITE REGRELBOL FROM BOL5 AFTER ADVANCING 1 LINE.
           WRITE REGRELBOL FROM BOL6 AFTER ADVANCING 1 LINE.
           WRITE REGRELBOL FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELBOL FROM BOL9 AFTER ADVANCING 1 LINE.
           WRITE REGRELBOL FROM TRACO AFTER ADVANCING 1 LINE.
           WRITE REGRELBOL FROM BOL8 AFTER ADVANCING 1 LINE.
           WRITE REGRELBOL FROM TRACO AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG98"       TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-EMITIDOS   TO RL-QTDE.
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
               DISPLAY "PRG98 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG98" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
