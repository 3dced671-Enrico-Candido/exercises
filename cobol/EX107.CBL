       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG107.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPREAJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PROPREAJ.
           SELECT REAJPROP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-CHAVE
           FILE STATUS IS WS-FS-REAJPROP.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
           SELECT TABMENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TABMENS.
           SELECT CATSOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CATSOC.
           SELECT FAMSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FM-NUMSOC
           FILE STATUS IS WS-FS-FAMSOC.
           SELECT RELREAJ ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELREAJ.
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
       FD  PROPREAJ
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROPREAJ.DAT".
       01  REGPROPREAJ.
           02 RJ-PROPOSTA   PIC 9(06).
           02 RJ-EFETIVA    PIC 9(08).
           02 RJ-CATEG      PIC 9(02).
           02 RJ-TIPO       PIC X(01).
           02 RJ-PERCENT    PIC 9(03)V99.
           02 RJ-VALOR      PIC 9(09)V99.
           02 RJ-DESCFAM    PIC X(02).
           02 RJ-DESCFAM-N REDEFINES RJ-DESCFAM PIC 9(02).
       FD  REAJPROP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REAJPROP.DAT".
       01  REGREAJPROP.
           02 RP-CHAVE.
              03 RP-PROPOSTA PIC 9(06).
              03 RP-CATEG   PIC 9(02).
           02 RP-EFETIVA    PIC 9(08).
           02 RP-VALOR-ATUAL PIC 9(09)V99.
           02 RP-VALOR-NOVO PIC 9(09)V99.
           02 RP-DESC-ATUAL PIC 9(02).
           02 RP-DESC-NOVO  PIC 9(02).
           02 RP-SITUACAO   PIC X(01).
           02 RP-DATA-SIM   PIC 9(08).
           02 RP-APROVADOR  PIC X(08).
           02 RP-DATA-APLIC PIC 9(08).
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
       FD  TABMENS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TABMENS.DAT".
       01  REGTABMENS.
           02 TM-CATEG      PIC 9(02).
           02 TM-VALOR      PIC 9(09)V99.
           02 TM-DESCFAM    PIC 9(02).
       FD  CATSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CATSOC.DAT".
       01  REGCATSOC.
           02 CS-NUMSOC     PIC 9(06).
           02 CS-CATEG      PIC 9(02).
       FD  FAMSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FAMSOC.DAT".
       01  REGFAMSOC.
           02 FM-NUMSOC     PIC 9(06).
           02 FM-RESP       PIC 9(06).
       FD  RELREAJ LABEL RECORD OMITTED.
       01  REGRELREAJ       PIC X(80).
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
       77  WS-FS-PROPREAJ   PIC X(02) VALUE SPACES.
       77  WS-FS-REAJPROP   PIC X(02) VALUE SPACES.
       77  WS-FS-CADSOC1    PIC X(02) VALUE "00".
       77  WS-FS-TABMENS    PIC X(02) VALUE "00".
       77  WS-FS-CATSOC     PIC X(02) VALUE SPACES.
       77  WS-FS-FAMSOC     PIC X(02) VALUE SPACES.
       77  WS-FS-RELREAJ    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  FIMARQ           PIC X(03) VALUE "NAO".
       77  PRP-FIM          PIC X(03) VALUE "NAO".
       77  RP-FIM           PIC X(03) VALUE "NAO".
       77  TM-FIM           PIC X(03) VALUE "NAO".
       77  CS-FIM           PIC X(03) VALUE "NAO".
       77  FAM-FIM          PIC X(03) VALUE "NAO".
       77  QT-CATSOC        PIC 9(04) VALUE ZEROS.
       77  QT-FAMSOC        PIC 9(04) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  WS-IX-FAM        PIC 9(04) VALUE ZEROS.
       77  WS-EH-DEP        PIC X(03) VALUE "NAO".
       77  WS-PROPOSTA      PIC 9(06) VALUE ZEROS.
       77  WS-EFETIVA       PIC 9(08) VALUE ZEROS.
       77  WS-REGISTRA      PIC X(03) VALUE "SIM".
       77  WS-CATEG         PIC 9(02) VALUE ZEROS.
       77  WS-CATEG-DEP     PIC 9(02) VALUE ZEROS.
       77  WS-NUMSOC-CAT    PIC 9(06) VALUE ZEROS.
       77  WS-QT-DEPS       PIC 9(02) VALUE ZEROS.
       77  WS-BRUTO-AT      PIC 9(09)V99 VALUE ZEROS.
       77  WS-BRUTO-NV      PIC 9(09)V99 VALUE ZEROS.
       77  WS-LIQ-AT        PIC 9(09)V99 VALUE ZEROS.
       77  WS-LIQ-NV        PIC 9(09)V99 VALUE ZEROS.
       77  WS-VAL-AT        PIC 9(09)V99 VALUE ZEROS.
       77  WS-VAL-NV        PIC 9(09)V99 VALUE ZEROS.
       77  WS-PERC          PIC S9(03)V9 VALUE ZEROS.
       77  WS-BASE-AT       PIC 9(11)V99 VALUE ZEROS.
       77  WS-BASE-NV       PIC 9(11)V99 VALUE ZEROS.
       77  WS-MOTIVO-REJ    PIC X(30) VALUE SPACES.
       77  AC-BRUTO-AT      PIC 9(11)V99 VALUE ZEROS.
       77  AC-BRUTO-NV      PIC 9(11)V99 VALUE ZEROS.
       77  AC-DESC-AT       PIC 9(11)V99 VALUE ZEROS.
       77  AC-DESC-NV       PIC 9(11)V99 VALUE ZEROS.
       77  AC-LIQ-AT        PIC 9(11)V99 VALUE ZEROS.
       77  AC-LIQ-NV        PIC 9(11)V99 VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-PROPOSTAS     PIC 9(03) VALUE ZEROS.
       77  CT-REJEITADAS    PIC 9(03) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77  CT-TITULARES     PIC 9(05) VALUE ZEROS.
       77  CT-DEPENDENTES   PIC 9(05) VALUE ZEROS.
       77  CT-NAO-ATIVOS    PIC 9(05) VALUE ZEROS.
       77  CT-SEM-TABELA    PIC 9(05) VALUE ZEROS.
       77  CT-AFETADAS      PIC 9(05) VALUE ZEROS.
       77  CT-GRAVADOS      PIC 9(03) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  TAB-CATEGORIAS.
                 04 TAB-CT-OCORR OCCURS 99 TIMES.
                       05 TC-EXISTE-AT PIC X(01).
                       05 TC-VALOR-AT  PIC 9(09)V99.
                       05 TC-DESC-AT   PIC 9(02).
                       05 TC-EXISTE-NV PIC X(01).
                       05 TC-VALOR-NV  PIC 9(09)V99.
                       05 TC-DESC-NV   PIC 9(02).
                       05 TC-PROPOSTO  PIC X(01).
                       05 TC-SOCIOS    PIC 9(05).
                       05 TC-AFETADOS  PIC 9(05).
                       05 TC-REC-AT    PIC 9(11)V99.
                       05 TC-REC-NV    PIC 9(11)V99.
                       05 TC-FAMILIAS  PIC 9(05).
                       05 TC-DESCV-AT  PIC 9(11)V99.
                       05 TC-DESCV-NV  PIC 9(11)V99.
       01  TAB-CATSOC.
                 04 TAB-CATSOC-OCORR OCCURS 2000 TIMES.
                       05 TAB-CS-NUMSOC PIC 9(06).
                       05 TAB-CS-CATEG  PIC 9(02).
       01  TAB-FAMSOC.
                 04 TAB-FAMSOC-OCORR OCCURS 2000 TIMES.
                       05 TAB-FM-NUMSOC PIC 9(06).
                       05 TAB-FM-RESP   PIC 9(06).
       01  WS-CAB2          PIC X(80) VALUE SPACES.
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(35) VALUE
                       "SIMULACAO DE REAJUSTE - PROPOSTA ".
                 03 CB-PROP PIC 9(06) VALUE ZEROS.
                 03 FILLER  PIC X(12) VALUE "  VIGENCIA ".
                 03 CB-EFET PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  CAB2-CAT.
                 03 FILLER  PIC X(05) VALUE "CAT".
                 03 FILLER  PIC X(07) VALUE "SOCIOS".
                 03 FILLER  PIC X(07) VALUE "AFETAD".
                 03 FILLER  PIC X(10) VALUE "  ATUAL".
                 03 FILLER  PIC X(10) VALUE "   NOVO".
                 03 FILLER  PIC X(14) VALUE " RECEITA ATUAL".
                 03 FILLER  PIC X(14) VALUE "  RECEITA NOVA".
                 03 FILLER  PIC X(07) VALUE "  VAR%".
       01  CAB2-FAM.
                 03 FILLER  PIC X(05) VALUE "CAT".
                 03 FILLER  PIC X(10) VALUE "FAMILIAS".
                 03 FILLER  PIC X(08) VALUE "DESC AT".
                 03 FILLER  PIC X(08) VALUE "DESC NV".
                 03 FILLER  PIC X(16) VALUE "  DESCONTO ATUAL".
                 03 FILLER  PIC X(16) VALUE "   DESCONTO NOVO".
       01  DETCAT.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DC-CAT  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DC-SOC  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DC-AFE  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DC-VAT  PIC ZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DC-VNV  PIC ZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DC-RAT  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DC-RNV  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DC-VAR  PIC ZZ9,9- VALUE ZEROS.
       01  DETFAM.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DF-CAT  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(04) VALUE SPACES.
                 03 DF-FAM  PIC ZZ.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 DF-DAT  PIC Z9 VALUE ZEROS.
                 03 FILLER  PIC X(07) VALUE "%".
                 03 DF-DNV  PIC Z9 VALUE ZEROS.
                 03 FILLER  PIC X(04) VALUE "%".
                 03 DF-VAT  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 DF-VNV  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINTOT.
                 03 LT-TXT  PIC X(30) VALUE SPACES.
                 03 LT-VAT  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 LT-VNV  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 LT-VAR  PIC ZZ9,9- VALUE ZEROS.
       01  LINQTD.
                 03 LQ-TXT  PIC X(30) VALUE SPACES.
                 03 LQ-QTD  PIC ZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           INITIALIZE TAB-CATEGORIAS.
           PERFORM CARREGA-TABMENS.
           MOVE SPACES TO WS-FS-PROPREAJ.
           OPEN INPUT PROPREAJ.
           IF  WS-FS-PROPREAJ EQUAL "35"
               DISPLAY "PRG107 - ARQUIVO DE PROPOSTA NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           PERFORM LE-PROPOSTA.
           PERFORM TRATA-PROPOSTA
                   UNTIL PRP-FIM EQUAL "SIM".
           CLOSE PROPREAJ.
           IF  CT-PROPOSTAS EQUAL ZERO
               DISPLAY "PRG107 - NENHUMA CATEGORIA VALIDA NA PROPOSTA"
               MOVE 8 TO RETURN-CODE
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           PERFORM CARREGA-CATSOC.
           PERFORM CARREGA-FAMSOC.
           OPEN INPUT CADSOC1.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LEITURA.
           PERFORM SIMULA-SOCIO
                   THRU SIMULA-SOCIO-FIM
                   UNTIL FIMARQ EQUAL "SIM".
           CLOSE CADSOC1.
           OPEN OUTPUT RELREAJ.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELREAJ" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELREAJ TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-PROPOSTA TO CB-PROP.
           MOVE WS-EFETIVA(1:4) TO CB-EFET(7:4).
           MOVE WS-EFETIVA(5:2) TO CB-EFET(4:2).
           MOVE WS-EFETIVA(7:2) TO CB-EFET(1:2).
           PERFORM IMPRIME-CATEGORIAS.
           PERFORM IMPRIME-FAMILIAS.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELREAJ.
           IF  WS-REGISTRA EQUAL "SIM"
               PERFORM REGISTRA-PROPOSTA THRU REGISTRA-PROPOSTA-FIM
           ELSE
               DISPLAY "PRG107 - PROPOSTA " WS-PROPOSTA
                       " NAO REGISTRADA PARA APROVACAO"
               MOVE 8 TO RETURN-CODE.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG107 - TOTAIS DE CONTROLE".
           DISPLAY "PROPOSTA...............: " WS-PROPOSTA.
           DISPLAY "CATEGORIAS PROPOSTAS...: " CT-PROPOSTAS.
           DISPLAY "LINHAS REJEITADAS......: " CT-REJEITADAS.
           DISPLAY "SOCIOS LIDOS...........: " CT-LIDOS.
           DISPLAY "TITULARES SIMULADOS....: " CT-TITULARES.
           DISPLAY "DEPENDENTES............: " CT-DEPENDENTES.
           DISPLAY "SOCIOS NAO ATIVOS......: " CT-NAO-ATIVOS.
           DISPLAY "SEM VALOR NA TABELA....: " CT-SEM-TABELA.
           DISPLAY "COBRANCAS AFETADAS.....: " CT-AFETADAS.
           DISPLAY "CATEGORIAS REGISTRADAS.: " CT-GRAVADOS.

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

       CARREGA-TABMENS.
           OPEN INPUT TABMENS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "TABMENS" TO WS-ARQ-ERRO.
           MOVE WS-FS-TABMENS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM CARREGA-TABMENS-LER.
           PERFORM CARREGA-TABMENS-PRINCIPAL
                   UNTIL TM-FIM EQUAL "SIM".
           CLOSE TABMENS.
       CARREGA-TABMENS-LER.
           READ TABMENS
                       AT END
                             MOVE "SIM" TO TM-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "TABMENS" TO WS-ARQ-ERRO.
           MOVE WS-FS-TABMENS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       CARREGA-TABMENS-PRINCIPAL.
           IF  TM-CATEG NUMERIC
           AND TM-CATEG GREATER ZERO
               MOVE "S"      TO TC-EXISTE-AT(TM-CATEG)
                                TC-EXISTE-NV(TM-CATEG)
               MOVE TM-VALOR TO TC-VALOR-AT(TM-CATEG)
                                TC-VALOR-NV(TM-CATEG)
               IF  TM-DESCFAM NUMERIC
                   MOVE TM-DESCFAM TO TC-DESC-AT(TM-CATEG)
                                      TC-DESC-NV(TM-CATEG).
           PERFORM CARREGA-TABMENS-LER.

       LE-PROPOSTA.
           READ PROPREAJ
                       AT END
                             MOVE "SIM" TO PRP-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "PROPREAJ" TO WS-ARQ-ERRO.
           MOVE WS-FS-PROPREAJ TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       TRATA-PROPOSTA.
           PERFORM VALIDA-LINHA
                   THRU VALIDA-LINHA-FIM.
           PERFORM LE-PROPOSTA.

       VALIDA-LINHA.
           IF  WS-PROPOSTA EQUAL ZERO
           AND RJ-PROPOSTA NUMERIC
           AND RJ-EFETIVA NUMERIC
               MOVE RJ-PROPOSTA TO WS-PROPOSTA
               MOVE RJ-EFETIVA  TO WS-EFETIVA.
           IF  RJ-PROPOSTA NOT NUMERIC
           OR  RJ-PROPOSTA EQUAL ZERO
           OR  RJ-PROPOSTA NOT EQUAL WS-PROPOSTA
               MOVE "NUMERO DE PROPOSTA INVALIDO" TO WS-MOTIVO-REJ
               GO TO VALIDA-LINHA-REJEITA.
           IF  RJ-EFETIVA NOT NUMERIC
           OR  RJ-EFETIVA NOT EQUAL WS-EFETIVA
               MOVE "VIGENCIA DIFERENTE NA PROPOSTA" TO WS-MOTIVO-REJ
               GO TO VALIDA-LINHA-REJEITA.
           IF  WS-EFETIVA LESS WS-HOJE
           OR  FUNCTION INTEGER-OF-DATE(WS-EFETIVA) EQUAL ZERO
               MOVE "VIGENCIA INVALIDA OU PASSADA" TO WS-MOTIVO-REJ
               GO TO VALIDA-LINHA-REJEITA.
           IF  RJ-CATEG NOT NUMERIC
           OR  RJ-CATEG EQUAL ZERO
               MOVE "CATEGORIA INVALIDA" TO WS-MOTIVO-REJ
               GO TO VALIDA-LINHA-REJEITA.
           IF  TC-PROPOSTO(RJ-CATEG) EQUAL "S"
               MOVE "CATEGORIA REPETIDA" TO WS-MOTIVO-REJ
               GO TO VALIDA-LINHA-REJEITA.
           IF  RJ-DESCFAM NOT EQUAL SPACES
           AND RJ-DESCFAM NOT NUMERIC
               MOVE "DESCONTO FAMILIAR INVALIDO" TO WS-MOTIVO-REJ
               GO TO VALIDA-LINHA-REJEITA.
           IF  RJ-TIPO EQUAL "P"
               IF  RJ-PERCENT NOT NUMERIC
                   MOVE "PERCENTUAL INVALIDO" TO WS-MOTIVO-REJ
                   GO TO VALIDA-LINHA-REJEITA
               END-IF
               IF  TC-EXISTE-AT(RJ-CATEG) NOT EQUAL "S"
                   MOVE "CATEGORIA SEM VALOR ATUAL" TO WS-MOTIVO-REJ
                   GO TO VALIDA-LINHA-REJEITA
               END-IF
               COMPUTE TC-VALOR-NV(RJ-CATEG) ROUNDED =
                       TC-VALOR-AT(RJ-CATEG) * (100 + RJ-PERCENT) / 100
           ELSE
               IF  RJ-TIPO EQUAL "V"
               AND RJ-VALOR NUMERIC
               AND RJ-VALOR GREATER ZERO
                   MOVE RJ-VALOR TO TC-VALOR-NV(RJ-CATEG)
               ELSE
                   MOVE "TIPO OU VALOR INVALIDO" TO WS-MOTIVO-REJ
                   GO TO VALIDA-LINHA-REJEITA.
           IF  RJ-DESCFAM NUMERIC
               MOVE RJ-DESCFAM-N TO TC-DESC-NV(RJ-CATEG).
           MOVE "S" TO TC-EXISTE-NV(RJ-CATEG).
           MOVE "S" TO TC-PROPOSTO(RJ-CATEG).
           ADD 1 TO CT-PROPOSTAS.
           GO TO VALIDA-LINHA-FIM.
       VALIDA-LINHA-REJEITA.
           DISPLAY "PRG107 - LINHA REJEITADA CATEG " RJ-CATEG
                   " - " WS-MOTIVO-REJ.
           ADD 1 TO CT-REJEITADAS.
           MOVE "NAO" TO WS-REGISTRA.
       VALIDA-LINHA-FIM.
           EXIT.

       CARREGA-CATSOC.
           MOVE SPACES TO WS-FS-CATSOC.
           OPEN INPUT CATSOC.
           IF  WS-FS-CATSOC EQUAL "35"
               MOVE "SIM" TO CS-FIM
           ELSE
               PERFORM CARREGA-CATSOC-LER
               PERFORM CARREGA-CATSOC-PRINCIPAL
                       UNTIL CS-FIM EQUAL "SIM"
               CLOSE CATSOC.
       CARREGA-CATSOC-LER.
           READ CATSOC
                       AT END
                             MOVE "SIM" TO CS-FIM.
       CARREGA-CATSOC-PRINCIPAL.
           IF  QT-CATSOC NOT LESS 2000
               DISPLAY "PRG107 - TABELA CATSOC ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-CATSOC.
           MOVE CS-NUMSOC TO TAB-CS-NUMSOC(QT-CATSOC).
           MOVE CS-CATEG  TO TAB-CS-CATEG(QT-CATSOC).
           PERFORM CARREGA-CATSOC-LER.

       CARREGA-FAMSOC.
           MOVE SPACES TO WS-FS-FAMSOC.
           OPEN INPUT FAMSOC.
           IF  WS-FS-FAMSOC NOT EQUAL "00"
               MOVE "SIM" TO FAM-FIM
           ELSE
               PERFORM CARREGA-FAMSOC-LER
               PERFORM CARREGA-FAMSOC-PRINCIPAL
                       UNTIL FAM-FIM EQUAL "SIM"
               CLOSE FAMSOC.
       CARREGA-FAMSOC-LER.
           READ FAMSOC
                       AT END
                             MOVE "SIM" TO FAM-FIM.
       CARREGA-FAMSOC-PRINCIPAL.
           IF  QT-FAMSOC NOT LESS 2000
               DISPLAY "PRG107 - TABELA FAMSOC ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-FAMSOC.
           MOVE FM-NUMSOC TO TAB-FM-NUMSOC(QT-FAMSOC).
           MOVE FM-RESP   TO TAB-FM-RESP(QT-FAMSOC).
           PERFORM CARREGA-FAMSOC-LER.

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

       SIMULA-SOCIO.
           IF  SITSOC1 NOT EQUAL "A"
           AND SITSOC1 NOT EQUAL SPACE
               ADD 1 TO CT-NAO-ATIVOS
               GO TO SIMULA-SOCIO-PROX.
           PERFORM VERIFICA-DEPENDENTE.
           IF  WS-EH-DEP EQUAL "SIM"
               ADD 1 TO CT-DEPENDENTES
               GO TO SIMULA-SOCIO-PROX.
           MOVE NUMSOC1 TO WS-NUMSOC-CAT.
           PERFORM BUSCA-CATEGORIA.
           MOVE WS-CATEG-DEP TO WS-CATEG.
           IF  TC-EXISTE-AT(WS-CATEG) NOT EQUAL "S"
           AND TC-EXISTE-NV(WS-CATEG) NOT EQUAL "S"
               ADD 1 TO CT-SEM-TABELA
               GO TO SIMULA-SOCIO-PROX.
           ADD 1 TO CT-TITULARES.
           MOVE ZEROS TO WS-BRUTO-AT WS-BRUTO-NV WS-QT-DEPS.
           PERFORM SOMA-PARCELA.
           MOVE ZEROS TO WS-IX-FAM.
           PERFORM SOMA-DEPENDENTE
                   QT-FAMSOC TIMES.
           MOVE WS-BRUTO-AT TO WS-LIQ-AT.
           MOVE WS-BRUTO-NV TO WS-LIQ-NV.
           IF  WS-QT-DEPS GREATER ZERO
               ADD 1 TO TC-FAMILIAS(WS-CATEG)
               COMPUTE WS-LIQ-AT ROUNDED =
                       WS-BRUTO-AT * (100 - TC-DESC-AT(WS-CATEG)) / 100
               COMPUTE WS-LIQ-NV ROUNDED =
                       WS-BRUTO-NV * (100 - TC-DESC-NV(WS-CATEG)) / 100
               COMPUTE TC-DESCV-AT(WS-CATEG) =
                       TC-DESCV-AT(WS-CATEG) + WS-BRUTO-AT - WS-LIQ-AT
               COMPUTE TC-DESCV-NV(WS-CATEG) =
                       TC-DESCV-NV(WS-CATEG) + WS-BRUTO-NV - WS-LIQ-NV.
           ADD WS-BRUTO-AT TO AC-BRUTO-AT.
           ADD WS-BRUTO-NV TO AC-BRUTO-NV.
           ADD WS-LIQ-AT TO AC-LIQ-AT.
           ADD WS-LIQ-NV TO AC-LIQ-NV.
           COMPUTE AC-DESC-AT = AC-DESC-AT + WS-BRUTO-AT - WS-LIQ-AT.
           COMPUTE AC-DESC-NV = AC-DESC-NV + WS-BRUTO-NV - WS-LIQ-NV.
           IF  WS-LIQ-AT NOT EQUAL WS-LIQ-NV
               ADD 1 TO CT-AFETADAS.
       SIMULA-SOCIO-PROX.
           PERFORM LEITURA.
       SIMULA-SOCIO-FIM.
           EXIT.

       SOMA-DEPENDENTE.
           ADD 1 TO WS-IX-FAM.
           IF  TAB-FM-RESP(WS-IX-FAM) EQUAL NUMSOC1
               ADD 1 TO WS-QT-DEPS
               MOVE TAB-FM-NUMSOC(WS-IX-FAM) TO WS-NUMSOC-CAT
               PERFORM BUSCA-CATEGORIA
               PERFORM SOMA-PARCELA.

       SOMA-PARCELA.
           MOVE ZEROS TO WS-VAL-AT WS-VAL-NV.
           IF  TC-EXISTE-AT(WS-CATEG) EQUAL "S"
           AND TC-EXISTE-AT(WS-CATEG-DEP) EQUAL "S"
               MOVE TC-VALOR-AT(WS-CATEG-DEP) TO WS-VAL-AT.
           IF  TC-EXISTE-NV(WS-CATEG) EQUAL "S"
           AND TC-EXISTE-NV(WS-CATEG-DEP) EQUAL "S"
               MOVE TC-VALOR-NV(WS-CATEG-DEP) TO WS-VAL-NV.
           ADD 1 TO TC-SOCIOS(WS-CATEG-DEP).
           IF  WS-VAL-AT NOT EQUAL WS-VAL-NV
               ADD 1 TO TC-AFETADOS(WS-CATEG-DEP).
           ADD WS-VAL-AT TO TC-REC-AT(WS-CATEG-DEP) WS-BRUTO-AT.
           ADD WS-VAL-NV TO TC-REC-NV(WS-CATEG-DEP) WS-BRUTO-NV.

       VERIFICA-DEPENDENTE.
           MOVE "NAO" TO WS-EH-DEP.
           PERFORM VERIFICA-DEPENDENTE-UM
                   VARYING WS-IX-FAM FROM 1 BY 1
                   UNTIL WS-IX-FAM GREATER QT-FAMSOC.
       VERIFICA-DEPENDENTE-UM.
           IF  TAB-FM-NUMSOC(WS-IX-FAM) EQUAL NUMSOC1
               MOVE "SIM" TO WS-EH-DEP.

       BUSCA-CATEGORIA.
           MOVE 01 TO WS-CATEG-DEP.
           PERFORM BUSCA-CATEGORIA-UM
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-CATSOC.
           IF  WS-CATEG-DEP EQUAL ZERO
               MOVE 01 TO WS-CATEG-DEP.
       BUSCA-CATEGORIA-UM.
           IF  TAB-CS-NUMSOC(WS-IX) EQUAL WS-NUMSOC-CAT
               MOVE TAB-CS-CATEG(WS-IX) TO WS-CATEG-DEP.

       CALCULA-VARIACAO.
           MOVE ZEROS TO WS-PERC.
           IF  WS-BASE-AT GREATER ZERO
               COMPUTE WS-PERC ROUNDED =
                       (WS-BASE-NV - WS-BASE-AT) * 100 / WS-BASE-AT
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-PERC.

       IMPRIME-CATEGORIAS.
           MOVE CAB2-CAT TO WS-CAB2.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-CATEGORIA-LINHA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER 99.
       IMPRIME-CATEGORIA-LINHA.
           IF  TC-EXISTE-AT(WS-IX) EQUAL "S"
           OR  TC-EXISTE-NV(WS-IX) EQUAL "S"
               IF  CTLIN GREATER 30
                   PERFORM IMPRIME-CABECALHO
               END-IF
               MOVE WS-IX TO DC-CAT
               MOVE TC-SOCIOS(WS-IX) TO DC-SOC
               MOVE TC-AFETADOS(WS-IX) TO DC-AFE
               MOVE TC-VALOR-AT(WS-IX) TO DC-VAT
               MOVE TC-VALOR-NV(WS-IX) TO DC-VNV
               MOVE TC-REC-AT(WS-IX) TO DC-RAT
               MOVE TC-REC-NV(WS-IX) TO DC-RNV
               MOVE TC-VALOR-AT(WS-IX) TO WS-BASE-AT
               MOVE TC-VALOR-NV(WS-IX) TO WS-BASE-NV
               PERFORM CALCULA-VARIACAO
               MOVE WS-PERC TO DC-VAR
               WRITE REGRELREAJ FROM DETCAT AFTER ADVANCING 1 LINE
               ADD 1 TO CTLIN.

       IMPRIME-FAMILIAS.
           MOVE CAB2-FAM TO WS-CAB2.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-FAMILIA-LINHA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER 99.
       IMPRIME-FAMILIA-LINHA.
           IF  TC-FAMILIAS(WS-IX) GREATER ZERO
               IF  CTLIN GREATER 30
                   PERFORM IMPRIME-CABECALHO
               END-IF
               MOVE WS-IX TO DF-CAT
               MOVE TC-FAMILIAS(WS-IX) TO DF-FAM
               MOVE TC-DESC-AT(WS-IX) TO DF-DAT
               MOVE TC-DESC-NV(WS-IX) TO DF-DNV
               MOVE TC-DESCV-AT(WS-IX) TO DF-VAT
               MOVE TC-DESCV-NV(WS-IX) TO DF-VNV
               WRITE REGRELREAJ FROM DETFAM AFTER ADVANCING 1 LINE
               ADD 1 TO CTLIN.

       IMPRIME-TOTAIS.
           IF  CTLIN GREATER 22
               PERFORM IMPRIME-CABECALHO.
           MOVE "RECEITA BRUTA MENSAL.........:" TO LT-TXT.
           MOVE AC-BRUTO-AT TO LT-VAT WS-BASE-AT.
           MOVE AC-BRUTO-NV TO LT-VNV WS-BASE-NV.
           PERFORM CALCULA-VARIACAO.
           MOVE WS-PERC TO LT-VAR.
           WRITE REGRELREAJ FROM LINTOT AFTER ADVANCING 3 LINES.
           MOVE "DESCONTO FAMILIAR............:" TO LT-TXT.
           MOVE AC-DESC-AT TO LT-VAT WS-BASE-AT.
           MOVE AC-DESC-NV TO LT-VNV WS-BASE-NV.
           PERFORM CALCULA-VARIACAO.
           MOVE WS-PERC TO LT-VAR.
           WRITE REGRELREAJ FROM LINTOT AFTER ADVANCING 1 LINE.
           MOVE "RECEITA LIQUIDA MENSAL.......:" TO LT-TXT.
           MOVE AC-LIQ-AT TO LT-VAT WS-BASE-AT.
           MOVE AC-LIQ-NV TO LT-VNV WS-BASE-NV.
           PERFORM CALCULA-VARIACAO.
           MOVE WS-PERC TO LT-VAR.
           WRITE REGRELREAJ FROM LINTOT AFTER ADVANCING 1 LINE.
           MOVE "TITULARES SIMULADOS..........:" TO LQ-TXT.
           MOVE CT-TITULARES TO LQ-QTD.
           WRITE REGRELREAJ FROM LINQTD AFTER ADVANCING 2 LINES.
           MOVE "COBRANCAS AFETADAS...........:" TO LQ-TXT.
           MOVE CT-AFETADAS TO LQ-QTD.
           WRITE REGRELREAJ FROM LINQTD AFTER ADVANCING 1 LINE.
           MOVE "SEM VALOR NA TABELA..........:" TO LQ-TXT.
           MOVE CT-SEM-TABELA TO LQ-QTD.
           WRITE REGRELREAJ FROM LINQTD AFTER ADVANCING 1 LINE.
           MOVE "LINHAS REJEITADAS............:" TO LQ-TXT.
           MOVE CT-REJEITADAS TO LQ-QTD.
           WRITE REGRELREAJ FROM LINQTD AFTER ADVANCING 1 LINE.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELREAJ.
           WRITE REGRELREAJ AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELREAJ FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELREAJ FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELREAJ FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELREAJ FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELREAJ FROM WS-CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELREAJ FROM BREAK AFTER ADVANCING 1 LINE.

       REGISTRA-PROPOSTA.
           MOVE SPACES TO WS-FS-REAJPROP.
           OPEN I-O REAJPROP.
           IF  WS-FS-REAJPROP EQUAL "35"
               OPEN OUTPUT REAJPROP
               CLOSE REAJPROP
               OPEN I-O REAJPROP.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "REAJPROP" TO WS-ARQ-ERRO.
           MOVE WS-FS-REAJPROP TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "NAO" TO RP-FIM.
           MOVE WS-PROPOSTA TO RP-PROPOSTA.
           MOVE ZEROS TO RP-CATEG.
           START REAJPROP KEY NOT LESS RP-CHAVE
               INVALID KEY
                   MOVE "SIM" TO RP-FIM.
           IF  RP-FIM EQUAL "NAO"
               PERFORM LE-REAJPROP.
           IF  RP-FIM EQUAL "NAO"
           AND RP-SITUACAO NOT EQUAL "S"
               DISPLAY "PRG107 - PROPOSTA " WS-PROPOSTA
                       " JA APROVADA - SIMULACAO NAO REGRAVADA"
               MOVE 8 TO RETURN-CODE
               CLOSE REAJPROP
               GO TO REGISTRA-PROPOSTA-FIM.
           PERFORM APAGA-SIMULACAO
                   UNTIL RP-FIM EQUAL "SIM".
           PERFORM GRAVA-SIMULACAO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER 99.
           CLOSE REAJPROP.
           DISPLAY "PRG107 - PROPOSTA " WS-PROPOSTA
                   " REGISTRADA - SOLICITE A APROVACAO".
       REGISTRA-PROPOSTA-FIM.
           EXIT.
       LE-REAJPROP.
           READ REAJPROP NEXT RECORD
                       AT END
                             MOVE "SIM" TO RP-FIM.
           IF  RP-FIM EQUAL "NAO"
           AND RP-PROPOSTA NOT EQUAL WS-PROPOSTA
               MOVE "SIM" TO RP-FIM.
       APAGA-SIMULACAO.
           DELETE REAJPROP RECORD
               INVALID KEY
                   DISPLAY "PRG107 - ERRO AO EXCLUIR SIMULACAO "
                           RP-CHAVE.
           PERFORM LE-REAJPROP.
       GRAVA-SIMULACAO.
           IF  TC-EXISTE-AT(WS-IX) EQUAL "S"
           OR  TC-EXISTE-NV(WS-IX) EQUAL "S"
               MOVE SPACES TO REGREAJPROP
               MOVE WS-PROPOSTA TO RP-PROPOSTA
               MOVE WS-IX TO RP-CATEG
               MOVE WS-EFETIVA TO RP-EFETIVA
               MOVE TC-VALOR-AT(WS-IX) TO RP-VALOR-ATUAL
               MOVE TC-VALOR-NV(WS-IX) TO RP-VALOR-NOVO
               MOVE TC-DESC-AT(WS-IX) TO RP-DESC-ATUAL
               MOVE TC-DESC-NV(WS-IX) TO RP-DESC-NOVO
               MOVE "S" TO RP-SITUACAO
               MOVE WS-HOJE TO RP-DATA-SIM
               MOVE ZEROS TO RP-DATA-APLIC
               WRITE REGREAJPROP
                   INVALID KEY
                       DISPLAY "PRG107 - ERRO AO GRAVAR SIMULACAO "
                               RP-CHAVE
               END-WRITE
               ADD 1 TO CT-GRAVADOS.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG107"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-TITULARES TO RL-QTDE.
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
               DISPLAY "PRG107 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG107" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
