       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG140.
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
           SELECT CADSOC1A ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADSOC1A.
           SELECT FAMSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FM-NUMSOC
           FILE STATUS IS WS-FS-FAMSOC.
           SELECT ACORDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AC-NUMSOC
           FILE STATUS IS WS-FS-ACORDOS.
           SELECT ELEITOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EL-NUMSOC
           FILE STATUS IS WS-FS-ELEITOR.
           SELECT ROLCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ROLCTL.
           SELECT EXCLTMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXCLTMP.
           SELECT RELELEIT ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELELEIT.
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
       FD  CADSOC1A
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1A.DAT".
       01  REGCAD1A.
           02 ACODPAG1      PIC 9(02).
           02 ANUMSOC1      PIC 9(06).
           02 ANOMSOC1      PIC X(20).
           02 AVAL1         PIC 9(09)V99.
           02 ADATAVENC1    PIC 9(08).
           02 AFILIAL1      PIC 9(02).
           02 ASITSOC1      PIC X(01).
           02 ADTSTATUS     PIC 9(08).
       FD  FAMSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FAMSOC.DAT".
       01  REGFAMSOC.
           02 FM-NUMSOC     PIC 9(06).
           02 FM-RESP       PIC 9(06).
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
       FD  ELEITOR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ELEITOR.DAT".
       01  REGELEITOR.
           02 EL-NUMSOC     PIC 9(06).
           02 EL-NOME       PIC X(20).
           02 EL-ORDEM      PIC 9(05).
           02 EL-PRESENTE   PIC X(01).
           02 EL-DATA-PRES  PIC 9(08).
           02 EL-HORA-PRES  PIC 9(08).
           02 EL-OPERADOR   PIC X(08).
       FD  ROLCTL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ROLCTL.DAT".
       01  REGROLCTL.
           02 RC-CORTE      PIC 9(08).
           02 RC-GERACAO    PIC 9(08).
           02 RC-ELEITORES  PIC 9(06).
           02 RC-QUORUM     PIC 9(03).
           02 RC-MINIMO     PIC 9(06).
       FD  EXCLTMP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EXCLTMP.DAT".
       01  REGEXCLTMP.
           02 EX-NUMSOC     PIC 9(06).
           02 EX-NOME       PIC X(20).
           02 EX-MOTIVO     PIC 9(02).
       FD  RELELEIT LABEL RECORD OMITTED.
       01  REGRELELEIT      PIC X(80).
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
       77  WS-FS-CADSOC1A   PIC X(02) VALUE SPACES.
       77  WS-FS-FAMSOC     PIC X(02) VALUE SPACES.
       77  WS-FS-ACORDOS    PIC X(02) VALUE SPACES.
       77  WS-FS-ELEITOR    PIC X(02) VALUE SPACES.
       77  WS-FS-ROLCTL     PIC X(02) VALUE SPACES.
       77  WS-FS-EXCLTMP    PIC X(02) VALUE SPACES.
       77  WS-FS-RELELEIT   PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  FIMARQ           PIC X(03) VALUE "NAO".
       77  ARQ-FIM          PIC X(03) VALUE "NAO".
       77  EL-FIM           PIC X(03) VALUE "NAO".
       77  EX-FIM           PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-TEM-FAMARQ    PIC X(03) VALUE "NAO".
       77  WS-TEM-ACORDO    PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-CORTE         PIC 9(08) VALUE ZEROS.
       77  WS-QUORUM        PIC 9(03) VALUE 50.
       77  WS-MINIMO        PIC 9(06) VALUE ZEROS.
       77  WS-MOTIVO        PIC 9(02) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(03) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(07) VALUE ZEROS.
       77  CT-ELEITORES     PIC 9(06) VALUE ZEROS.
       77  CT-EXCLUIDOS     PIC 9(06) VALUE ZEROS.
       77  CT-PRESENTES     PIC 9(06) VALUE ZEROS.
       77  CT-ORDEM         PIC 9(06) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-PARM-N8X.
           02 WS-PARM-N8    PIC 9(08).
       01  WS-PARM-N3X.
           02 WS-PARM-N3    PIC 9(03).
       01  TAB-MOTIVOS.
           02 FILLER        PIC X(26) VALUE "TITULAR EM DIA".
           02 FILLER        PIC X(26) VALUE "INADIMPLENTE".
           02 FILLER        PIC X(26) VALUE "EM ACORDO DE PARCELAMENTO".
           02 FILLER        PIC X(26) VALUE "ARQUIVADO".
           02 FILLER        PIC X(26) VALUE "DEPENDENTE".
           02 FILLER        PIC X(26) VALUE "SUSPENSO".
           02 FILLER        PIC X(26) VALUE "DESLIGADO".
       01  TAB-MOTIVOS-R REDEFINES TAB-MOTIVOS.
           02 TAB-DESCMOT   PIC X(26) OCCURS 7 TIMES.
       01  TAB-CONTAGEM.
           02 TAB-CT-MOTIVO PIC 9(06) OCCURS 7 TIMES.
       01  CAB0.
                 03 FILLER  PIC X(64) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC ZZ9   VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 C1-TITULO PIC X(40) VALUE SPACES.
                 03 FILLER  PIC X(16) VALUE "DATA DE CORTE ".
                 03 C1-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(08) VALUE " ORDEM".
                 03 FILLER  PIC X(09) VALUE " SOCIO".
                 03 FILLER  PIC X(22) VALUE "NOME".
                 03 FILLER  PIC X(30) VALUE "MOTIVO".
       01  DETALHE.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-ORDEM     PIC ZZZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DE-NUM       PIC 999.999 VALUE ZEROS.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DE-NOME      PIC X(20) VALUE SPACES.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DE-MOTIVO    PIC X(26) VALUE SPACES.
       01  RESUMO.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 RS-TXT  PIC X(40) VALUE SPACES.
                 03 RS-QTDE PIC ZZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           PERFORM VERIFICA-ROL-ANTERIOR.
           MOVE SPACES TO WS-FS-FAMSOC.
           OPEN INPUT FAMSOC.
           IF  WS-FS-FAMSOC EQUAL "00"
               MOVE "SIM" TO WS-TEM-FAMARQ.
           MOVE SPACES TO WS-FS-ACORDOS.
           OPEN INPUT ACORDOS.
           IF  WS-FS-ACORDOS EQUAL "00"
               MOVE "SIM" TO WS-TEM-ACORDO.
           INITIALIZE TAB-CONTAGEM.
           OPEN INPUT CADSOC1 OUTPUT ELEITOR EXCLTMP RELELEIT.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADSOC1" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1 TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "ELEITOR" TO WS-ARQ-ERRO.
           MOVE WS-FS-ELEITOR TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "EXCLTMP" TO WS-ARQ-ERRO.
           MOVE WS-FS-EXCLTMP TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELELEIT" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELELEIT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "ROL OFICIAL DE ELEITORES" TO C1-TITULO.
           PERFORM LEITURA.
           PERFORM PRINCIPAL
                   UNTIL FIMARQ EQUAL "SIM".
           CLOSE CADSOC1 ELEITOR.
           IF  WS-TEM-FAMARQ EQUAL "SIM"
               CLOSE FAMSOC.
           IF  WS-TEM-ACORDO EQUAL "SIM"
               CLOSE ACORDOS.
           PERFORM EXCLUI-ARQUIVADOS.
           CLOSE EXCLTMP.
           PERFORM IMPRIME-EXCLUIDOS.
           PERFORM CALCULA-QUORUM.
           PERFORM IMPRIME-RESUMO.
           CLOSE RELELEIT.
           PERFORM GRAVA-ROLCTL.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG140 - TOTAIS DE CONTROLE".
           DISPLAY "DATA DE CORTE..........: " WS-CORTE.
           DISPLAY "SOCIOS LIDOS...........: " CT-LIDOS.
           DISPLAY "ELEITORES APTOS........: " CT-ELEITORES.
           DISPLAY "SOCIOS EXCLUIDOS.......: " CT-EXCLUIDOS.
           DISPLAY "  INADIMPLENTES........: " TAB-CT-MOTIVO(2).
           DISPLAY "  EM ACORDO............: " TAB-CT-MOTIVO(3).
           DISPLAY "  ARQUIVADOS...........: " TAB-CT-MOTIVO(4).
           DISPLAY "  DEPENDENTES..........: " TAB-CT-MOTIVO(5).
           DISPLAY "  SUSPENSOS............: " TAB-CT-MOTIVO(6).
           DISPLAY "  DESLIGADOS...........: " TAB-CT-MOTIVO(7).
           DISPLAY "QUORUM (%).............: " WS-QUORUM.
           DISPLAY "PRESENCAS PARA QUORUM..: " WS-MINIMO.

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
           MOVE WS-HOJE TO WS-CORTE.
           MOVE "DTCORTE" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
           AND WS-PARM-VALOR(1:8) NUMERIC
               MOVE WS-PARM-VALOR(1:8) TO WS-PARM-N8X
               MOVE WS-PARM-N8 TO WS-CORTE.
           IF  WS-CORTE GREATER WS-HOJE
               DISPLAY "PRG140 - DATA DE CORTE " WS-CORTE
                       " POSTERIOR AO PROCESSAMENTO"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE "QUORUM" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
           AND WS-PARM-VALOR(1:3) NUMERIC
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-N3X
               MOVE WS-PARM-N3 TO WS-QUORUM.
           IF  WS-QUORUM EQUAL ZEROS
           OR  WS-QUORUM GREATER 100
               DISPLAY "PRG140 - QUORUM INVALIDO " WS-QUORUM
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           MOVE WS-CORTE(7:2) TO C1-DATA(1:2).
           MOVE WS-CORTE(5:2) TO C1-DATA(4:2).
           MOVE WS-CORTE(1:4) TO C1-DATA(7:4).

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
           IF  PG-PROGRAMA EQUAL "PRG140"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       VERIFICA-ROL-ANTERIOR.
           MOVE SPACES TO WS-FS-ROLCTL.
           OPEN INPUT ROLCTL.
           IF  WS-FS-ROLCTL EQUAL "35"
               MOVE ZEROS TO REGROLCTL
           ELSE
               READ ROLCTL
                           AT END
                                 MOVE ZEROS TO REGROLCTL
               END-READ
               CLOSE ROLCTL.
           IF  RC-CORTE EQUAL WS-CORTE
               PERFORM CONTA-PRESENCAS.
           IF  CT-PRESENTES GREATER ZERO
               DISPLAY "PRG140 - ROL DE " WS-CORTE
                       " JA TEM PRESENCAS REGISTRADAS: " CT-PRESENTES
               DISPLAY "PRG140 - ROL NAO REGERADO"
               MOVE 12 TO RETURN-CODE
               STOP RUN.

       CONTA-PRESENCAS.
           MOVE SPACES TO WS-FS-ELEITOR.
           OPEN INPUT ELEITOR.
           IF  WS-FS-ELEITOR EQUAL "00"
               MOVE "NAO" TO EL-FIM
               PERFORM LE-ELEITOR
               PERFORM CONTA-PRESENCA
                       UNTIL EL-FIM EQUAL "SIM"
               CLOSE ELEITOR.
       LE-ELEITOR.
           READ ELEITOR
                       AT END
                             MOVE "SIM" TO EL-FIM.
       CONTA-PRESENCA.
           IF  EL-PRESENTE EQUAL "S"
               ADD 1 TO CT-PRESENTES.
           PERFORM LE-ELEITOR.

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
           PERFORM CLASSIFICA-SOCIO.
           IF  WS-MOTIVO EQUAL ZERO
               PERFORM GRAVA-ELEITOR
           ELSE
               MOVE NUMSOC1 TO EX-NUMSOC
               MOVE NOMSOC1 TO EX-NOME
               PERFORM GRAVA-EXCLUIDO.
           PERFORM LEITURA.

       CLASSIFICA-SOCIO.
           MOVE ZEROS TO WS-MOTIVO.
           IF  (SITSOC1 EQUAL "R" OR SITSOC1 EQUAL "F")
           AND DTSTATUS1 NOT GREATER WS-CORTE
               MOVE 06 TO WS-MOTIVO
           ELSE
               IF  SITSOC1 EQUAL "S"
                   MOVE 05 TO WS-MOTIVO
               ELSE
                   PERFORM VERIFICA-DEPENDENTE
                   IF  WS-MOTIVO EQUAL ZERO
                       PERFORM VERIFICA-ACORDO
                       IF  WS-MOTIVO EQUAL ZERO
                       AND CODPAG1 EQUAL 2
                       AND DATAVENC1 GREATER ZERO
                       AND DATAVENC1 LESS WS-CORTE
                           MOVE 01 TO WS-MOTIVO.

       VERIFICA-DEPENDENTE.
           IF  WS-TEM-FAMARQ EQUAL "SIM"
               MOVE NUMSOC1 TO FM-NUMSOC
               READ FAMSOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 04 TO WS-MOTIVO
               END-READ.

       VERIFICA-ACORDO.
           IF  WS-TEM-ACORDO EQUAL "SIM"
               MOVE NUMSOC1 TO AC-NUMSOC
               READ ACORDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  AC-SITUACAO EQUAL "A"
                       AND AC-DATA-ACORDO NOT GREATER WS-CORTE
                           MOVE 02 TO WS-MOTIVO
                       END-IF
               END-READ.

       GRAVA-ELEITOR.
           ADD 1 TO CT-ELEITORES.
           ADD 1 TO TAB-CT-MOTIVO(1).
           MOVE NUMSOC1      TO EL-NUMSOC.
           MOVE NOMSOC1      TO EL-NOME.
           MOVE CT-ELEITORES TO EL-ORDEM.
           MOVE "N"          TO EL-PRESENTE.
           MOVE ZEROS        TO EL-DATA-PRES EL-HORA-PRES.
           MOVE SPACES       TO EL-OPERADOR.
           WRITE REGELEITOR.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "ELEITOR" TO WS-ARQ-ERRO.
           MOVE WS-FS-ELEITOR TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE CT-ELEITORES TO DE-ORDEM.
           MOVE NUMSOC1      TO DE-NUM.
           MOVE NOMSOC1      TO DE-NOME.
           MOVE TAB-DESCMOT(1) TO DE-MOTIVO.
           PERFORM IMPRIME-DETALHE.

       GRAVA-EXCLUIDO.
           MOVE WS-MOTIVO TO EX-MOTIVO.
           WRITE REGEXCLTMP.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "EXCLTMP" TO WS-ARQ-ERRO.
           MOVE WS-FS-EXCLTMP TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD 1 TO CT-EXCLUIDOS.
           ADD 1 TO TAB-CT-MOTIVO(WS-MOTIVO + 1).

       EXCLUI-ARQUIVADOS.
           MOVE SPACES TO WS-FS-CADSOC1A.
           OPEN INPUT CADSOC1A.
           IF  WS-FS-CADSOC1A EQUAL "00"
               MOVE "NAO" TO ARQ-FIM
               PERFORM LE-ARQUIVADO
               PERFORM EXCLUI-ARQUIVADO
                       UNTIL ARQ-FIM EQUAL "SIM"
               CLOSE CADSOC1A.
       LE-ARQUIVADO.
           READ CADSOC1A
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       EXCLUI-ARQUIVADO.
           MOVE ANUMSOC1 TO EX-NUMSOC.
           MOVE ANOMSOC1 TO EX-NOME.
           MOVE 03 TO WS-MOTIVO.
           PERFORM GRAVA-EXCLUIDO.
           PERFORM LE-ARQUIVADO.

       IMPRIME-EXCLUIDOS.
           MOVE "SOCIOS EXCLUIDOS DO ROL" TO C1-TITULO.
           MOVE 31 TO CTLIN.
           MOVE ZEROS TO CT-ORDEM.
           OPEN INPUT EXCLTMP.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "EXCLTMP" TO WS-ARQ-ERRO.
           MOVE WS-FS-EXCLTMP TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "NAO" TO EX-FIM.
           PERFORM LE-EXCLUIDO.
           PERFORM IMPRIME-EXCLUIDO
                   UNTIL EX-FIM EQUAL "SIM".
           CLOSE EXCLTMP.
       LE-EXCLUIDO.
           READ EXCLTMP
                       AT END
                             MOVE "SIM" TO EX-FIM.
       IMPRIME-EXCLUIDO.
           ADD 1 TO CT-ORDEM.
           MOVE CT-ORDEM TO DE-ORDEM.
           MOVE EX-NUMSOC TO DE-NUM.
           MOVE EX-NOME   TO DE-NOME.
           MOVE TAB-DESCMOT(EX-MOTIVO + 1) TO DE-MOTIVO.
           PERFORM IMPRIME-DETALHE.
           PERFORM LE-EXCLUIDO.

       IMPRIME-DETALHE.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELELEIT FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       CALCULA-QUORUM.
           COMPUTE WS-MINIMO =
                   (CT-ELEITORES * WS-QUORUM + 99) / 100.

       IMPRIME-RESUMO.
           MOVE "RESUMO DO ROL DE ELEITORES" TO C1-TITULO.
           PERFORM IMPRIME-CABECALHO.
           MOVE "SOCIOS LIDOS NO CADASTRO...............:" TO RS-TXT.
           MOVE CT-LIDOS TO RS-QTDE.
           WRITE REGRELELEIT FROM RESUMO AFTER ADVANCING 2 LINES.
           MOVE "ELEITORES APTOS........................:" TO RS-TXT.
           MOVE CT-ELEITORES TO RS-QTDE.
           WRITE REGRELELEIT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "SOCIOS EXCLUIDOS.......................:" TO RS-TXT.
           MOVE CT-EXCLUIDOS TO RS-QTDE.
           WRITE REGRELELEIT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "  INADIMPLENTES........................:" TO RS-TXT.
           MOVE TAB-CT-MOTIVO(2) TO RS-QTDE.
           WRITE REGRELELEIT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "  EM ACORDO DE PARCELAMENTO............:" TO RS-TXT.
           MOVE TAB-CT-MOTIVO(3) TO RS-QTDE.
           WRITE REGRELELEIT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "  ARQUIVADOS...........................:" TO RS-TXT.
           MOVE TAB-CT-MOTIVO(4) TO RS-QTDE.
           WRITE REGRELELEIT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "  DEPENDENTES..........................:" TO RS-TXT.
           MOVE TAB-CT-MOTIVO(5) TO RS-QTDE.
           WRITE REGRELELEIT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "  SUSPENSOS............................:" TO RS-TXT.
           MOVE TAB-CT-MOTIVO(6) TO RS-QTDE.
           WRITE REGRELELEIT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "  DESLIGADOS...........................:" TO RS-TXT.
           MOVE TAB-CT-MOTIVO(7) TO RS-QTDE.
           WRITE REGRELELEIT FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "QUORUM DO ESTATUTO (% DOS ELEITORES)...:" TO RS-TXT.
           MOVE WS-QUORUM TO RS-QTDE.
           WRITE REGRELELEIT FROM RESUMO AFTER ADVANCING 2 LINES.
           MOVE "PRESENCAS NECESSARIAS PARA O QUORUM....:" TO RS-TXT.
           MOVE WS-MINIMO TO RS-QTDE.
           WRITE REGRELELEIT FROM RESUMO AFTER ADVANCING 1 LINE.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELELEIT.
           WRITE REGRELELEIT AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELELEIT FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELELEIT FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELELEIT FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELELEIT FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELELEIT FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELELEIT FROM BREAK AFTER ADVANCING 1 LINE.

       GRAVA-ROLCTL.
           OPEN OUTPUT ROLCTL.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "ROLCTL" TO WS-ARQ-ERRO.
           MOVE WS-FS-ROLCTL TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-CORTE     TO RC-CORTE.
           MOVE WS-HOJE      TO RC-GERACAO.
           MOVE CT-ELEITORES TO RC-ELEITORES.
           MOVE WS-QUORUM    TO RC-QUORUM.
           MOVE WS-MINIMO    TO RC-MINIMO.
           WRITE REGROLCTL.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE WS-FS-ROLCTL TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           CLOSE ROLCTL.
       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG140"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-ELEITORES TO RL-QTDE.
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
               DISPLAY "PRG140 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG140" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
