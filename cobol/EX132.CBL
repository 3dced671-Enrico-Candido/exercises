       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG132.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AJREPOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AJREPOS.
           SELECT REPOSPROP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RR-CHAVE
           FILE STATUS IS WS-FS-REPOSPROP.
           SELECT ESTOQUE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ES-CODPROD
           FILE STATUS IS WS-FS-ESTOQUE.
           SELECT AUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  AJREPOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AJREPOS.DAT".
       01  REGAJREPOS.
           02 AE-PROPOSTA   PIC 9(06).
           02 AE-APROVADOR  PIC X(08).
           02 AE-DATA-APR   PIC 9(08).
       FD  REPOSPROP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REPOSPROP.DAT".
       01  REGREPOSPROP.
           02 RR-CHAVE.
              03 RR-PROPOSTA PIC 9(06).
              03 RR-CODPROD PIC X(06).
           02 RR-MIN-ATUAL  PIC 9(05).
           02 RR-LOTE-ATUAL PIC 9(05).
           02 RR-MIN-NOVO   PIC 9(05).
           02 RR-LOTE-NOVO  PIC 9(05).
           02 RR-MEDIA      PIC 9(07)V99.
           02 RR-DESVIO     PIC 9(07)V99.
           02 RR-PRAZO      PIC 9(03).
           02 RR-SITUACAO   PIC X(01).
           02 RR-DATA-SIM   PIC 9(08).
           02 RR-APROVADOR  PIC X(08).
           02 RR-DATA-APLIC PIC 9(08).
       FD  ESTOQUE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ESTOQUE.DAT".
       01  REGESTOQUE.
           02 ES-CODPROD     PIC X(06).
           02 ES-SALDO       PIC 9(05).
           02 ES-MINIMO      PIC 9(05).
           02 ES-CUSTO-MEDIO PIC 9(06)V99.
           02 ES-LOTE        PIC 9(05).
       FD  AUDIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.LOG".
       01  REGAUDIT.
           02 AUD-DATA        PIC 9(08).
           02 AUD-HORA        PIC 9(08).
           02 FILLER          PIC X(01).
           02 AUD-PROGRAMA    PIC X(08).
           02 FILLER          PIC X(01).
           02 AUD-CHAVE       PIC 9(06).
           02 FILLER          PIC X(01).
           02 AUD-PRODUTO     PIC X(06).
           02 FILLER          PIC X(01).
           02 AUD-VALANTES    PIC 9(09)V99.
           02 FILLER          PIC X(01).
           02 AUD-VALDEPOIS   PIC 9(09)V99.
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
       77  WS-FS-AJREPOS    PIC X(02) VALUE SPACES.
       77  WS-FS-REPOSPROP  PIC X(02) VALUE SPACES.
       77  WS-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  AJR-FIM          PIC X(03) VALUE "NAO".
       77  RR-FIM           PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-PROPOSTA      PIC 9(06) VALUE ZEROS.
       77  CT-APROVACOES    PIC 9(05) VALUE ZEROS.
       77  CT-LIBERADAS     PIC 9(05) VALUE ZEROS.
       77  CT-SEM-SIMUL     PIC 9(05) VALUE ZEROS.
       77  CT-APLICADAS     PIC 9(05) VALUE ZEROS.
       77  CT-ALTERADAS     PIC 9(05) VALUE ZEROS.
       77  CT-DIVERGENTES   PIC 9(05) VALUE ZEROS.
       77  CT-SEM-ESTOQUE   PIC 9(05) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           MOVE SPACES TO WS-FS-REPOSPROP.
           OPEN I-O REPOSPROP.
           IF  WS-FS-REPOSPROP EQUAL "35"
               OPEN OUTPUT REPOSPROP
               CLOSE REPOSPROP
               OPEN I-O REPOSPROP.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "REPOSPROP" TO WS-ARQ-ERRO.
           MOVE WS-FS-REPOSPROP TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LIBERA-APROVADAS.
           MOVE SPACES TO WS-FS-ESTOQUE.
           OPEN I-O ESTOQUE.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "ESTOQUE" TO WS-ARQ-ERRO.
           MOVE WS-FS-ESTOQUE TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           OPEN EXTEND AUDIT.
           MOVE "NAO" TO RR-FIM.
           MOVE ZEROS TO RR-PROPOSTA.
           MOVE LOW-VALUES TO RR-CODPROD.
           START REPOSPROP KEY NOT LESS RR-CHAVE
               INVALID KEY
                   MOVE "SIM" TO RR-FIM.
           IF  RR-FIM EQUAL "NAO"
               PERFORM LE-REPOSPROP-SEQ.
           PERFORM APLICA-REPOSICAO
                   UNTIL RR-FIM EQUAL "SIM".
           CLOSE REPOSPROP ESTOQUE AUDIT.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG132 - TOTAIS DE CONTROLE".
           DISPLAY "APROVACOES LIDAS.......: " CT-APROVACOES.
           DISPLAY "PRODUTOS LIBERADOS.....: " CT-LIBERADAS.
           DISPLAY "APROVACOES SEM SIMUL...: " CT-SEM-SIMUL.
           DISPLAY "PRODUTOS APLICADOS.....: " CT-APLICADAS.
           DISPLAY "ESTOQUE ALTERADO.......: " CT-ALTERADAS.
           DISPLAY "MINIMO DIVERGENTE......: " CT-DIVERGENTES.
           DISPLAY "PRODUTOS SEM ESTOQUE...: " CT-SEM-ESTOQUE.

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

       LIBERA-APROVADAS.
           MOVE SPACES TO WS-FS-AJREPOS.
           OPEN INPUT AJREPOS.
           IF  WS-FS-AJREPOS EQUAL "35"
               MOVE "SIM" TO AJR-FIM
           ELSE
               PERFORM LE-AJREPOS
               PERFORM LIBERA-PROPOSTA
                       UNTIL AJR-FIM EQUAL "SIM"
               CLOSE AJREPOS.
       LE-AJREPOS.
           READ AJREPOS
                       AT END
                             MOVE "SIM" TO AJR-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "AJREPOS" TO WS-ARQ-ERRO.
           MOVE WS-FS-AJREPOS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       LIBERA-PROPOSTA.
           ADD 1 TO CT-APROVACOES.
           MOVE AE-PROPOSTA TO WS-PROPOSTA.
           MOVE "NAO" TO RR-FIM.
           MOVE WS-PROPOSTA TO RR-PROPOSTA.
           MOVE LOW-VALUES TO RR-CODPROD.
           START REPOSPROP KEY NOT LESS RR-CHAVE
               INVALID KEY
                   MOVE "SIM" TO RR-FIM.
           IF  RR-FIM EQUAL "NAO"
               PERFORM LE-REPOSPROP.
           IF  RR-FIM EQUAL "SIM"
               DISPLAY "PRG132 - PROPOSTA " WS-PROPOSTA
                       " APROVADA SEM SIMULACAO REGISTRADA"
               ADD 1 TO CT-SEM-SIMUL
               MOVE 4 TO RETURN-CODE.
           PERFORM LIBERA-PRODUTO
                   UNTIL RR-FIM EQUAL "SIM".
           PERFORM LE-AJREPOS.
       LIBERA-PRODUTO.
           IF  RR-SITUACAO EQUAL "S"
               MOVE "L" TO RR-SITUACAO
               MOVE AE-APROVADOR TO RR-APROVADOR
               REWRITE REGREPOSPROP
                   INVALID KEY
                       DISPLAY "PRG132 - ERRO AO LIBERAR " RR-CHAVE
               END-REWRITE
               ADD 1 TO CT-LIBERADAS.
           PERFORM LE-REPOSPROP.
       LE-REPOSPROP.
           READ REPOSPROP NEXT RECORD
                       AT END
                             MOVE "SIM" TO RR-FIM.
           IF  RR-FIM EQUAL "NAO"
           AND RR-PROPOSTA NOT EQUAL WS-PROPOSTA
               MOVE "SIM" TO RR-FIM.
       LE-REPOSPROP-SEQ.
           READ REPOSPROP NEXT RECORD
                       AT END
                             MOVE "SIM" TO RR-FIM.

       APLICA-REPOSICAO.
           IF  RR-SITUACAO EQUAL "L"
               PERFORM APLICA-PRODUTO THRU APLICA-PRODUTO-FIM.
           PERFORM LE-REPOSPROP-SEQ.

       APLICA-PRODUTO.
           MOVE RR-CODPROD TO ES-CODPROD.
           MOVE "SIM" TO WS-ACHOU.
           READ ESTOQUE
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               DISPLAY "PRG132 - PRODUTO " RR-CODPROD
                       " NAO ENCONTRADO NO ESTOQUE"
               ADD 1 TO CT-SEM-ESTOQUE
               MOVE 4 TO RETURN-CODE
               GO TO APLICA-PRODUTO-FIM.
           IF  ES-MINIMO NOT EQUAL RR-MIN-ATUAL
           OR  ES-LOTE   NOT EQUAL RR-LOTE-ATUAL
               DISPLAY "PRG132 - PRODUTO " RR-CODPROD
                       " ALTERADO APOS A SIMULACAO " RR-PROPOSTA
               ADD 1 TO CT-DIVERGENTES
               MOVE 4 TO RETURN-CODE.
           IF  ES-MINIMO NOT EQUAL RR-MIN-NOVO
           OR  ES-LOTE   NOT EQUAL RR-LOTE-NOVO
               PERFORM GRAVA-AUDITORIA-ESTOQUE
               MOVE RR-MIN-NOVO  TO ES-MINIMO
               MOVE RR-LOTE-NOVO TO ES-LOTE
               REWRITE REGESTOQUE
                   INVALID KEY
                       DISPLAY "PRG132 - ERRO AO REGRAVAR ESTOQUE "
                               ES-CODPROD
               END-REWRITE
               ADD 1 TO CT-ALTERADAS.
           MOVE "A" TO RR-SITUACAO.
           MOVE WS-HOJE TO RR-DATA-APLIC.
           REWRITE REGREPOSPROP
               INVALID KEY
                   DISPLAY "PRG132 - ERRO AO MARCAR APLICACAO "
                           RR-CHAVE.
           ADD 1 TO CT-APLICADAS.
       APLICA-PRODUTO-FIM.
           EXIT.

       GRAVA-AUDITORIA-ESTOQUE.
           MOVE SPACES TO REGAUDIT.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "PRG132"      TO AUD-PROGRAMA.
           MOVE RR-PROPOSTA   TO AUD-CHAVE.
           MOVE ES-CODPROD    TO AUD-PRODUTO.
           MOVE ES-MINIMO     TO AUD-VALANTES.
           MOVE RR-MIN-NOVO   TO AUD-VALDEPOIS.
           WRITE REGAUDIT.
       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG132"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-APLICADAS TO RL-QTDE.
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
               DISPLAY "PRG132 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG132" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
