           ACCESS MODE IS RANDOM
           RECORD KEY IS CR-NUMSOC
           FILE STATUS IS WS-FS-CREDSOC.
           SELECT BOLETOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BL-NOSSONUM
           FILE STATUS IS WS-FS-BOLETOS.
           SELECT RUNLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUNLOG.
           SELECT ARQCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQCTL.

           SELECT IOERR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           02 RET-NUMSOC    PIC 9(06).
           02 RET-VALOR     PIC 9(09)V99.
           02 RET-DATAPAG   PIC 9(08).
           02 RET-NOSSONUM  PIC 9(11).
       01  REGRETHDR REDEFINES REGRET.
           02 RTH-MARCA     PIC X(07).
           02 RTH-DATA      PIC 9(08).
           02 RTH-SEQ       PIC 9(06).
           02 FILLER        PIC X(15).
       01  REGRETTRL REDEFINES REGRET.
           02 RTT-MARCA     PIC X(07).
           02 RTT-QTDE      PIC 9(06).
           02 RTT-HASH      PIC 9(13)V99.
           02 FILLER        PIC X(08).
       FD  CADSOC1
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1.DAT".
           02 PG-NOMSOC     PIC X(20).
           02 PG-VALOR      PIC 9(09)V99.
           02 PG-DATAPAG    PIC 9(08).
           02 PG-CAIXA      PIC X(08).
           02 PG-FORMA      PIC X(01).
           02 PG-RECIBO     PIC 9(08).
       FD  PARM03AT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARM03AT.DAT".
           02 SU-DATA-ENT   PIC 9(08).
           02 SU-NUMSOC-APL PIC 9(06).
           02 SU-OPERADOR   PIC X(08).
           02 SU-MOTIVO     PIC X(02).
       FD  SUSPSEQ
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SUSPSEQ.DAT".
           02 CR-NUMSOC     PIC 9(06).
           02 CR-VALOR      PIC 9(09)V99.
           02 CR-DATA-ORIG  PIC 9(08).
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
       FD  RUNLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RUNLOG.DAT".
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
       77  WS-VAL-EXCESSO   PIC 9(09)V99 VALUE ZEROS.
       77  CT-CREDITOS      PIC 9(05) VALUE ZEROS.
       77  WS-SOC-ACHADO    PIC X(03) VALUE "NAO".
       77  WS-FS-BOLETOS    PIC X(02) VALUE SPACES.
       77  WS-BOL-RECUSA    PIC X(03) VALUE "NAO".
       77  WS-MOTIVO        PIC X(02) VALUE SPACES.
       77  CT-BOLETOS       PIC 9(05) VALUE ZEROS.
       77  WS-FS-PARM03AT   PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  GER-FIM          PIC X(03) VALUE "NAO".
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
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
           ACCEPT WS-HORA-INI  FROM TIME.
           PERFORM LE-PARAMETRO-ATRASO
                   THRU LE-PARAMETRO-ATRASO-FIM.
           PERFORM CONFERE-RECEPCAO
                   THRU CONFERE-RECEPCAO-FIM.
           IF  WS-MOTIVO-RECUSA NOT EQUAL SPACES
               PERFORM RECUSA-RECEPCAO
               GOBACK.
           OPEN INPUT RETBANCO I-O CADSOC1
                OUTPUT RELEXRET.
           MOVE SPACES TO WS-FS-PAGTOS.
               OPEN OUTPUT PAGTOS.
           PERFORM ABRE-SUSPENSO.
           PERFORM ABRE-CREDSOC.
           PERFORM ABRE-BOLETOS.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RETBANCO" TO WS-ARQ-ERRO.
           MOVE WS-FS-RETBANCO TO WS-FS-ERRO.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           PERFORM ENCERRA-SUSPENSO.
           CLOSE CREDSOC BOLETOS.
           CLOSE RETBANCO CADSOC1 PAGTOS RELEXRET.
           MOVE "CLOSE" TO WS-OPER-ERRO.
           MOVE "RETBANCO" TO WS-ARQ-ERRO.
           MOVE "RELEXRET" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELEXRET TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           IF  WS-ARQ-AUSENTE EQUAL "NAO"
               MOVE "P" TO WS-SIT-RECEPCAO
               PERFORM REGISTRA-RECEPCAO.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "EXCECOES...............: " CT-EXCECOES.
           DISPLAY "CREDITOS EM SUSPENSO...: " CT-SUSPENSOS.
           DISPLAY "SALDOS CREDORES........: " CT-CREDITOS.
           DISPLAY "BOLETOS LIQUIDADOS.....: " CT-BOLETOS.
           IF  CT-LIDOS EQUAL ZERO
               MOVE 8 TO RETURN-CODE.

       LE-PARAMETRO-ATRASO-FIM.
           EXIT.

       CONFERE-RECEPCAO.
           MOVE "NAO" TO WS-ARQ-AUSENTE WS-TEM-HEADER WS-TEM-TRAILER.
           MOVE "NAO" TO RCP-FIM.
           MOVE ZEROS TO WS-QTDE-CALC WS-HASH-CALC.
           MOVE ZEROS TO WS-DATA-HEADER WS-SEQ-HEADER.
           MOVE SPACES TO WS-MOTIVO-RECUSA.
           MOVE SPACES TO WS-FS-RETBANCO.
           OPEN INPUT RETBANCO.
           IF  WS-FS-RETBANCO EQUAL "35"
               MOVE "SIM" TO WS-ARQ-AUSENTE
               GO TO CONFERE-RECEPCAO-FIM.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RETBANCO" TO WS-ARQ-ERRO.
           MOVE WS-FS-RETBANCO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LE-RECEPCAO.
           PERFORM ACUMULA-RECEPCAO
                   UNTIL RCP-FIM EQUAL "SIM".
           CLOSE RETBANCO.
           PERFORM VALIDA-RECEPCAO
                   THRU VALIDA-RECEPCAO-FIM.
       CONFERE-RECEPCAO-FIM.
           EXIT.
       LE-RECEPCAO.
           READ RETBANCO
                       AT END
                             MOVE "SIM" TO RCP-FIM.
       ACUMULA-RECEPCAO.
           IF  RTH-MARCA EQUAL "HEADER"
               MOVE "SIM"    TO WS-TEM-HEADER
               MOVE RTH-DATA TO WS-DATA-HEADER
               MOVE RTH-SEQ  TO WS-SEQ-HEADER
           ELSE
               IF  RTT-MARCA EQUAL "TRAILER"
                   MOVE "SIM"    TO WS-TEM-TRAILER
                   MOVE RTT-QTDE TO WS-QTDE-TRAILER
                   MOVE RTT-HASH TO WS-HASH-TRAILER
               ELSE
                   ADD 1 TO WS-QTDE-CALC
                   ADD RET-VALOR TO WS-HASH-CALC.
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
           IF  AR-PROGRAMA EQUAL "PRG13"
           AND AR-ARQUIVO EQUAL "RETBANCO"
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
           MOVE "PRG13"           TO AR-PROGRAMA.
           MOVE "RETBANCO"        TO AR-ARQUIVO.
           MOVE WS-DATA-HEADER    TO AR-DATA-ARQ.
           MOVE WS-SEQ-HEADER     TO AR-SEQ.
           MOVE WS-QTDE-CALC      TO AR-QTDE.
           MOVE WS-HASH-CALC      TO AR-HASH.
           MOVE WS-SIT-RECEPCAO   TO AR-SITUACAO.
           MOVE WS-MOTIVO-RECUSA  TO AR-MOTIVO.
           MOVE WS-DATA-EXEC      TO AR-DATA-PROC.
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
           DISPLAY "PRG13 - ARQUIVO RETBANCO RECUSADO: "
                   WS-MOTIVO-RECUSA.
           DISPLAY "PRG13 - DATA " WS-DATA-HEADER
                   " SEQUENCIA " WS-SEQ-HEADER
                   " REGISTROS " WS-QTDE-CALC.
           MOVE 16 TO RETURN-CODE.

       LEITURA.
           READ RETBANCO
                       AT END
                             MOVE "SIM" TO FIMARQ.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "RETBANCO" TO WS-ARQ-ERRO.
           MOVE WS-FS-RETBANCO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       PRINCIPAL.
           IF  RTH-MARCA NOT EQUAL "HEADER"
           AND RTT-MARCA NOT EQUAL "TRAILER"
               ADD 1 TO CT-LIDOS
               PERFORM PROCESSA-RETORNO.
           PERFORM LEITURA.

       PROCESSA-RETORNO.
           PERFORM CONFERE-BOLETO
                   THRU CONFERE-BOLETO-FIM.
           IF  WS-BOL-RECUSA EQUAL "SIM"
               PERFORM IMPRIME-EXCECAO
               PERFORM GRAVA-SUSPENSO
           ELSE
               PERFORM BAIXA-RETORNO.

       CONFERE-BOLETO.
           MOVE "NAO" TO WS-BOL-RECUSA.
           IF  RET-NOSSONUM NOT NUMERIC
               GO TO CONFERE-BOLETO-FIM.
           IF  RET-NOSSONUM EQUAL ZEROS
               GO TO CONFERE-BOLETO-FIM.
           MOVE RET-NOSSONUM TO BL-NOSSONUM.
           READ BOLETOS
               INVALID KEY
                   MOVE "BOLETO NAO CADASTRADO" TO EX-MOTIVO
                   MOVE "02" TO WS-MOTIVO
                   MOVE "SIM" TO WS-BOL-RECUSA
                   GO TO CONFERE-BOLETO-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "BOLETOS" TO WS-ARQ-ERRO.
           MOVE WS-FS-BOLETOS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           IF  BL-SITUACAO NOT EQUAL "A"
               MOVE "BOLETO JA LIQUIDADO" TO EX-MOTIVO
               MOVE "03" TO WS-MOTIVO
               MOVE "SIM" TO WS-BOL-RECUSA
               GO TO CONFERE-BOLETO-FIM.
           MOVE BL-NUMSOC   TO RET-NUMSOC.
           MOVE "P"         TO BL-SITUACAO.
           MOVE RET-DATAPAG TO BL-DATAPAG.
           MOVE RET-VALOR   TO BL-VALPAGO.
           REWRITE REGBOLETO
               INVALID KEY
                   DISPLAY "PRG13 - ERRO AO REGRAVAR BOLETO "
                           BL-NOSSONUM.
           ADD 1 TO CT-BOLETOS.
       CONFERE-BOLETO-FIM.
           EXIT.

       BAIXA-RETORNO.
           MOVE "SIM" TO WS-SOC-ACHADO.
           MOVE RET-NUMSOC TO NUMSOC1.
           READ CADSOC1
           PERFORM TESTA-STATUS.
           IF  WS-SOC-ACHADO EQUAL "NAO"
               MOVE "SOCIO NAO CADASTRADO" TO EX-MOTIVO
               MOVE "01" TO WS-MOTIVO
               PERFORM IMPRIME-EXCECAO
               PERFORM GRAVA-SUSPENSO
           ELSE
           MOVE NOMSOC1     TO PG-NOMSOC.
           MOVE RET-VALOR   TO PG-VALOR OF REGPAGTO.
           MOVE RET-DATAPAG TO PG-DATAPAG.
           MOVE SPACES      TO PG-CAIXA.
           MOVE "B"         TO PG-FORMA.
           MOVE ZEROS       TO PG-RECIBO.
           WRITE REGPAGTO.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "PAGTOS" TO WS-ARQ-ERRO.
           MOVE NOMSOC1     TO PG-NOMSOC.
           MOVE RET-VALOR   TO PG-VALOR OF REGPAGTO.
           MOVE RET-DATAPAG TO PG-DATAPAG.
           MOVE SPACES      TO PG-CAIXA.
           MOVE "B"         TO PG-FORMA.
           MOVE ZEROS       TO PG-RECIBO.
           WRITE REGPAGTO.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "PAGTOS" TO WS-ARQ-ERRO.
           MOVE WS-DATA-EXEC TO SU-DATA-ENT.
           MOVE ZEROS       TO SU-NUMSOC-APL.
           MOVE SPACES      TO SU-OPERADOR.
           MOVE WS-MOTIVO   TO SU-MOTIVO.
           WRITE REGSUSP
               INVALID KEY
                   DISPLAY "PRG13 - ERRO AO GRAVAR SUSPENSO "
           MOVE WS-FS-CREDSOC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

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

       GRAVA-CREDITO.
           MOVE "SIM" TO WS-CRED-ACHADO.
           MOVE RET-NUMSOC TO CR-NUMSOC.
