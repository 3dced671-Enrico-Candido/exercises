       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG144.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATIVOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AT-CODIGO
           FILE STATUS IS WS-FS-ATIVOS.
           SELECT CONTAMAP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTAMAP.
           SELECT DIARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIARIO.
           SELECT PERFECH ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERFECH.
           SELECT RELDEPR ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELDEPR.
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
       FD  ATIVOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ATIVOS.DAT".
       01  REGATIVO.
           02 AT-CODIGO     PIC 9(06).
           02 AT-DESCR      PIC X(30).
           02 AT-CLASSE     PIC X(02).
           02 AT-CCUSTO     PIC 9(05).
           02 AT-DATA-AQUIS PIC 9(08).
           02 AT-CUSTO      PIC 9(09)V99.
           02 AT-VIDA-MESES PIC 9(03).
           02 AT-DEPR-ACUM  PIC 9(09)V99.
           02 AT-ULT-COMPET PIC 9(06).
           02 AT-SITUACAO   PIC X(01).
           02 AT-DATA-BAIXA PIC 9(08).
           02 AT-MOTIVO-BAIXA PIC X(20).
           02 AT-BAIXA-LANC PIC X(01).
           02 AT-DATA-ALT   PIC 9(08).
           02 AT-OPERADOR   PIC X(08).
       FD  CONTAMAP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CONTAMAP.DAT".
       01  REGCONTAMAP.
           02 CM-EVENTO     PIC X(04).
           02 CM-CTA-DEB    PIC 9(06).
           02 CM-CTA-CRE    PIC 9(06).
           02 CM-DESCR      PIC X(20).
       FD  DIARIO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DIARIO.DAT".
       01  REGDIARIO.
           02 DL-DATA       PIC 9(08).
           02 DL-CONTA      PIC 9(06).
           02 DL-DC         PIC X(01).
           02 DL-VALOR      PIC 9(11)V99.
           02 DL-HIST       PIC X(20).
           02 DL-DOC        PIC 9(06).
       FD  PERFECH
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PERFECH.DAT".
       01  REGPERFECH.
           02 PF-COMPET     PIC 9(06).
           02 PF-DATA       PIC 9(08).
           02 PF-HORA       PIC 9(08).
           02 PF-DEBITOS    PIC 9(13)V99.
           02 PF-CREDITOS   PIC 9(13)V99.
       FD  RELDEPR LABEL RECORD OMITTED.
       01  REGRELDEPR       PIC X(80).
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
       77  WS-FS-ATIVOS     PIC X(02) VALUE SPACES.
       77  WS-FS-CONTAMAP   PIC X(02) VALUE SPACES.
       77  WS-FS-DIARIO     PIC X(02) VALUE SPACES.
       77  WS-FS-PERFECH    PIC X(02) VALUE SPACES.
       77  WS-FS-RELDEPR    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  FIMARQ           PIC X(03) VALUE "NAO".
       77  MAP-FIM          PIC X(03) VALUE "NAO".
       77  PF-FIM           PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-ULT-FECHADO   PIC 9(06) VALUE ZEROS.
       77  WS-MES-CORRENTE  PIC 9(06) VALUE ZEROS.
       77  WS-DATA-LANC     PIC 9(08) VALUE ZEROS.
       77  WS-INT-DATA      PIC 9(07) VALUE ZEROS.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-EVENTO        PIC X(04) VALUE SPACES.
       77  WS-IX            PIC 9(03) VALUE ZEROS.
       77  WS-IX-DEPR       PIC 9(03) VALUE ZEROS.
       77  WS-IX-BXDA       PIC 9(03) VALUE ZEROS.
       77  WS-IX-BXAT       PIC 9(03) VALUE ZEROS.
       77  QT-MAPAS         PIC 9(03) VALUE ZEROS.
       77  WS-MESES         PIC 9(04) VALUE ZEROS.
       77  WS-QUOTA         PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR         PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-DEPR    PIC 9(11)V99 VALUE ZEROS.
       77  WS-ACUM-FINAL    PIC 9(11)V99 VALUE ZEROS.
       77  WS-LIQUIDO       PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-DEB       PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-CRE       PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-DEPR      PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-BXDA      PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-BXAT      PIC 9(13)V99 VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(03) VALUE ZEROS.
       77  CT-LIDOS         PIC 9(07) VALUE ZEROS.
       77  CT-DEPRECIADOS   PIC 9(07) VALUE ZEROS.
       77  CT-TOTAL-DEPR    PIC 9(07) VALUE ZEROS.
       77  CT-SEM-PENDENCIA PIC 9(07) VALUE ZEROS.
       77  CT-BAIXAS        PIC 9(07) VALUE ZEROS.
       77  CT-SEM-MAPA      PIC 9(05) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-COMPET.
           02 WS-COMPET-ANO PIC 9(04).
           02 WS-COMPET-MES PIC 9(02).
       01  WS-COMPET-R9 REDEFINES WS-COMPET PIC 9(06).
       01  WS-PROXIMO.
           02 WS-PROX-ANO   PIC 9(04).
           02 WS-PROX-MES   PIC 9(02).
           02 WS-PROX-DIA   PIC 9(02).
       01  WS-PROXIMO-R9 REDEFINES WS-PROXIMO PIC 9(08).
       01  WS-INICIO.
           02 WS-INI-ANO    PIC 9(04).
           02 WS-INI-MES    PIC 9(02).
       01  WS-INICIO-R9 REDEFINES WS-INICIO PIC 9(06).
       01  WS-LIMITE.
           02 WS-LIM-ANO    PIC 9(04).
           02 WS-LIM-MES    PIC 9(02).
       01  WS-LIMITE-R9 REDEFINES WS-LIMITE PIC 9(06).
       01  WS-PARM-V6X.
           02 WS-PARM-V6    PIC 9(06).
       01  TAB-MAPAS.
                 04 TAB-MP-OCORR OCCURS 100 TIMES.
                       05 TAB-MP-EVENTO PIC X(04).
                       05 TAB-MP-DEB    PIC 9(06).
                       05 TAB-MP-CRE    PIC 9(06).
                       05 TAB-MP-DESCR  PIC X(20).
       01  CAB0.
                 03 FILLER  PIC X(64) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC ZZ9   VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 FILLER  PIC X(40) VALUE
                    "DEPRECIACAO DO ATIVO IMOBILIZADO".
                 03 FILLER  PIC X(13) VALUE "COMPETENCIA ".
                 03 C1-MES  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 C1-ANO  PIC 9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(09) VALUE "    BEM".
                 03 FILLER  PIC X(21) VALUE "DESCRICAO".
                 03 FILLER  PIC X(04) VALUE "CL".
                 03 FILLER  PIC X(06) VALUE "CCUST".
                 03 FILLER  PIC X(05) VALUE "EVEN".
                 03 FILLER  PIC X(06) VALUE "MESES".
                 03 FILLER  PIC X(14) VALUE "        VALOR".
                 03 FILLER  PIC X(13) VALUE "   ACUMULADO".
       01  DETALHE.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-CODIGO    PIC ZZZZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DE-DESCR     PIC X(20) VALUE SPACES.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-CLASSE    PIC X(02) VALUE SPACES.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DE-CCUSTO    PIC ZZZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-EVENTO    PIC X(04) VALUE SPACES.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DE-MESES     PIC ZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-VALOR     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DE-ACUM      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  RESUMO.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 RS-TXT  PIC X(40) VALUE SPACES.
                 03 RS-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           PERFORM LE-FECHAMENTOS.
           PERFORM VALIDA-PERIODO
                   THRU VALIDA-PERIODO-FIM.
           IF  RETURN-CODE EQUAL ZERO
               PERFORM CARREGA-MAPAS
               PERFORM PROCESSA-BENS.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG144 - TOTAIS DE CONTROLE".
           DISPLAY "COMPETENCIA............: " WS-COMPET.
           DISPLAY "ULTIMO PERIODO FECHADO.: " WS-ULT-FECHADO.
           DISPLAY "BENS LIDOS.............: " CT-LIDOS.
           DISPLAY "BENS DEPRECIADOS.......: " CT-DEPRECIADOS.
           DISPLAY "TOTALMENTE DEPRECIADOS.: " CT-TOTAL-DEPR.
           DISPLAY "SEM PENDENCIA NO MES...: " CT-SEM-PENDENCIA.
           DISPLAY "BAIXAS CONTABILIZADAS..: " CT-BAIXAS.
           DISPLAY "EVENTOS SEM MAPA.......: " CT-SEM-MAPA.
           DISPLAY "DEPRECIACAO DO MES.....: " WS-TOT-DEPR.
           DISPLAY "TOTAL DEBITOS..........: " WS-TOT-DEB.
           DISPLAY "TOTAL CREDITOS.........: " WS-TOT-CRE.

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
           IF  PG-PROGRAMA EQUAL "PRG144"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE WS-HOJE(1:6) TO WS-MES-CORRENTE.
           MOVE WS-HOJE(1:6) TO WS-COMPET.
           IF  WS-COMPET-MES EQUAL 1
               SUBTRACT 1 FROM WS-COMPET-ANO
               MOVE 12 TO WS-COMPET-MES
           ELSE
               SUBTRACT 1 FROM WS-COMPET-MES.
           MOVE "COMPET" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:6) TO WS-PARM-V6X
               IF  WS-PARM-V6 NUMERIC
                   MOVE WS-PARM-V6 TO WS-COMPET-R9.
           MOVE WS-COMPET-MES TO C1-MES.
           MOVE WS-COMPET-ANO TO C1-ANO.

       LE-FECHAMENTOS.
           MOVE ZEROS TO WS-ULT-FECHADO.
           MOVE SPACES TO WS-FS-PERFECH.
           OPEN INPUT PERFECH.
           IF  WS-FS-PERFECH EQUAL "35"
               MOVE "SIM" TO PF-FIM
           ELSE
               PERFORM LE-PERFECH
               PERFORM GUARDA-FECHAMENTO
                       UNTIL PF-FIM EQUAL "SIM"
               CLOSE PERFECH.
       LE-PERFECH.
           READ PERFECH
                       AT END
                             MOVE "SIM" TO PF-FIM.
       GUARDA-FECHAMENTO.
           IF  PF-COMPET GREATER WS-ULT-FECHADO
               MOVE PF-COMPET TO WS-ULT-FECHADO.
           PERFORM LE-PERFECH.

       VALIDA-PERIODO.
           IF  WS-COMPET-MES LESS 1 OR WS-COMPET-MES GREATER 12
               DISPLAY "PRG144 - COMPETENCIA INVALIDA " WS-COMPET
               MOVE 8 TO RETURN-CODE
               GO TO VALIDA-PERIODO-FIM.
           IF  WS-COMPET-R9 NOT LESS WS-MES-CORRENTE
               DISPLAY "PRG144 - PERIODO " WS-COMPET
                       " AINDA NAO TERMINOU"
               MOVE 8 TO RETURN-CODE
               GO TO VALIDA-PERIODO-FIM.
           IF  WS-COMPET-R9 NOT GREATER WS-ULT-FECHADO
               DISPLAY "PRG144 - PERIODO " WS-COMPET " JA FECHADO"
               DISPLAY "PRG144 - DEPRECIACAO NAO CALCULADA"
               MOVE 8 TO RETURN-CODE
               GO TO VALIDA-PERIODO-FIM.
           MOVE WS-COMPET TO WS-PROXIMO(1:6).
           MOVE 1 TO WS-PROX-DIA.
           IF  WS-PROX-MES EQUAL 12
               ADD 1 TO WS-PROX-ANO
               MOVE 1 TO WS-PROX-MES
           ELSE
               ADD 1 TO WS-PROX-MES.
           COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WS-PROXIMO-R9) - 1.
           COMPUTE WS-DATA-LANC =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATA).
       VALIDA-PERIODO-FIM.
           EXIT.

       CARREGA-MAPAS.
           MOVE SPACES TO WS-FS-CONTAMAP.
           OPEN INPUT CONTAMAP.
           IF  WS-FS-CONTAMAP EQUAL "35"
               MOVE "SIM" TO MAP-FIM
           ELSE
               PERFORM LE-MAPA
               PERFORM GUARDA-MAPA
                       UNTIL MAP-FIM EQUAL "SIM"
               CLOSE CONTAMAP.
       LE-MAPA.
           READ CONTAMAP
                       AT END
                             MOVE "SIM" TO MAP-FIM.
       GUARDA-MAPA.
           IF  QT-MAPAS NOT LESS 100
               DISPLAY "PRG144 - TABELA MAPAS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-MAPAS.
           MOVE CM-EVENTO  TO TAB-MP-EVENTO(QT-MAPAS).
           MOVE CM-CTA-DEB TO TAB-MP-DEB(QT-MAPAS).
           MOVE CM-CTA-CRE TO TAB-MP-CRE(QT-MAPAS).
           MOVE CM-DESCR   TO TAB-MP-DESCR(QT-MAPAS).
           PERFORM LE-MAPA.

       PROCESSA-BENS.
           MOVE SPACES TO WS-FS-ATIVOS.
           OPEN I-O ATIVOS.
           IF  WS-FS-ATIVOS EQUAL "35"
               DISPLAY "PRG144 - ATIVOS.DAT INEXISTENTE - "
                       "NADA A DEPRECIAR"
           ELSE
               MOVE "OPEN" TO WS-OPER-ERRO
               MOVE "ATIVOS" TO WS-ARQ-ERRO
               MOVE WS-FS-ATIVOS TO WS-FS-ERRO
               PERFORM TESTA-STATUS
               PERFORM ABRE-DIARIO
               OPEN OUTPUT RELDEPR
               MOVE "OPEN" TO WS-OPER-ERRO
               MOVE "RELDEPR" TO WS-ARQ-ERRO
               MOVE WS-FS-RELDEPR TO WS-FS-ERRO
               PERFORM TESTA-STATUS
               PERFORM LEITURA
               PERFORM PRINCIPAL
                       UNTIL FIMARQ EQUAL "SIM"
               PERFORM IMPRIME-RESUMO
               CLOSE ATIVOS DIARIO RELDEPR.

       ABRE-DIARIO.
           MOVE SPACES TO WS-FS-DIARIO.
           OPEN EXTEND DIARIO.
           IF  WS-FS-DIARIO EQUAL "35"
               OPEN OUTPUT DIARIO.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "DIARIO" TO WS-ARQ-ERRO.
           MOVE WS-FS-DIARIO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       LEITURA.
           READ ATIVOS
                       AT END
                             MOVE "SIM" TO FIMARQ
                       NOT AT END
                             ADD 1 TO CT-LIDOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "ATIVOS" TO WS-ARQ-ERRO.
           MOVE WS-FS-ATIVOS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       PRINCIPAL.
           PERFORM AVALIA-BEM
                   THRU AVALIA-BEM-FIM.
           PERFORM LEITURA.

       AVALIA-BEM.
           IF  AT-SITUACAO EQUAL "B"
               IF  AT-BAIXA-LANC EQUAL "S"
               OR  AT-DATA-BAIXA(1:6) GREATER WS-COMPET-R9
                   GO TO AVALIA-BEM-FIM
               ELSE
                   MOVE AT-DATA-BAIXA(1:6) TO WS-LIMITE
                   PERFORM MES-ANTERIOR-LIMITE
           ELSE
               MOVE WS-COMPET-R9 TO WS-LIMITE-R9.
           MOVE AT-DATA-AQUIS(1:6) TO WS-INICIO.
           IF  AT-ULT-COMPET GREATER WS-INICIO-R9
               MOVE AT-ULT-COMPET TO WS-INICIO-R9.
           MOVE ZEROS TO WS-MESES WS-VALOR-DEPR.
           IF  WS-LIMITE-R9 GREATER WS-INICIO-R9
           AND AT-DEPR-ACUM LESS AT-CUSTO
               PERFORM CALCULA-DEPRECIACAO.
           IF  AT-SITUACAO NOT EQUAL "B"
           AND WS-VALOR-DEPR EQUAL ZEROS
               IF  AT-DEPR-ACUM NOT LESS AT-CUSTO
                   ADD 1 TO CT-TOTAL-DEPR
                   GO TO AVALIA-BEM-FIM
               ELSE
                   ADD 1 TO CT-SEM-PENDENCIA
                   GO TO AVALIA-BEM-FIM.
           IF  WS-VALOR-DEPR GREATER ZERO
               MOVE "DP" TO WS-EVENTO
               MOVE AT-CLASSE TO WS-EVENTO(3:2)
               PERFORM LOCALIZA-MAPA
               IF  WS-ACHOU EQUAL "NAO"
                   MOVE "DEPR" TO WS-EVENTO
                   PERFORM LOCALIZA-MAPA.
           IF  WS-VALOR-DEPR GREATER ZERO
               IF  WS-ACHOU EQUAL "NAO"
                   PERFORM REGISTRA-SEM-MAPA
                   GO TO AVALIA-BEM-FIM
               ELSE
                   MOVE WS-IX TO WS-IX-DEPR.
           COMPUTE WS-ACUM-FINAL = AT-DEPR-ACUM + WS-VALOR-DEPR.
           COMPUTE WS-LIQUIDO = AT-CUSTO - WS-ACUM-FINAL.
           IF  AT-SITUACAO EQUAL "B"
               PERFORM VERIFICA-MAPAS-BAIXA
               IF  WS-ACHOU EQUAL "NAO"
                   GO TO AVALIA-BEM-FIM.
           IF  WS-VALOR-DEPR GREATER ZERO
               PERFORM LANCA-DEPRECIACAO.
           IF  AT-SITUACAO EQUAL "B"
               PERFORM LANCA-BAIXA.
           MOVE WS-HOJE  TO AT-DATA-ALT.
           MOVE "PRG144" TO AT-OPERADOR.
           REWRITE REGATIVO.
           MOVE "REWRITE" TO WS-OPER-ERRO.
           MOVE "ATIVOS" TO WS-ARQ-ERRO.
           MOVE WS-FS-ATIVOS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       AVALIA-BEM-FIM.
           EXIT.

       MES-ANTERIOR-LIMITE.
           IF  WS-LIM-MES EQUAL 1
               SUBTRACT 1 FROM WS-LIM-ANO
               MOVE 12 TO WS-LIM-MES
           ELSE
               SUBTRACT 1 FROM WS-LIM-MES.

       CALCULA-DEPRECIACAO.
           COMPUTE WS-MESES = (WS-LIM-ANO * 12 + WS-LIM-MES)
                            - (WS-INI-ANO * 12 + WS-INI-MES).
           COMPUTE WS-QUOTA ROUNDED = AT-CUSTO / AT-VIDA-MESES.
           COMPUTE WS-VALOR-DEPR = WS-QUOTA * WS-MESES.
           IF  WS-VALOR-DEPR GREATER AT-CUSTO - AT-DEPR-ACUM
               COMPUTE WS-VALOR-DEPR = AT-CUSTO - AT-DEPR-ACUM.

       VERIFICA-MAPAS-BAIXA.
           MOVE "SIM" TO WS-ACHOU.
           IF  WS-ACUM-FINAL GREATER ZERO
               MOVE "BXDA" TO WS-EVENTO
               PERFORM LOCALIZA-MAPA
               IF  WS-ACHOU EQUAL "NAO"
                   PERFORM REGISTRA-SEM-MAPA
               ELSE
                   MOVE WS-IX TO WS-IX-BXDA.
           IF  WS-ACHOU EQUAL "SIM"
           AND WS-LIQUIDO GREATER ZERO
               MOVE "BXAT" TO WS-EVENTO
               PERFORM LOCALIZA-MAPA
               IF  WS-ACHOU EQUAL "NAO"
                   PERFORM REGISTRA-SEM-MAPA
               ELSE
                   MOVE WS-IX TO WS-IX-BXAT.

       LOCALIZA-MAPA.
           MOVE "NAO" TO WS-ACHOU.
           PERFORM PROCURA-MAPA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-MAPAS
                   OR WS-ACHOU EQUAL "SIM".
           IF  WS-ACHOU EQUAL "SIM"
               SUBTRACT 1 FROM WS-IX.
       PROCURA-MAPA.
           IF  TAB-MP-EVENTO(WS-IX) EQUAL WS-EVENTO
               MOVE "SIM" TO WS-ACHOU.

       REGISTRA-SEM-MAPA.
           ADD 1 TO CT-SEM-MAPA.
           DISPLAY "PRG144 - EVENTO SEM MAPA: " WS-EVENTO
                   " BEM " AT-CODIGO.
           MOVE 4 TO RETURN-CODE.

       LANCA-DEPRECIACAO.
           MOVE WS-IX-DEPR TO WS-IX.
           MOVE WS-VALOR-DEPR TO WS-VALOR.
           PERFORM GERA-LANCAMENTO.
           MOVE WS-ACUM-FINAL TO AT-DEPR-ACUM.
           MOVE WS-LIMITE-R9  TO AT-ULT-COMPET.
           ADD WS-VALOR-DEPR TO WS-TOT-DEPR.
           ADD 1 TO CT-DEPRECIADOS.
           MOVE TAB-MP-EVENTO(WS-IX) TO DE-EVENTO.
           MOVE WS-MESES TO DE-MESES.
           MOVE WS-VALOR-DEPR TO DE-VALOR.
           MOVE AT-DEPR-ACUM TO DE-ACUM.
           PERFORM IMPRIME-DETALHE.

       LANCA-BAIXA.
           MOVE ZEROS TO DE-MESES DE-ACUM.
           IF  AT-DEPR-ACUM GREATER ZERO
               MOVE WS-IX-BXDA TO WS-IX
               MOVE AT-DEPR-ACUM TO WS-VALOR
               PERFORM GERA-LANCAMENTO
               ADD WS-VALOR TO WS-TOT-BXDA
               MOVE "BXDA" TO DE-EVENTO
               MOVE WS-VALOR TO DE-VALOR
               PERFORM IMPRIME-DETALHE.
           IF  WS-LIQUIDO GREATER ZERO
               MOVE WS-IX-BXAT TO WS-IX
               MOVE WS-LIQUIDO TO WS-VALOR
               PERFORM GERA-LANCAMENTO
               ADD WS-VALOR TO WS-TOT-BXAT
               MOVE "BXAT" TO DE-EVENTO
               MOVE WS-VALOR TO DE-VALOR
               PERFORM IMPRIME-DETALHE.
           MOVE "S" TO AT-BAIXA-LANC.
           ADD 1 TO CT-BAIXAS.

       GERA-LANCAMENTO.
           MOVE WS-DATA-LANC TO DL-DATA.
           MOVE TAB-MP-DEB(WS-IX) TO DL-CONTA.
           MOVE "D" TO DL-DC.
           MOVE WS-VALOR TO DL-VALOR.
           MOVE TAB-MP-DESCR(WS-IX) TO DL-HIST.
           MOVE AT-CODIGO TO DL-DOC.
           WRITE REGDIARIO.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "DIARIO" TO WS-ARQ-ERRO.
           MOVE WS-FS-DIARIO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD WS-VALOR TO WS-TOT-DEB.
           MOVE TAB-MP-CRE(WS-IX) TO DL-CONTA.
           MOVE "C" TO DL-DC.
           WRITE REGDIARIO.
           MOVE WS-FS-DIARIO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           ADD WS-VALOR TO WS-TOT-CRE.

       IMPRIME-DETALHE.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           MOVE AT-CODIGO TO DE-CODIGO.
           MOVE AT-DESCR  TO DE-DESCR.
           MOVE AT-CLASSE TO DE-CLASSE.
           MOVE AT-CCUSTO TO DE-CCUSTO.
           WRITE REGRELDEPR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-RESUMO.
           PERFORM IMPRIME-CABECALHO.
           MOVE "DEPRECIACAO LANCADA NO MES.............:" TO RS-TXT.
           MOVE WS-TOT-DEPR TO RS-VALOR.
           WRITE REGRELDEPR FROM RESUMO AFTER ADVANCING 2 LINES.
           MOVE "BAIXA DE DEPRECIACAO ACUMULADA.........:" TO RS-TXT.
           MOVE WS-TOT-BXDA TO RS-VALOR.
           WRITE REGRELDEPR FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "VALOR LIQUIDO DE BENS BAIXADOS.........:" TO RS-TXT.
           MOVE WS-TOT-BXAT TO RS-VALOR.
           WRITE REGRELDEPR FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "TOTAL DE DEBITOS NO DIARIO.............:" TO RS-TXT.
           MOVE WS-TOT-DEB TO RS-VALOR.
           WRITE REGRELDEPR FROM RESUMO AFTER ADVANCING 2 LINES.
           MOVE "TOTAL DE CREDITOS NO DIARIO............:" TO RS-TXT.
           MOVE WS-TOT-CRE TO RS-VALOR.
           WRITE REGRELDEPR FROM RESUMO AFTER ADVANCING 1 LINE.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELDEPR.
           WRITE REGRELDEPR AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELDEPR FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELDEPR FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELDEPR FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELDEPR FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELDEPR FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELDEPR FROM BREAK AFTER ADVANCING 1 LINE.
       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG144"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-DEPRECIADOS TO RL-QTDE.
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
               DISPLAY "PRG144 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG144" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
