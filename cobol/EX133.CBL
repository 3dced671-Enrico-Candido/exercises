       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG133.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SEGLOG.
           SELECT OPERADOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPERADOR.
           SELECT NIVELPRG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NIVELPRG.
           SELECT APROVACO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-SEQ
           FILE STATUS IS WS-FS-APROVACO.
           SELECT SEGEXC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SX-CHAVE
           FILE STATUS IS WS-FS-SEGEXC.
           SELECT ULTSEG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ULTSEG.
           SELECT RELSEG ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELSEG.
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
       FD  SEGLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SEGLOG.DAT".
       01  REGSEGLOG.
           02 SG-DATA       PIC 9(08).
           02 SG-HORA       PIC 9(08).
           02 FILLER        PIC X(01).
           02 SG-OPERADOR   PIC X(08).
           02 FILLER        PIC X(01).
           02 SG-PROGRAMA   PIC X(08).
           02 FILLER        PIC X(01).
           02 SG-EVENTO     PIC X(20).
       FD  OPERADOR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OPERADOR.DAT".
       01  REGOPERADOR.
           02 OP-ID         PIC X(08).
           02 OP-SENHA      PIC X(08).
           02 OP-NIVEL      PIC 9(01).
       FD  NIVELPRG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NIVELPRG.DAT".
       01  REGNIVELPRG.
           02 NP-PROGRAMA   PIC X(08).
           02 NP-NIVEL      PIC 9(01).
       FD  APROVACO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "APROVACO.DAT".
       01  REGAPROVACO.
           02 AP-SEQ        PIC 9(06).
           02 AP-TIPO       PIC X(01).
           02 AP-CHAVE      PIC 9(08).
           02 AP-SITUACAO   PIC X(01).
           02 AP-SOLICITANTE PIC X(08).
           02 AP-APROVADOR  PIC X(08).
           02 AP-DATA-SOL   PIC 9(08).
           02 AP-DATA-APR   PIC 9(08).
       FD  SEGEXC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SEGEXC.DAT".
       01  REGSEGEXC.
           02 SX-CHAVE.
              03 SX-TIPO    PIC X(02).
              03 SX-OPERADOR PIC X(08).
              03 SX-REF     PIC X(16).
           02 SX-NUMERO     PIC 9(06).
           02 SX-DATA-EVT   PIC 9(08).
           02 SX-DATA-DET   PIC 9(08).
           02 SX-QTDE       PIC 9(05).
           02 SX-DETALHE    PIC X(30).
           02 SX-SITUACAO   PIC X(01).
           02 SX-RECONHECIDO PIC X(08).
           02 SX-DATA-REC   PIC 9(08).
       FD  ULTSEG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ULTSEG.DAT".
       01  REGULTSEG.
           02 US-DATA       PIC 9(08).
       FD  RELSEG LABEL RECORD OMITTED.
       01  REGRELSEG        PIC X(80).
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
       77  WS-FS-SEGLOG     PIC X(02) VALUE SPACES.
       77  WS-FS-OPERADOR   PIC X(02) VALUE SPACES.
       77  WS-FS-NIVELPRG   PIC X(02) VALUE SPACES.
       77  WS-FS-APROVACO   PIC X(02) VALUE SPACES.
       77  WS-FS-SEGEXC     PIC X(02) VALUE SPACES.
       77  WS-FS-ULTSEG     PIC X(02) VALUE SPACES.
       77  WS-FS-RELSEG     PIC X(02) VALUE "00".
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  SEG-FIM          PIC X(03) VALUE "NAO".
       77  OPE-FIM          PIC X(03) VALUE "NAO".
       77  NIV-FIM          PIC X(03) VALUE "NAO".
       77  APR-FIM          PIC X(03) VALUE "NAO".
       77  EXC-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-ABRE     PIC 9(04) VALUE 0700.
       77  WS-HORA-FECHA    PIC 9(04) VALUE 2200.
       77  WS-LIM-FALHA     PIC 9(03) VALUE 1.
       77  WS-DIAS-DORM     PIC 9(03) VALUE 90.
       77  WS-ULT-DATA      PIC 9(08) VALUE ZEROS.
       77  WS-ULT-NUMERO    PIC 9(06) VALUE ZEROS.
       77  WS-HHMM          PIC 9(04) VALUE ZEROS.
       77  WS-DIAS          PIC 9(07) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  WS-IX-OPER       PIC 9(04) VALUE ZEROS.
       77  WS-IX-SOL        PIC 9(04) VALUE ZEROS.
       77  WS-IX-ACHADO     PIC 9(04) VALUE ZEROS.
       77  WS-IX-TIPO       PIC 9(01) VALUE ZEROS.
       77  WS-ID-PROCURA    PIC X(08) VALUE SPACES.
       77  WS-OC-TIPO       PIC X(02) VALUE SPACES.
       77  WS-OC-OPER       PIC X(08) VALUE SPACES.
       77  WS-OC-REF        PIC X(16) VALUE SPACES.
       77  WS-OC-DATA       PIC 9(08) VALUE ZEROS.
       77  WS-OC-QTDE       PIC 9(05) VALUE ZEROS.
       77  WS-OC-DETALHE    PIC X(30) VALUE SPACES.
       77  QT-OPER          PIC 9(04) VALUE ZEROS.
       77  QT-NIVPRG        PIC 9(04) VALUE ZEROS.
       77  QT-FALHA         PIC 9(04) VALUE ZEROS.
       77  QT-INEX          PIC 9(04) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-EVENTOS       PIC 9(07) VALUE ZEROS.
       77  CT-ANALISADOS    PIC 9(07) VALUE ZEROS.
       77  CT-APROVACOES    PIC 9(07) VALUE ZEROS.
       77  CT-NOVAS         PIC 9(07) VALUE ZEROS.
       77  CT-REPETIDAS     PIC 9(07) VALUE ZEROS.
       77  CT-ABERTAS       PIC 9(07) VALUE ZEROS.
       77  CT-RECONHECIDAS  PIC 9(07) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-PARM-V3X.
           02 WS-PARM-V3    PIC 9(03).
       01  WS-PARM-V4X.
           02 WS-PARM-V4    PIC 9(04).
       01  WS-DATA-AUX.
           02 WS-AUX-ANO    PIC 9(04).
           02 WS-AUX-MES    PIC 9(02).
           02 WS-AUX-DIA    PIC 9(02).
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX PIC 9(08).
       01  WS-REF-AUX.
           02 WR-DATA       PIC 9(08).
           02 WR-RESTO      PIC X(08).
       01  WS-REF-AUX-H REDEFINES WS-REF-AUX.
           02 FILLER        PIC X(08).
           02 WR-HORA       PIC 9(06).
           02 FILLER        PIC X(02).
       01  WS-REF-AUX-S REDEFINES WS-REF-AUX.
           02 WR-SEQ        PIC 9(06).
           02 FILLER        PIC X(10).
       01  WS-DET-FS.
           02 FILLER        PIC X(17) VALUE "SIGNON BLOQUEADO ".
           02 DF-QTDE       PIC ZZ9.
           02 FILLER        PIC X(10) VALUE " VEZ(ES)".
       01  WS-DET-FH.
           02 FILLER        PIC X(10) VALUE "SIGNON AS ".
           02 DH-HH         PIC 9(02).
           02 FILLER        PIC X(01) VALUE ":".
           02 DH-MM         PIC 9(02).
           02 FILLER        PIC X(04) VALUE " NO ".
           02 DH-PROG       PIC X(08).
           02 FILLER        PIC X(03) VALUE SPACES.
       01  WS-DET-ID.
           02 DI-QTDE       PIC ZZ9.
           02 FILLER        PIC X(19) VALUE " EVENTO(S) - ULT.: ".
           02 DI-PROG       PIC X(08).
       01  WS-DET-NV.
           02 DN-PROG       PIC X(08).
           02 FILLER        PIC X(13) VALUE " EXIGE NIVEL ".
           02 DN-EXIGE      PIC 9(01).
           02 FILLER        PIC X(07) VALUE " - TEM ".
           02 DN-TEM        PIC 9(01).
       01  WS-DET-VI.
           02 DV-EVENTO     PIC X(20).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 DV-PROG       PIC X(08).
           02 FILLER        PIC X(01) VALUE SPACES.
       01  WS-DET-DO.
           02 FILLER        PIC X(17) VALUE "SEM ATIVIDADE HA ".
           02 DD-DIAS       PIC ZZZZ9.
           02 FILLER        PIC X(08) VALUE " DIAS".
       01  WS-DET-AP.
           02 FILLER        PIC X(10) VALUE "SOLIC.SEQ ".
           02 DA-SEQ        PIC 9(06).
           02 FILLER        PIC X(04) VALUE " DE ".
           02 DA-SOLIC      PIC X(08).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 DA-MOTIVO     PIC X(01).
       01  TAB-TIPOS-VAL.
           02 FILLER        PIC X(17) VALUE "FSFALHA DE SIGNON".
           02 FILLER        PIC X(17) VALUE "FHFORA DO HORARIO".
           02 FILLER        PIC X(17) VALUE "IDID INEXISTENTE ".
           02 FILLER        PIC X(17) VALUE "NVACIMA DO NIVEL ".
           02 FILLER        PIC X(17) VALUE "DOID SEM USO     ".
           02 FILLER        PIC X(17) VALUE "APAUTO-APROVACAO ".
       01  TAB-TIPOS REDEFINES TAB-TIPOS-VAL.
           02 TAB-TP-OCORR OCCURS 6 TIMES.
              03 TAB-TP-COD    PIC X(02).
              03 TAB-TP-DESCR  PIC X(15).
       01  TAB-CT-TIPOS.
           02 TAB-CT-NOVAS  PIC 9(05) OCCURS 6 TIMES.
       01  TAB-OPER.
                 04 TAB-OP-OCORR OCCURS 500 TIMES.
                       05 TAB-OP-ID     PIC X(08).
                       05 TAB-OP-SENHA  PIC X(08).
                       05 TAB-OP-NIVEL  PIC 9(01).
                       05 TAB-OP-ULT    PIC 9(08).
       01  TAB-NIVPRG.
                 04 TAB-NP-OCORR OCCURS 200 TIMES.
                       05 TAB-NP-PROG   PIC X(08).
                       05 TAB-NP-NIVEL  PIC 9(01).
       01  TAB-FALHA.
                 04 TAB-FL-OCORR OCCURS 1000 TIMES.
                       05 TAB-FL-OPER   PIC X(08).
                       05 TAB-FL-DATA   PIC 9(08).
                       05 TAB-FL-QTDE   PIC 9(05).
       01  TAB-INEX.
                 04 TAB-IN-OCORR OCCURS 1000 TIMES.
                       05 TAB-IN-OPER   PIC X(08).
                       05 TAB-IN-DATA   PIC 9(08).
                       05 TAB-IN-QTDE   PIC 9(05).
                       05 TAB-IN-PROG   PIC X(08).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(15) VALUE SPACES.
                 03 FILLER  PIC X(40) VALUE
                    "MONITORACAO DE SEGURANCA - POSICAO DE ".
                 03 C1-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(09) VALUE "  NUMERO".
                 03 FILLER  PIC X(17) VALUE "TIPO".
                 03 FILLER  PIC X(10) VALUE "OPERADOR".
                 03 FILLER  PIC X(12) VALUE "DATA".
                 03 FILLER  PIC X(30) VALUE "DETALHE".
       01  SECAO.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 SC-TXT  PIC X(50) VALUE SPACES.
       01  DETALHE.
                 03 FILLER       PIC X(01) VALUE SPACES.
                 03 DT-NUMERO    PIC ZZZZZ9 VALUE ZEROS.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-TIPO      PIC X(15) VALUE SPACES.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-OPERADOR  PIC X(08) VALUE SPACES.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-DATA      PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER       PIC X(02) VALUE SPACES.
                 03 DT-DETALHE   PIC X(30) VALUE SPACES.
       01  RESUMO.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 RS-TXT  PIC X(32) VALUE SPACES.
                 03 RS-QTDE PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           PERFORM LE-CONTROLE.
           PERFORM CARREGA-OPERADOR.
           PERFORM CARREGA-NIVELPRG.
           PERFORM ABRE-SEGEXC.
           OPEN OUTPUT RELSEG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELSEG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELSEG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-HOJE TO WS-DATA-AUX-R.
           MOVE WS-AUX-DIA TO C1-DATA(1:2).
           MOVE WS-AUX-MES TO C1-DATA(4:2).
           MOVE WS-AUX-ANO TO C1-DATA(7:4).
           MOVE ZEROS TO TAB-CT-TIPOS.
           MOVE "OCORRENCIAS NOVAS" TO SC-TXT.
           PERFORM IMPRIME-SECAO.
           PERFORM ANALISA-SEGLOG.
           PERFORM GRAVA-FALHA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-FALHA.
           PERFORM GRAVA-INEXISTENTE
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-INEX.
           PERFORM VERIFICA-SEM-USO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-OPER.
           PERFORM ANALISA-APROVACOES.
           MOVE "OCORRENCIAS EM ABERTO" TO SC-TXT.
           PERFORM IMPRIME-SECAO.
           PERFORM IMPRIME-ABERTAS.
           CLOSE SEGEXC.
           PERFORM IMPRIME-RESUMO.
           CLOSE RELSEG.
           PERFORM GRAVA-CONTROLE.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG133 - TOTAIS DE CONTROLE".
           DISPLAY "EVENTOS LIDOS..........: " CT-EVENTOS.
           DISPLAY "EVENTOS ANALISADOS.....: " CT-ANALISADOS.
           DISPLAY "APROVACOES ANALISADAS..: " CT-APROVACOES.
           DISPLAY "OCORRENCIAS NOVAS......: " CT-NOVAS.
           DISPLAY "OCORRENCIAS JA GRAVADAS: " CT-REPETIDAS.
           DISPLAY "OCORRENCIAS EM ABERTO..: " CT-ABERTAS.
           DISPLAY "OCORRENCIAS RECONHEC...: " CT-RECONHECIDAS.
           IF  RETURN-CODE LESS 4
           AND CT-NOVAS GREATER ZERO
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
           IF  PG-PROGRAMA EQUAL "PRG133"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR   TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "HORAINI" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:4) TO WS-PARM-V4X
               IF  WS-PARM-V4 NUMERIC
               AND WS-PARM-V4 LESS 2400
                   MOVE WS-PARM-V4 TO WS-HORA-ABRE.
           MOVE "HORAFIM" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:4) TO WS-PARM-V4X
               IF  WS-PARM-V4 NUMERIC
               AND WS-PARM-V4 LESS 2400
                   MOVE WS-PARM-V4 TO WS-HORA-FECHA.
           MOVE "LIMFALHA" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               IF  WS-PARM-V3 NUMERIC
               AND WS-PARM-V3 GREATER ZERO
                   MOVE WS-PARM-V3 TO WS-LIM-FALHA.
           MOVE "DIASDORM" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               IF  WS-PARM-V3 NUMERIC
               AND WS-PARM-V3 GREATER ZERO
                   MOVE WS-PARM-V3 TO WS-DIAS-DORM.

       LE-CONTROLE.
           MOVE SPACES TO WS-FS-ULTSEG.
           OPEN INPUT ULTSEG.
           IF  WS-FS-ULTSEG EQUAL "35"
               MOVE ZEROS TO REGULTSEG
           ELSE
               READ ULTSEG AT END MOVE ZEROS TO REGULTSEG
               END-READ
               CLOSE ULTSEG.
           MOVE US-DATA TO WS-ULT-DATA.

       GRAVA-CONTROLE.
           OPEN OUTPUT ULTSEG.
           MOVE WS-HOJE TO US-DATA.
           WRITE REGULTSEG.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "ULTSEG" TO WS-ARQ-ERRO.
           MOVE WS-FS-ULTSEG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           CLOSE ULTSEG.

       CARREGA-OPERADOR.
           MOVE SPACES TO WS-FS-OPERADOR.
           OPEN INPUT OPERADOR.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "OPERADOR" TO WS-ARQ-ERRO.
           MOVE WS-FS-OPERADOR TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LE-OPERADOR.
           PERFORM GUARDA-OPERADOR
                   UNTIL OPE-FIM EQUAL "SIM".
           CLOSE OPERADOR.
       LE-OPERADOR.
           READ OPERADOR
                       AT END
                             MOVE "SIM" TO OPE-FIM.
       GUARDA-OPERADOR.
           IF  QT-OPER NOT LESS 500
               DISPLAY "PRG133 - TABELA OPERADOR ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-OPER.
           MOVE OP-ID    TO TAB-OP-ID(QT-OPER).
           MOVE OP-SENHA TO TAB-OP-SENHA(QT-OPER).
           MOVE OP-NIVEL TO TAB-OP-NIVEL(QT-OPER).
           MOVE ZEROS    TO TAB-OP-ULT(QT-OPER).
           PERFORM LE-OPERADOR.

       CARREGA-NIVELPRG.
           MOVE SPACES TO WS-FS-NIVELPRG.
           OPEN INPUT NIVELPRG.
           IF  WS-FS-NIVELPRG EQUAL "35"
               MOVE "SIM" TO NIV-FIM
           ELSE
               PERFORM LE-NIVELPRG
               PERFORM GUARDA-NIVELPRG
                       UNTIL NIV-FIM EQUAL "SIM"
               CLOSE NIVELPRG.
       LE-NIVELPRG.
           READ NIVELPRG
                       AT END
                             MOVE "SIM" TO NIV-FIM.
       GUARDA-NIVELPRG.
           IF  QT-NIVPRG NOT LESS 200
               DISPLAY "PRG133 - TABELA NIVELPRG ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           IF  NP-NIVEL NUMERIC
               ADD 1 TO QT-NIVPRG
               MOVE NP-PROGRAMA TO TAB-NP-PROG(QT-NIVPRG)
               MOVE NP-NIVEL    TO TAB-NP-NIVEL(QT-NIVPRG).
           PERFORM LE-NIVELPRG.

       ABRE-SEGEXC.
           MOVE SPACES TO WS-FS-SEGEXC.
           OPEN I-O SEGEXC.
           IF  WS-FS-SEGEXC EQUAL "35"
               OPEN OUTPUT SEGEXC
               CLOSE SEGEXC
               OPEN I-O SEGEXC.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "SEGEXC" TO WS-ARQ-ERRO.
           MOVE WS-FS-SEGEXC TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "NAO" TO EXC-FIM.
           MOVE LOW-VALUES TO SX-CHAVE.
           START SEGEXC KEY NOT LESS SX-CHAVE
               INVALID KEY
                   MOVE "SIM" TO EXC-FIM.
           PERFORM ACHA-ULTIMO-NUMERO
                   UNTIL EXC-FIM EQUAL "SIM".
       ACHA-ULTIMO-NUMERO.
           READ SEGEXC NEXT RECORD
                       AT END
                             MOVE "SIM" TO EXC-FIM.
           IF  EXC-FIM EQUAL "NAO"
           AND SX-NUMERO GREATER WS-ULT-NUMERO
               MOVE SX-NUMERO TO WS-ULT-NUMERO.

       ANALISA-SEGLOG.
           MOVE SPACES TO WS-FS-SEGLOG.
           OPEN INPUT SEGLOG.
           IF  WS-FS-SEGLOG EQUAL "35"
               DISPLAY "PRG133 - SEGLOG SEM EVENTOS GRAVADOS"
           ELSE
               PERFORM LE-SEGLOG
               PERFORM ANALISA-EVENTO THRU ANALISA-EVENTO-FIM
                       UNTIL SEG-FIM EQUAL "SIM"
               CLOSE SEGLOG.
       LE-SEGLOG.
           READ SEGLOG
                       AT END
                             MOVE "SIM" TO SEG-FIM
                       NOT AT END
                             ADD 1 TO CT-EVENTOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "SEGLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-SEGLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       ANALISA-EVENTO.
           MOVE SG-OPERADOR TO WS-ID-PROCURA.
           PERFORM PROCURA-OPERADOR.
           MOVE WS-IX-ACHADO TO WS-IX-OPER.
           IF  WS-IX-OPER GREATER ZERO
           AND SG-EVENTO NOT EQUAL "VIOLACAO DE ACESSO"
           AND SG-DATA GREATER TAB-OP-ULT(WS-IX-OPER)
               MOVE SG-DATA TO TAB-OP-ULT(WS-IX-OPER).
           IF  SG-DATA NOT GREATER WS-ULT-DATA
           OR  SG-DATA GREATER WS-HOJE
               GO TO ANALISA-EVENTO-PROXIMO.
           ADD 1 TO CT-ANALISADOS.
           IF  WS-IX-OPER EQUAL ZERO
               PERFORM ACUMULA-INEXISTENTE
               GO TO ANALISA-EVENTO-PROXIMO.
           IF  SG-EVENTO EQUAL "VIOLACAO DE ACESSO"
               PERFORM ACUMULA-FALHA
               GO TO ANALISA-EVENTO-PROXIMO.
           IF  SG-EVENTO EQUAL "SIGNON EFETUADO"
               PERFORM CONFERE-HORARIO.
           IF  SG-EVENTO EQUAL "VIOLACAO 4 OLHOS"
               PERFORM GRAVA-TENTATIVA-4OLHOS
               GO TO ANALISA-EVENTO-PROXIMO.
           IF  SG-EVENTO(1:9) EQUAL "VIOLACAO "
               PERFORM GRAVA-VIOLACAO-NIVEL
               GO TO ANALISA-EVENTO-PROXIMO.
           PERFORM CONFERE-NIVEL.
       ANALISA-EVENTO-PROXIMO.
           PERFORM LE-SEGLOG.
       ANALISA-EVENTO-FIM.
           EXIT.

       PROCURA-OPERADOR.
           MOVE ZEROS TO WS-IX-ACHADO.
           PERFORM COMPARA-OPERADOR
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-OPER
                   OR WS-IX-ACHADO GREATER ZERO.
       COMPARA-OPERADOR.
           IF  TAB-OP-ID(WS-IX) EQUAL WS-ID-PROCURA
               MOVE WS-IX TO WS-IX-ACHADO.

       ACUMULA-FALHA.
           MOVE ZEROS TO WS-IX-ACHADO.
           PERFORM COMPARA-FALHA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-FALHA
                   OR WS-IX-ACHADO GREATER ZERO.
           IF  WS-IX-ACHADO EQUAL ZERO
               IF  QT-FALHA NOT LESS 1000
                   DISPLAY "PRG133 - TABELA FALHA ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QT-FALHA
                   MOVE QT-FALHA    TO WS-IX-ACHADO
                   MOVE SG-OPERADOR TO TAB-FL-OPER(QT-FALHA)
                   MOVE SG-DATA     TO TAB-FL-DATA(QT-FALHA)
                   MOVE ZEROS       TO TAB-FL-QTDE(QT-FALHA).
           ADD 1 TO TAB-FL-QTDE(WS-IX-ACHADO).
       COMPARA-FALHA.
           IF  TAB-FL-OPER(WS-IX) EQUAL SG-OPERADOR
           AND TAB-FL-DATA(WS-IX) EQUAL SG-DATA
               MOVE WS-IX TO WS-IX-ACHADO.

       ACUMULA-INEXISTENTE.
           MOVE ZEROS TO WS-IX-ACHADO.
           PERFORM COMPARA-INEXISTENTE
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-INEX
                   OR WS-IX-ACHADO GREATER ZERO.
           IF  WS-IX-ACHADO EQUAL ZERO
               IF  QT-INEX NOT LESS 1000
                   DISPLAY "PRG133 - TABELA INEXISTENTE ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QT-INEX
                   MOVE QT-INEX     TO WS-IX-ACHADO
                   MOVE SG-OPERADOR TO TAB-IN-OPER(QT-INEX)
                   MOVE SG-DATA     TO TAB-IN-DATA(QT-INEX)
                   MOVE ZEROS       TO TAB-IN-QTDE(QT-INEX).
           ADD 1 TO TAB-IN-QTDE(WS-IX-ACHADO).
           MOVE SG-PROGRAMA TO TAB-IN-PROG(WS-IX-ACHADO).
       COMPARA-INEXISTENTE.
           IF  TAB-IN-OPER(WS-IX) EQUAL SG-OPERADOR
           AND TAB-IN-DATA(WS-IX) EQUAL SG-DATA
               MOVE WS-IX TO WS-IX-ACHADO.

       CONFERE-HORARIO.
           COMPUTE WS-HHMM = SG-HORA / 10000.
           IF  WS-HHMM LESS WS-HORA-ABRE
           OR  WS-HHMM GREATER WS-HORA-FECHA
               MOVE SPACES TO WS-REF-AUX
               MOVE SG-DATA TO WR-DATA
               COMPUTE WR-HORA = SG-HORA / 100
               COMPUTE DH-HH = WS-HHMM / 100
               COMPUTE DH-MM = WS-HHMM - DH-HH * 100
               MOVE SG-PROGRAMA TO DH-PROG
               MOVE "FH"        TO WS-OC-TIPO
               MOVE 2           TO WS-IX-TIPO
               MOVE SG-OPERADOR TO WS-OC-OPER
               MOVE WS-REF-AUX  TO WS-OC-REF
               MOVE SG-DATA     TO WS-OC-DATA
               MOVE 1           TO WS-OC-QTDE
               MOVE WS-DET-FH   TO WS-OC-DETALHE
               PERFORM GRAVA-OCORRENCIA.

       GRAVA-TENTATIVA-4OLHOS.
           MOVE SPACES TO WS-REF-AUX.
           MOVE SG-DATA TO WR-DATA.
           COMPUTE WR-HORA = SG-HORA / 100.
           MOVE SG-EVENTO   TO DV-EVENTO.
           MOVE SG-PROGRAMA TO DV-PROG.
           MOVE "AP"        TO WS-OC-TIPO.
           MOVE 6           TO WS-IX-TIPO.
           MOVE SG-OPERADOR TO WS-OC-OPER.
           MOVE WS-REF-AUX  TO WS-OC-REF.
           MOVE SG-DATA     TO WS-OC-DATA.
           MOVE 1           TO WS-OC-QTDE.
           MOVE WS-DET-VI   TO WS-OC-DETALHE.
           PERFORM GRAVA-OCORRENCIA.

       GRAVA-VIOLACAO-NIVEL.
           MOVE SPACES TO WS-REF-AUX.
           MOVE SG-DATA     TO WR-DATA.
           MOVE SG-PROGRAMA TO WR-RESTO.
           MOVE SG-EVENTO   TO DV-EVENTO.
           MOVE SG-PROGRAMA TO DV-PROG.
           MOVE "NV"        TO WS-OC-TIPO.
           MOVE 4           TO WS-IX-TIPO.
           MOVE SG-OPERADOR TO WS-OC-OPER.
           MOVE WS-REF-AUX  TO WS-OC-REF.
           MOVE SG-DATA     TO WS-OC-DATA.
           MOVE 1           TO WS-OC-QTDE.
           MOVE WS-DET-VI   TO WS-OC-DETALHE.
           PERFORM GRAVA-OCORRENCIA.

       CONFERE-NIVEL.
           MOVE ZEROS TO WS-IX-ACHADO.
           PERFORM COMPARA-NIVELPRG
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-NIVPRG
                   OR WS-IX-ACHADO GREATER ZERO.
           IF  WS-IX-ACHADO GREATER ZERO
               IF  TAB-OP-NIVEL(WS-IX-OPER) LESS
                   TAB-NP-NIVEL(WS-IX-ACHADO)
                   MOVE SPACES TO WS-REF-AUX
                   MOVE SG-DATA     TO WR-DATA
                   MOVE SG-PROGRAMA TO WR-RESTO
                   MOVE SG-PROGRAMA TO DN-PROG
                   MOVE TAB-NP-NIVEL(WS-IX-ACHADO) TO DN-EXIGE
                   MOVE TAB-OP-NIVEL(WS-IX-OPER)   TO DN-TEM
                   MOVE "NV"        TO WS-OC-TIPO
                   MOVE 4           TO WS-IX-TIPO
                   MOVE SG-OPERADOR TO WS-OC-OPER
                   MOVE WS-REF-AUX  TO WS-OC-REF
                   MOVE SG-DATA     TO WS-OC-DATA
                   MOVE 1           TO WS-OC-QTDE
                   MOVE WS-DET-NV   TO WS-OC-DETALHE
                   PERFORM GRAVA-OCORRENCIA.
       COMPARA-NIVELPRG.
           IF  TAB-NP-PROG(WS-IX) EQUAL SG-PROGRAMA
               MOVE WS-IX TO WS-IX-ACHADO.

       GRAVA-FALHA.
           IF  TAB-FL-QTDE(WS-IX) NOT LESS WS-LIM-FALHA
               MOVE SPACES TO WS-REF-AUX
               MOVE TAB-FL-DATA(WS-IX) TO WR-DATA
               MOVE TAB-FL-QTDE(WS-IX) TO DF-QTDE
               MOVE "FS"               TO WS-OC-TIPO
               MOVE 1                  TO WS-IX-TIPO
               MOVE TAB-FL-OPER(WS-IX) TO WS-OC-OPER
               MOVE WS-REF-AUX         TO WS-OC-REF
               MOVE TAB-FL-DATA(WS-IX) TO WS-OC-DATA
               MOVE TAB-FL-QTDE(WS-IX) TO WS-OC-QTDE
               MOVE WS-DET-FS          TO WS-OC-DETALHE
               PERFORM GRAVA-OCORRENCIA.

       GRAVA-INEXISTENTE.
           MOVE SPACES TO WS-REF-AUX.
           MOVE TAB-IN-DATA(WS-IX) TO WR-DATA.
           MOVE TAB-IN-QTDE(WS-IX) TO DI-QTDE.
           MOVE TAB-IN-PROG(WS-IX) TO DI-PROG.
           MOVE "ID"               TO WS-OC-TIPO.
           MOVE 3                  TO WS-IX-TIPO.
           MOVE TAB-IN-OPER(WS-IX) TO WS-OC-OPER.
           MOVE WS-REF-AUX         TO WS-OC-REF.
           MOVE TAB-IN-DATA(WS-IX) TO WS-OC-DATA.
           MOVE TAB-IN-QTDE(WS-IX) TO WS-OC-QTDE.
           MOVE WS-DET-ID          TO WS-OC-DETALHE.
           PERFORM GRAVA-OCORRENCIA.

       VERIFICA-SEM-USO.
           IF  TAB-OP-ULT(WS-IX) EQUAL ZEROS
               MOVE 99999 TO WS-DIAS
           ELSE
               COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-HOJE) -
                       FUNCTION INTEGER-OF-DATE(TAB-OP-ULT(WS-IX)).
           IF  WS-DIAS GREATER WS-DIAS-DORM
               MOVE SPACES TO WS-REF-AUX
               MOVE TAB-OP-ULT(WS-IX) TO WR-DATA
               MOVE WS-DIAS           TO DD-DIAS
               MOVE "DO"              TO WS-OC-TIPO
               MOVE 5                 TO WS-IX-TIPO
               MOVE TAB-OP-ID(WS-IX)  TO WS-OC-OPER
               MOVE WS-REF-AUX        TO WS-OC-REF
               MOVE TAB-OP-ULT(WS-IX) TO WS-OC-DATA
               MOVE ZEROS             TO WS-OC-QTDE
               MOVE WS-DET-DO         TO WS-OC-DETALHE
               IF  TAB-OP-ULT(WS-IX) EQUAL ZEROS
                   MOVE "SEM ATIVIDADE REGISTRADA" TO WS-OC-DETALHE
                   PERFORM GRAVA-OCORRENCIA
               ELSE
                   PERFORM GRAVA-OCORRENCIA.

       ANALISA-APROVACOES.
           MOVE SPACES TO WS-FS-APROVACO.
           OPEN INPUT APROVACO.
           IF  WS-FS-APROVACO EQUAL "35"
               MOVE "SIM" TO APR-FIM
           ELSE
               MOVE ZEROS TO AP-SEQ
               START APROVACO KEY NOT LESS AP-SEQ
                   INVALID KEY
                       MOVE "SIM" TO APR-FIM
               END-START
               PERFORM ANALISA-APROVACAO
                       UNTIL APR-FIM EQUAL "SIM"
               CLOSE APROVACO.
       ANALISA-APROVACAO.
           READ APROVACO NEXT RECORD
                       AT END
                             MOVE "SIM" TO APR-FIM.
           IF  APR-FIM EQUAL "NAO"
               IF  AP-SITUACAO EQUAL "A"
               OR  AP-SITUACAO EQUAL "E"
                   ADD 1 TO CT-APROVACOES
                   PERFORM CONFERE-APROVADOR.

       CONFERE-APROVADOR.
           MOVE SPACES TO DA-MOTIVO.
           IF  AP-SOLICITANTE EQUAL AP-APROVADOR
               MOVE "I" TO DA-MOTIVO
           ELSE
               MOVE AP-SOLICITANTE TO WS-ID-PROCURA
               PERFORM PROCURA-OPERADOR
               MOVE WS-IX-ACHADO TO WS-IX-SOL
               MOVE AP-APROVADOR TO WS-ID-PROCURA
               PERFORM PROCURA-OPERADOR
               IF  WS-IX-SOL GREATER ZERO
               AND WS-IX-ACHADO GREATER ZERO
                   IF  TAB-OP-SENHA(WS-IX-SOL) EQUAL
                       TAB-OP-SENHA(WS-IX-ACHADO)
                       MOVE "S" TO DA-MOTIVO.
           IF  DA-MOTIVO NOT EQUAL SPACES
               MOVE SPACES TO WS-REF-AUX
               MOVE AP-SEQ         TO WR-SEQ
               MOVE AP-SEQ         TO DA-SEQ
               MOVE AP-SOLICITANTE TO DA-SOLIC
               MOVE "AP"           TO WS-OC-TIPO
               MOVE 6              TO WS-IX-TIPO
               MOVE AP-APROVADOR   TO WS-OC-OPER
               MOVE WS-REF-AUX     TO WS-OC-REF
               MOVE AP-DATA-APR    TO WS-OC-DATA
               MOVE 1              TO WS-OC-QTDE
               MOVE WS-DET-AP      TO WS-OC-DETALHE
               PERFORM GRAVA-OCORRENCIA.

       GRAVA-OCORRENCIA.
           MOVE WS-OC-TIPO TO SX-TIPO.
           MOVE WS-OC-OPER TO SX-OPERADOR.
           MOVE WS-OC-REF  TO SX-REF.
           READ SEGEXC
               INVALID KEY
                   PERFORM INCLUI-OCORRENCIA
               NOT INVALID KEY
                   PERFORM ATUALIZA-OCORRENCIA.
       INCLUI-OCORRENCIA.
           ADD 1 TO WS-ULT-NUMERO.
           MOVE WS-ULT-NUMERO TO SX-NUMERO.
           MOVE WS-OC-DATA    TO SX-DATA-EVT.
           MOVE WS-HOJE       TO SX-DATA-DET.
           MOVE WS-OC-QTDE    TO SX-QTDE.
           MOVE WS-OC-DETALHE TO SX-DETALHE.
           MOVE "A"           TO SX-SITUACAO.
           MOVE SPACES        TO SX-RECONHECIDO.
           MOVE ZEROS         TO SX-DATA-REC.
           WRITE REGSEGEXC
               INVALID KEY
                   DISPLAY "PRG133 - ERRO AO GRAVAR OCORRENCIA "
                           SX-CHAVE
               NOT INVALID KEY
                   ADD 1 TO CT-NOVAS
                   ADD 1 TO TAB-CT-NOVAS(WS-IX-TIPO)
                   PERFORM IMPRIME-OCORRENCIA.
       ATUALIZA-OCORRENCIA.
           ADD 1 TO CT-REPETIDAS.
           IF  SX-SITUACAO EQUAL "A"
           AND WS-OC-QTDE GREATER SX-QTDE
               MOVE WS-OC-QTDE    TO SX-QTDE
               MOVE WS-OC-DETALHE TO SX-DETALHE
               REWRITE REGSEGEXC
                   INVALID KEY
                       DISPLAY "PRG133 - ERRO AO REGRAVAR OCORRENCIA "
                               SX-CHAVE.

       IMPRIME-ABERTAS.
           MOVE "NAO" TO EXC-FIM.
           MOVE LOW-VALUES TO SX-CHAVE.
           START SEGEXC KEY NOT LESS SX-CHAVE
               INVALID KEY
                   MOVE "SIM" TO EXC-FIM.
           PERFORM IMPRIME-ABERTA
                   UNTIL EXC-FIM EQUAL "SIM".
       IMPRIME-ABERTA.
           READ SEGEXC NEXT RECORD
                       AT END
                             MOVE "SIM" TO EXC-FIM.
           IF  EXC-FIM EQUAL "NAO"
               IF  SX-SITUACAO EQUAL "A"
                   ADD 1 TO CT-ABERTAS
                   PERFORM IMPRIME-OCORRENCIA
               ELSE
                   ADD 1 TO CT-RECONHECIDAS.

       IMPRIME-OCORRENCIA.
           MOVE SX-NUMERO   TO DT-NUMERO.
           MOVE SX-TIPO     TO DT-TIPO.
           PERFORM DESCREVE-TIPO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER 6.
           MOVE SX-OPERADOR TO DT-OPERADOR.
           MOVE SX-DATA-EVT TO WS-DATA-AUX-R.
           MOVE WS-AUX-DIA  TO DT-DATA(1:2).
           MOVE WS-AUX-MES  TO DT-DATA(4:2).
           MOVE WS-AUX-ANO  TO DT-DATA(7:4).
           MOVE SX-DETALHE  TO DT-DETALHE.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELSEG FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
       DESCREVE-TIPO.
           IF  TAB-TP-COD(WS-IX) EQUAL SX-TIPO
               MOVE TAB-TP-DESCR(WS-IX) TO DT-TIPO.

       IMPRIME-RESUMO.
           IF  CTLIN GREATER 18
               PERFORM IMPRIME-CABECALHO.
           MOVE "EVENTOS ANALISADOS.............:" TO RS-TXT.
           MOVE CT-ANALISADOS TO RS-QTDE.
           WRITE REGRELSEG FROM RESUMO AFTER ADVANCING 3 LINES.
           PERFORM IMPRIME-RESUMO-TIPO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER 6.
           MOVE "OCORRENCIAS NOVAS..............:" TO RS-TXT.
           MOVE CT-NOVAS TO RS-QTDE.
           WRITE REGRELSEG FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "OCORRENCIAS EM ABERTO..........:" TO RS-TXT.
           MOVE CT-ABERTAS TO RS-QTDE.
           WRITE REGRELSEG FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "OCORRENCIAS RECONHECIDAS.......:" TO RS-TXT.
           MOVE CT-RECONHECIDAS TO RS-QTDE.
           WRITE REGRELSEG FROM RESUMO AFTER ADVANCING 1 LINE.
           ADD 12 TO CTLIN.
       IMPRIME-RESUMO-TIPO.
           MOVE SPACES TO RS-TXT.
           MOVE "  NOVAS - " TO RS-TXT(1:10).
           MOVE TAB-TP-DESCR(WS-IX) TO RS-TXT(11:15).
           MOVE ":" TO RS-TXT(32:1).
           MOVE TAB-CT-NOVAS(WS-IX) TO RS-QTDE.
           WRITE REGRELSEG FROM RESUMO AFTER ADVANCING 1 LINE.

       IMPRIME-SECAO.
           IF  CTLIN GREATER 28
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELSEG FROM SECAO AFTER ADVANCING 2 LINES.
           WRITE REGRELSEG FROM BREAK AFTER ADVANCING 1 LINE.
           ADD 3 TO CTLIN.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELSEG.
           WRITE REGRELSEG AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELSEG FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELSEG FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELSEG FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELSEG FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELSEG FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELSEG FROM BREAK AFTER ADVANCING 1 LINE.
       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG133"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-NOVAS     TO RL-QTDE.
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
               DISPLAY "PRG133 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG133" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
