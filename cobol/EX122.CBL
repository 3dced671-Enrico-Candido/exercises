       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG122.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXTRATO.
           SELECT ULTEXTR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ULTEXTR.
           SELECT PAGTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAGTOS.
           SELECT REEMBOLSO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REEMBOLSO.
           SELECT FOLHPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FOLHPAG.
           SELECT DIARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIARIO.
           SELECT PENDBCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PENDBCO.
           SELECT CONCBCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONCBCO.
           SELECT RELCBCO ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELCBCO.
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
       FD  EXTRATO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EXTRATO.DAT".
       01  REGEXTRATO       PIC X(60).
       01  REGEXTDET REDEFINES REGEXTRATO.
           02 EXD-TIPO      PIC X(01).
           02 EXD-DATA      PIC 9(08).
           02 EXD-DC        PIC X(01).
           02 EXD-VALOR     PIC 9(11)V99.
           02 EXD-CATEG     PIC X(03).
           02 EXD-HIST      PIC X(20).
           02 EXD-DOC       PIC 9(06).
           02 FILLER        PIC X(08).
       01  REGEXTHDR REDEFINES REGEXTRATO.
           02 EXH-TIPO      PIC X(01).
           02 EXH-DATA      PIC 9(08).
           02 EXH-BANCO     PIC 9(03).
           02 EXH-AGENCIA   PIC 9(04).
           02 EXH-CONTA     PIC 9(10).
           02 EXH-SALDO     PIC 9(13)V99.
           02 EXH-DC        PIC X(01).
           02 FILLER        PIC X(18).
       01  REGEXTTRL REDEFINES REGEXTRATO.
           02 EXT-TIPO      PIC X(01).
           02 EXT-QTDE      PIC 9(06).
           02 EXT-SALDO     PIC 9(13)V99.
           02 EXT-DC        PIC X(01).
           02 FILLER        PIC X(37).
       FD  ULTEXTR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ULTEXTR.DAT".
       01  REGULTEXTR.
           02 UX-DATA       PIC 9(08).
           02 UX-SALDO      PIC 9(13)V99.
           02 UX-DC         PIC X(01).
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
       FD  REEMBOLSO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REEMBOLSO.DAT".
       01  REGREEMBOLSO     PIC X(60).
       01  REGREEMDET REDEFINES REGREEMBOLSO.
           02 RMD-TIPO      PIC X(01).
           02 RMD-NUMSOC    PIC 9(06).
           02 RMD-VALOR     PIC 9(09)V99.
           02 RMD-DATA-ORIG PIC 9(08).
           02 FILLER        PIC X(34).
       01  REGREEMHDR REDEFINES REGREEMBOLSO.
           02 RMH-TIPO      PIC X(01).
           02 RMH-DATA      PIC 9(08).
           02 FILLER        PIC X(51).
       01  REGREEMTRL REDEFINES REGREEMBOLSO.
           02 RMT-TIPO      PIC X(01).
           02 RMT-QTDE      PIC 9(06).
           02 RMT-HASH      PIC 9(13)V99.
           02 FILLER        PIC X(38).
       FD  FOLHPAG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FOLHPAG.DAT".
       01  REGFOLHPAG       PIC X(60).
       01  REGFOLHDET REDEFINES REGFOLHPAG.
           02 FPD-TIPO      PIC X(01).
           02 FPD-CODIGO    PIC 9(07).
           02 FPD-NOME      PIC X(25).
           02 FPD-LIQUIDO   PIC 9(05)V99.
           02 FILLER        PIC X(20).
       01  REGFOLHHDR REDEFINES REGFOLHPAG.
           02 FPH-TIPO      PIC X(01).
           02 FPH-DATA      PIC 9(08).
           02 FILLER        PIC X(51).
       01  REGFOLHTRL REDEFINES REGFOLHPAG.
           02 FPT-TIPO      PIC X(01).
           02 FPT-QTDE      PIC 9(06).
           02 FPT-HASH      PIC 9(13)V99.
           02 FILLER        PIC X(38).
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
       FD  PENDBCO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PENDBCO.DAT".
       01  REGPENDBCO.
           02 PB-NUMERO     PIC 9(06).
           02 PB-DATA       PIC 9(08).
           02 PB-DC         PIC X(01).
           02 PB-VALOR      PIC 9(11)V99.
           02 PB-CATEG      PIC X(03).
           02 PB-HIST       PIC X(20).
           02 PB-DOC        PIC 9(06).
           02 PB-DATA-INC   PIC 9(08).
       FD  CONCBCO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CONCBCO.DAT".
       01  REGCONCBCO.
           02 CB-ORIGEM     PIC X(01).
           02 CB-NIVEL      PIC X(01).
           02 CB-DATA       PIC 9(08).
           02 CB-CHAVE      PIC X(10).
           02 CB-VALOR      PIC 9(11)V99.
           02 CB-DATA-EXT   PIC 9(08).
           02 CB-DOC-EXT    PIC 9(06).
           02 CB-DATA-CONC  PIC 9(08).
       FD  RELCBCO LABEL RECORD OMITTED.
       01  REGRELCBCO       PIC X(80).
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
       77  WS-FS-EXTRATO    PIC X(02) VALUE SPACES.
       77  WS-FS-PAGTOS     PIC X(02) VALUE SPACES.
       77  WS-FS-REEMBOLSO  PIC X(02) VALUE SPACES.
       77  WS-FS-FOLHPAG    PIC X(02) VALUE SPACES.
       77  WS-FS-DIARIO     PIC X(02) VALUE SPACES.
       77  WS-FS-PENDBCO    PIC X(02) VALUE SPACES.
       77  WS-FS-CONCBCO    PIC X(02) VALUE SPACES.
       77  WS-FS-RELCBCO    PIC X(02) VALUE "00".
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  EXT-FIM          PIC X(03) VALUE "NAO".
       77  PAG-FIM          PIC X(03) VALUE "NAO".
       77  REE-FIM          PIC X(03) VALUE "NAO".
       77  FOL-FIM          PIC X(03) VALUE "NAO".
       77  DIA-FIM          PIC X(03) VALUE "NAO".
       77  PEN-FIM          PIC X(03) VALUE "NAO".
       77  CON-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-CTA-BANCO     PIC 9(06) VALUE 110200.
       77  WS-DIAS-COMP     PIC 9(03) VALUE 5.
       77  WS-TEM-HEADER    PIC X(03) VALUE "NAO".
       77  WS-TEM-TRAILER   PIC X(03) VALUE "NAO".
       77  WS-EXTRATO-OK    PIC X(03) VALUE "SIM".
       77  WS-EXTRATO-REP   PIC X(03) VALUE "NAO".
       77  WS-FS-ULTEXTR    PIC X(02) VALUE SPACES.
       77  WS-TEM-ULTIMO    PIC X(03) VALUE "NAO".
       77  WS-ULT-DATA      PIC 9(08) VALUE ZEROS.
       77  WS-ULT-SALDO     PIC S9(13)V99 VALUE ZEROS.
       77  WS-DATA-EXTRATO  PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-EXTRATO  PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-INI      PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-FIM      PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-LOTE     PIC 9(07) VALUE ZEROS.
       77  WS-LOTE-DATA     PIC 9(08) VALUE ZEROS.
       77  WS-LOTE-ATIVO    PIC X(03) VALUE "NAO".
       77  WS-SALDO-ANT     PIC S9(13)V99 VALUE ZEROS.
       77  WS-SALDO-BANCO   PIC S9(13)V99 VALUE ZEROS.
       77  WS-SALDO-CALC    PIC S9(13)V99 VALUE ZEROS.
       77  WS-SALDO-LIVRO   PIC S9(13)V99 VALUE ZEROS.
       77  WS-PEND-LIQ      PIC S9(13)V99 VALUE ZEROS.
       77  WS-LOTES-LIQ     PIC S9(13)V99 VALUE ZEROS.
       77  WS-DIFERENCA     PIC S9(13)V99 VALUE ZEROS.
       77  WS-M-DC          PIC X(01) VALUE SPACES.
       77  WS-M-VALOR       PIC 9(11)V99 VALUE ZEROS.
       77  WS-M-DIAS        PIC 9(07) VALUE ZEROS.
       77  WS-M-DATA        PIC 9(08) VALUE ZEROS.
       77  WS-M-DOC         PIC 9(06) VALUE ZEROS.
       77  WS-DC-LIVRO      PIC X(01) VALUE SPACES.
       77  WS-CHAVE         PIC X(10) VALUE SPACES.
       77  WS-DESCR-LOTE    PIC X(20) VALUE SPACES.
       77  WS-ULT-NUMERO    PIC 9(06) VALUE ZEROS.
       77  WS-IX-TOT-R      PIC 9(04) VALUE ZEROS.
       77  WS-IX-TOT-F      PIC 9(04) VALUE ZEROS.
       77  WS-IX-TOT        PIC 9(04) VALUE ZEROS.
       77  QT-EXT           PIC 9(04) VALUE ZEROS.
       77  QT-PEND          PIC 9(04) VALUE ZEROS.
       77  QT-LOTES         PIC 9(04) VALUE ZEROS.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  WS-JX            PIC 9(04) VALUE ZEROS.
       77  WS-IX-ACHADO     PIC 9(04) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-LINHAS        PIC 9(07) VALUE ZEROS.
       77  CT-CASADOS       PIC 9(07) VALUE ZEROS.
       77  CT-TARIFAS       PIC 9(07) VALUE ZEROS.
       77  CT-SEM-PAR       PIC 9(07) VALUE ZEROS.
       77  CT-PEND-CASADAS  PIC 9(07) VALUE ZEROS.
       77  CT-PEND-BAIXADAS PIC 9(07) VALUE ZEROS.
       77  CT-PENDENTES     PIC 9(07) VALUE ZEROS.
       77  CT-LOTES-ABERTOS PIC 9(07) VALUE ZEROS.
       77  WS-TOT-CRE       PIC 9(13)V99 VALUE ZEROS.
       77  WS-TOT-DEB       PIC 9(13)V99 VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-PARM-V6X.
           02 WS-PARM-V6    PIC 9(06).
       01  WS-PARM-V3X.
           02 WS-PARM-V3    PIC 9(03).
       01  WS-CHAVE-PAGTO.
           02 WS-CP-GRUPO   PIC X(02).
           02 WS-CP-CAIXA   PIC X(08).
       01  TAB-EXTRATO.
                 04 TAB-EXT-OCORR OCCURS 1000 TIMES.
                       05 TAB-EX-DATA     PIC 9(08).
                       05 TAB-EX-DIAS     PIC 9(07).
                       05 TAB-EX-DC       PIC X(01).
                       05 TAB-EX-VALOR    PIC 9(11)V99.
                       05 TAB-EX-CATEG    PIC X(03).
                       05 TAB-EX-HIST     PIC X(20).
                       05 TAB-EX-DOC      PIC 9(06).
       01  TAB-PEND.
                 04 TAB-PEND-OCORR OCCURS 1000 TIMES.
                       05 TAB-PB-NUMERO   PIC 9(06).
                       05 TAB-PB-DATA     PIC 9(08).
                       05 TAB-PB-DIAS     PIC 9(07).
                       05 TAB-PB-DC       PIC X(01).
                       05 TAB-PB-VALOR    PIC 9(11)V99.
                       05 TAB-PB-CATEG    PIC X(03).
                       05 TAB-PB-HIST     PIC X(20).
                       05 TAB-PB-DOC      PIC 9(06).
                       05 TAB-PB-DATA-INC PIC 9(08).
                       05 TAB-PB-SIT      PIC X(01).
       01  TAB-LOTES.
                 04 TAB-LOTE-OCORR OCCURS 3000 TIMES.
                       05 TAB-LT-ORIGEM   PIC X(01).
                       05 TAB-LT-NIVEL    PIC X(01).
                       05 TAB-LT-DATA     PIC 9(08).
                       05 TAB-LT-DIAS     PIC 9(07).
                       05 TAB-LT-CHAVE    PIC X(10).
                       05 TAB-LT-VALOR    PIC 9(11)V99.
                       05 TAB-LT-QTDE     PIC 9(05).
                       05 TAB-LT-SIT      PIC X(01).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(15) VALUE SPACES.
                 03 FILLER  PIC X(34) VALUE
                    "CONCILIACAO BANCARIA - EXTRATO DE ".
                 03 C1-DATA PIC 9999/99/99 VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(13) VALUE " DATA".
                 03 FILLER  PIC X(03) VALUE "D/C".
                 03 FILLER  PIC X(19) VALUE "              VALOR".
                 03 FILLER  PIC X(21) VALUE "  HISTORICO".
                 03 FILLER  PIC X(24) VALUE "OCORRENCIA".
       01  SECAO.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 SC-TXT  PIC X(40) VALUE SPACES.
       01  DETALHE.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DT-DATA PIC 9999/99/99 VALUE ZEROS.
                 03 FILLER  PIC X(03) VALUE SPACES.
                 03 DT-DC   PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DT-VAL  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DT-HIST PIC X(20) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DT-OCOR PIC X(24) VALUE SPACES.
       01  RESUMO.
                 03 FILLER  PIC X(05) VALUE SPACES.
                 03 RS-TXT  PIC X(32) VALUE SPACES.
                 03 RS-VAL  PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           PERFORM CARREGA-EXTRATO.
           IF  WS-EXTRATO-OK EQUAL "NAO"
               MOVE 8 TO RETURN-CODE
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           PERFORM CONFERE-ULTIMO-EXTRATO
                   THRU CONFERE-ULTIMO-EXTRATO-FIM.
           IF  WS-EXTRATO-REP EQUAL "SIM"
               DISPLAY "PRG122 - EXTRATO RECUSADO - NADA ATUALIZADO"
               MOVE 16 TO RETURN-CODE
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           PERFORM CARREGA-PENDENTES.
           PERFORM CALCULA-JANELA.
           PERFORM CARREGA-PAGTOS.
           PERFORM CARREGA-REEMBOLSOS.
           PERFORM CARREGA-FOLHA.
           PERFORM MARCA-CONCILIADOS.
           OPEN OUTPUT RELCBCO.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELCBCO" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELCBCO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-DATA-EXTRATO TO C1-DATA.
           PERFORM ABRE-CONCBCO.
           PERFORM CASA-PENDENTES.
           PERFORM CASA-EXTRATO.
           CLOSE CONCBCO.
           PERFORM PROCESSA-DIARIO.
           PERFORM REGRAVA-PENDENTES.
           PERFORM GRAVA-ULTIMO-EXTRATO.
           PERFORM IMPRIME-ITENS-CONCILIACAO.
           PERFORM IMPRIME-RESUMO.
           CLOSE RELCBCO.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG122 - TOTAIS DE CONTROLE".
           DISPLAY "DATA DO EXTRATO........: " WS-DATA-EXTRATO.
           DISPLAY "LINHAS DO EXTRATO......: " CT-LINHAS.
           DISPLAY "LINHAS CASADAS.........: " CT-CASADOS.
           DISPLAY "TARIFAS BANCARIAS......: " CT-TARIFAS.
           DISPLAY "LINHAS SEM CORRESPOND..: " CT-SEM-PAR.
           DISPLAY "PENDENCIAS CASADAS.....: " CT-PEND-CASADAS.
           DISPLAY "PENDENCIAS BAIXADAS....: " CT-PEND-BAIXADAS.
           DISPLAY "PENDENCIAS EM ABERTO...: " CT-PENDENTES.
           DISPLAY "LOTES NAO COMPENSADOS..: " CT-LOTES-ABERTOS.
           DISPLAY "SALDO CONTABIL.........: " WS-SALDO-LIVRO.
           DISPLAY "SALDO BANCO............: " WS-SALDO-BANCO.
           DISPLAY "DIFERENCA NAO EXPLICADA: " WS-DIFERENCA.
           IF  RETURN-CODE LESS 4
               IF  CT-PENDENTES GREATER ZERO
               OR  WS-DIFERENCA NOT EQUAL ZERO
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
           IF  PG-PROGRAMA EQUAL "PRG122"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR OF REGPARMGER TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "CTABANCO" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:6) TO WS-PARM-V6X
               IF  WS-PARM-V6 NUMERIC
                   MOVE WS-PARM-V6 TO WS-CTA-BANCO.
           MOVE "DIASCOMP" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               IF  WS-PARM-V3 NUMERIC
                   MOVE WS-PARM-V3 TO WS-DIAS-COMP.

       CARREGA-EXTRATO.
           MOVE SPACES TO WS-FS-EXTRATO.
           OPEN INPUT EXTRATO.
           IF  WS-FS-EXTRATO EQUAL "35"
               DISPLAY "PRG122 - EXTRATO.DAT INEXISTENTE"
               MOVE "NAO" TO WS-EXTRATO-OK
           ELSE
               PERFORM LE-EXTRATO
               PERFORM GUARDA-EXTRATO
                       THRU GUARDA-EXTRATO-FIM
                       UNTIL EXT-FIM EQUAL "SIM"
               CLOSE EXTRATO
               PERFORM VALIDA-EXTRATO.
       LE-EXTRATO.
           READ EXTRATO
                       AT END
                             MOVE "SIM" TO EXT-FIM.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "EXTRATO" TO WS-ARQ-ERRO.
           MOVE WS-FS-EXTRATO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
       GUARDA-EXTRATO.
           IF  EXH-TIPO EQUAL "0"
               MOVE "SIM" TO WS-TEM-HEADER
               MOVE EXH-DATA TO WS-DATA-EXTRATO
               MOVE EXH-SALDO TO WS-SALDO-ANT
               IF  EXH-DC EQUAL "D"
                   COMPUTE WS-SALDO-ANT = WS-SALDO-ANT * -1.
           IF  EXT-TIPO EQUAL "9"
               MOVE "SIM" TO WS-TEM-TRAILER
               MOVE EXT-SALDO TO WS-SALDO-BANCO
               IF  EXT-DC EQUAL "D"
                   COMPUTE WS-SALDO-BANCO = WS-SALDO-BANCO * -1.
           IF  EXT-TIPO EQUAL "9"
               IF  EXT-QTDE NOT EQUAL CT-LINHAS
                   DISPLAY "PRG122 - TRAILER INFORMA " EXT-QTDE
                           " LINHAS - LIDAS " CT-LINHAS
                   MOVE "NAO" TO WS-EXTRATO-OK.
           IF  EXD-TIPO NOT EQUAL "1"
               GO TO GUARDA-EXTRATO-FIM.
           IF  QT-EXT NOT LESS 1000
               DISPLAY "PRG122 - TABELA DO EXTRATO ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-EXT.
           ADD 1 TO CT-LINHAS.
           MOVE EXD-DATA  TO TAB-EX-DATA(QT-EXT).
           COMPUTE TAB-EX-DIAS(QT-EXT) =
                   FUNCTION INTEGER-OF-DATE(EXD-DATA).
           MOVE EXD-DC    TO TAB-EX-DC(QT-EXT).
           MOVE EXD-VALOR TO TAB-EX-VALOR(QT-EXT).
           MOVE EXD-CATEG TO TAB-EX-CATEG(QT-EXT).
           MOVE EXD-HIST  TO TAB-EX-HIST(QT-EXT).
           MOVE EXD-DOC   TO TAB-EX-DOC(QT-EXT).
           IF  EXD-DC EQUAL "C"
               ADD EXD-VALOR TO WS-TOT-CRE
           ELSE
               ADD EXD-VALOR TO WS-TOT-DEB.
       GUARDA-EXTRATO-FIM.
           PERFORM LE-EXTRATO.

       VALIDA-EXTRATO.
           IF  WS-TEM-HEADER EQUAL "NAO"
           OR  WS-TEM-TRAILER EQUAL "NAO"
               DISPLAY "PRG122 - EXTRATO SEM HEADER OU TRAILER"
               MOVE "NAO" TO WS-EXTRATO-OK.
           COMPUTE WS-SALDO-CALC =
                   WS-SALDO-ANT + WS-TOT-CRE - WS-TOT-DEB.
           IF  WS-SALDO-CALC NOT EQUAL WS-SALDO-BANCO
               DISPLAY "PRG122 - SALDO FINAL NAO CONFERE COM "
                       "O MOVIMENTO DO EXTRATO"
               MOVE "NAO" TO WS-EXTRATO-OK.
           IF  WS-EXTRATO-OK EQUAL "NAO"
               DISPLAY "PRG122 - EXTRATO REJEITADO - NADA ATUALIZADO".

       CONFERE-ULTIMO-EXTRATO.
           MOVE "NAO" TO WS-TEM-ULTIMO.
           MOVE SPACES TO WS-FS-ULTEXTR.
           OPEN INPUT ULTEXTR.
           IF  WS-FS-ULTEXTR NOT EQUAL "35"
               READ ULTEXTR
                           AT END
                                 MOVE ZEROS TO REGULTEXTR
                           NOT AT END
                                 MOVE "SIM" TO WS-TEM-ULTIMO
               END-READ
               CLOSE ULTEXTR.
           IF  WS-TEM-ULTIMO EQUAL "NAO"
               GO TO CONFERE-ULTIMO-EXTRATO-FIM.
           MOVE UX-DATA  TO WS-ULT-DATA.
           MOVE UX-SALDO TO WS-ULT-SALDO.
           IF  UX-DC EQUAL "D"
               COMPUTE WS-ULT-SALDO = WS-ULT-SALDO * -1.
           IF  WS-DATA-EXTRATO NOT GREATER WS-ULT-DATA
               DISPLAY "PRG122 - EXTRATO DE " WS-DATA-EXTRATO
                       " JA PROCESSADO - ULTIMO EXTRATO "
                       WS-ULT-DATA
               MOVE "SIM" TO WS-EXTRATO-REP
               GO TO CONFERE-ULTIMO-EXTRATO-FIM.
           IF  WS-SALDO-ANT NOT EQUAL WS-ULT-SALDO
               DISPLAY "PRG122 - SALDO ANTERIOR " WS-SALDO-ANT
                       " DIFERE DO SALDO FINAL DE " WS-ULT-DATA
               MOVE "SIM" TO WS-EXTRATO-REP.
       CONFERE-ULTIMO-EXTRATO-FIM.
           EXIT.

       GRAVA-ULTIMO-EXTRATO.
           OPEN OUTPUT ULTEXTR.
           MOVE WS-DATA-EXTRATO TO UX-DATA.
           MOVE WS-SALDO-BANCO  TO UX-SALDO.
           IF  WS-SALDO-BANCO LESS ZERO
               MOVE "D" TO UX-DC
           ELSE
               MOVE "C" TO UX-DC.
           WRITE REGULTEXTR.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "ULTEXTR" TO WS-ARQ-ERRO.
           MOVE WS-FS-ULTEXTR TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           CLOSE ULTEXTR.

       CARREGA-PENDENTES.
           MOVE SPACES TO WS-FS-PENDBCO.
           OPEN INPUT PENDBCO.
           IF  WS-FS-PENDBCO EQUAL "35"
               MOVE "SIM" TO PEN-FIM
           ELSE
               PERFORM LE-PENDENTE
               PERFORM CARREGA-PENDENTE
                       UNTIL PEN-FIM EQUAL "SIM"
               CLOSE PENDBCO.
       LE-PENDENTE.
           READ PENDBCO
                       AT END
                             MOVE "SIM" TO PEN-FIM.
       CARREGA-PENDENTE.
           IF  QT-PEND NOT LESS 1000
               DISPLAY "PRG122 - TABELA DE PENDENCIAS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-PEND.
           MOVE PB-NUMERO   TO TAB-PB-NUMERO(QT-PEND).
           MOVE PB-DATA     TO TAB-PB-DATA(QT-PEND).
           COMPUTE TAB-PB-DIAS(QT-PEND) =
                   FUNCTION INTEGER-OF-DATE(PB-DATA).
           MOVE PB-DC       TO TAB-PB-DC(QT-PEND).
           MOVE PB-VALOR    TO TAB-PB-VALOR(QT-PEND).
           MOVE PB-CATEG    TO TAB-PB-CATEG(QT-PEND).
           MOVE PB-HIST     TO TAB-PB-HIST(QT-PEND).
           MOVE PB-DOC      TO TAB-PB-DOC(QT-PEND).
           MOVE PB-DATA-INC TO TAB-PB-DATA-INC(QT-PEND).
           MOVE "A"         TO TAB-PB-SIT(QT-PEND).
           IF  PB-NUMERO GREATER WS-ULT-NUMERO
               MOVE PB-NUMERO TO WS-ULT-NUMERO.
           PERFORM LE-PENDENTE.

       CALCULA-JANELA.
           COMPUTE WS-DIAS-EXTRATO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-EXTRATO).
           MOVE WS-DIAS-EXTRATO TO WS-DIAS-INI.
           MOVE WS-DIAS-EXTRATO TO WS-DIAS-FIM.
           PERFORM AJUSTA-JANELA-EXTRATO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-EXT.
           PERFORM AJUSTA-JANELA-PENDENTE
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-PEND.
           SUBTRACT WS-DIAS-COMP FROM WS-DIAS-INI.
       AJUSTA-JANELA-EXTRATO.
           IF  TAB-EX-DIAS(WS-IX) LESS WS-DIAS-INI
               MOVE TAB-EX-DIAS(WS-IX) TO WS-DIAS-INI.
           IF  TAB-EX-DIAS(WS-IX) GREATER WS-DIAS-FIM
               MOVE TAB-EX-DIAS(WS-IX) TO WS-DIAS-FIM.
       AJUSTA-JANELA-PENDENTE.
           IF  TAB-PB-DIAS(WS-IX) LESS WS-DIAS-INI
               MOVE TAB-PB-DIAS(WS-IX) TO WS-DIAS-INI.

       CARREGA-PAGTOS.
           MOVE SPACES TO WS-FS-PAGTOS.
           OPEN INPUT PAGTOS.
           IF  WS-FS-PAGTOS EQUAL "35"
               MOVE "SIM" TO PAG-FIM
           ELSE
               PERFORM LE-PAGTO
               PERFORM AGRUPA-PAGTO
                       THRU AGRUPA-PAGTO-FIM
                       UNTIL PAG-FIM EQUAL "SIM"
               CLOSE PAGTOS.
       LE-PAGTO.
           READ PAGTOS
                       AT END
                             MOVE "SIM" TO PAG-FIM.
       AGRUPA-PAGTO.
           IF  PG-DATAPAG EQUAL ZEROS
               GO TO AGRUPA-PAGTO-FIM.
           COMPUTE WS-DIAS-LOTE =
                   FUNCTION INTEGER-OF-DATE(PG-DATAPAG).
           IF  WS-DIAS-LOTE LESS WS-DIAS-INI
           OR  WS-DIAS-LOTE GREATER WS-DIAS-FIM
               GO TO AGRUPA-PAGTO-FIM.
           MOVE SPACES TO WS-CHAVE-PAGTO.
           IF  PG-FORMA EQUAL "D" OR PG-FORMA EQUAL "Q"
               MOVE "DQ"     TO WS-CP-GRUPO
               MOVE PG-CAIXA TO WS-CP-CAIXA
           ELSE
               MOVE PG-FORMA TO WS-CP-GRUPO.
           MOVE WS-CHAVE-PAGTO TO WS-CHAVE.
           MOVE ZEROS TO WS-IX-ACHADO.
           PERFORM PROCURA-LOTE-PAGTO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-LOTES
                   OR WS-IX-ACHADO GREATER ZERO.
           IF  WS-IX-ACHADO EQUAL ZERO
               MOVE "P" TO WS-M-DC
               MOVE PG-DATAPAG TO WS-LOTE-DATA
               PERFORM NOVO-LOTE
               MOVE "T" TO TAB-LT-NIVEL(QT-LOTES)
               MOVE QT-LOTES TO WS-IX-ACHADO.
           ADD PG-VALOR OF REGPAGTO TO TAB-LT-VALOR(WS-IX-ACHADO).
           ADD 1 TO TAB-LT-QTDE(WS-IX-ACHADO).
       AGRUPA-PAGTO-FIM.
           PERFORM LE-PAGTO.
       PROCURA-LOTE-PAGTO.
           IF  TAB-LT-ORIGEM(WS-IX) EQUAL "P"
           AND TAB-LT-DATA(WS-IX) EQUAL PG-DATAPAG
           AND TAB-LT-CHAVE(WS-IX) EQUAL WS-CHAVE
               MOVE WS-IX TO WS-IX-ACHADO.

       NOVO-LOTE.
           IF  QT-LOTES NOT LESS 3000
               DISPLAY "PRG122 - TABELA DE LOTES ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-LOTES.
           MOVE WS-M-DC      TO TAB-LT-ORIGEM(QT-LOTES).
           MOVE "I"          TO TAB-LT-NIVEL(QT-LOTES).
           MOVE WS-LOTE-DATA TO TAB-LT-DATA(QT-LOTES).
           MOVE WS-DIAS-LOTE TO TAB-LT-DIAS(QT-LOTES).
           MOVE WS-CHAVE     TO TAB-LT-CHAVE(QT-LOTES).
           MOVE ZEROS        TO TAB-LT-VALOR(QT-LOTES).
           MOVE ZEROS        TO TAB-LT-QTDE(QT-LOTES).
           MOVE "A"          TO TAB-LT-SIT(QT-LOTES).

       CARREGA-REEMBOLSOS.
           MOVE "NAO" TO WS-LOTE-ATIVO.
           MOVE SPACES TO WS-FS-REEMBOLSO.
           OPEN INPUT REEMBOLSO.
           IF  WS-FS-REEMBOLSO EQUAL "35"
               MOVE "SIM" TO REE-FIM
           ELSE
               PERFORM LE-REEMBOLSO
               PERFORM GUARDA-REEMBOLSO
                       THRU GUARDA-REEMBOLSO-FIM
                       UNTIL REE-FIM EQUAL "SIM"
               CLOSE REEMBOLSO.
       LE-REEMBOLSO.
           READ REEMBOLSO
                       AT END
                             MOVE "SIM" TO REE-FIM.
       GUARDA-REEMBOLSO.
           MOVE "R" TO WS-M-DC.
           IF  RMH-TIPO EQUAL "0"
               MOVE RMH-DATA TO WS-LOTE-DATA
               PERFORM VERIFICA-JANELA-ARQUIVO
               GO TO GUARDA-REEMBOLSO-FIM.
           IF  WS-LOTE-ATIVO EQUAL "NAO"
               GO TO GUARDA-REEMBOLSO-FIM.
           IF  RMT-TIPO EQUAL "9"
               MOVE "TOTAL" TO WS-CHAVE
               PERFORM NOVO-LOTE
               MOVE "T"      TO TAB-LT-NIVEL(QT-LOTES)
               MOVE RMT-HASH TO TAB-LT-VALOR(QT-LOTES)
               MOVE RMT-QTDE TO TAB-LT-QTDE(QT-LOTES)
               MOVE QT-LOTES TO WS-IX-TOT-R
               GO TO GUARDA-REEMBOLSO-FIM.
           IF  RMD-TIPO NOT EQUAL "1"
               GO TO GUARDA-REEMBOLSO-FIM.
           MOVE RMD-NUMSOC TO WS-CHAVE.
           PERFORM NOVO-LOTE.
           MOVE RMD-VALOR TO TAB-LT-VALOR(QT-LOTES).
           MOVE 1 TO TAB-LT-QTDE(QT-LOTES).
       GUARDA-REEMBOLSO-FIM.
           PERFORM LE-REEMBOLSO.

       VERIFICA-JANELA-ARQUIVO.
           MOVE "NAO" TO WS-LOTE-ATIVO.
           IF  WS-LOTE-DATA GREATER ZEROS
               COMPUTE WS-DIAS-LOTE =
                       FUNCTION INTEGER-OF-DATE(WS-LOTE-DATA)
               IF  WS-DIAS-LOTE NOT LESS WS-DIAS-INI
               AND WS-DIAS-LOTE NOT GREATER WS-DIAS-FIM
                   MOVE "SIM" TO WS-LOTE-ATIVO.

       CARREGA-FOLHA.
           MOVE "NAO" TO WS-LOTE-ATIVO.
           MOVE SPACES TO WS-FS-FOLHPAG.
           OPEN INPUT FOLHPAG.
           IF  WS-FS-FOLHPAG EQUAL "35"
               MOVE "SIM" TO FOL-FIM
           ELSE
               PERFORM LE-FOLHA
               PERFORM GUARDA-FOLHA
                       THRU GUARDA-FOLHA-FIM
                       UNTIL FOL-FIM EQUAL "SIM"
               CLOSE FOLHPAG.
       LE-FOLHA.
           READ FOLHPAG
                       AT END
                             MOVE "SIM" TO FOL-FIM.
       GUARDA-FOLHA.
           MOVE "F" TO WS-M-DC.
           IF  FPH-TIPO EQUAL "0"
               MOVE FPH-DATA TO WS-LOTE-DATA
               PERFORM VERIFICA-JANELA-ARQUIVO
               GO TO GUARDA-FOLHA-FIM.
           IF  WS-LOTE-ATIVO EQUAL "NAO"
               GO TO GUARDA-FOLHA-FIM.
           IF  FPT-TIPO EQUAL "9"
               MOVE "TOTAL" TO WS-CHAVE
               PERFORM NOVO-LOTE
               MOVE "T"      TO TAB-LT-NIVEL(QT-LOTES)
               MOVE FPT-HASH TO TAB-LT-VALOR(QT-LOTES)
               MOVE FPT-QTDE TO TAB-LT-QTDE(QT-LOTES)
               MOVE QT-LOTES TO WS-IX-TOT-F
               GO TO GUARDA-FOLHA-FIM.
           IF  FPD-TIPO NOT EQUAL "1"
               GO TO GUARDA-FOLHA-FIM.
           MOVE FPD-CODIGO TO WS-CHAVE.
           PERFORM NOVO-LOTE.
           MOVE FPD-LIQUIDO TO TAB-LT-VALOR(QT-LOTES).
           MOVE 1 TO TAB-LT-QTDE(QT-LOTES).
       GUARDA-FOLHA-FIM.
           PERFORM LE-FOLHA.

       MARCA-CONCILIADOS.
           MOVE SPACES TO WS-FS-CONCBCO.
           OPEN INPUT CONCBCO.
           IF  WS-FS-CONCBCO EQUAL "35"
               MOVE "SIM" TO CON-FIM
           ELSE
               PERFORM LE-CONCILIADO
               PERFORM MARCA-CONCILIADO
                       UNTIL CON-FIM EQUAL "SIM"
               CLOSE CONCBCO.
       LE-CONCILIADO.
           READ CONCBCO
                       AT END
                             MOVE "SIM" TO CON-FIM.
       MARCA-CONCILIADO.
           MOVE ZEROS TO WS-IX-ACHADO.
           PERFORM PROCURA-CONCILIADO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-LOTES
                   OR WS-IX-ACHADO GREATER ZERO.
           IF  WS-IX-ACHADO GREATER ZERO
               PERFORM BAIXA-LOTE
                       THRU BAIXA-LOTE-FIM.
           PERFORM LE-CONCILIADO.
       PROCURA-CONCILIADO.
           IF  TAB-LT-ORIGEM(WS-IX) EQUAL CB-ORIGEM
           AND TAB-LT-NIVEL(WS-IX) EQUAL CB-NIVEL
           AND TAB-LT-DATA(WS-IX) EQUAL CB-DATA
           AND TAB-LT-CHAVE(WS-IX) EQUAL CB-CHAVE
           AND TAB-LT-VALOR(WS-IX) EQUAL CB-VALOR
           AND TAB-LT-SIT(WS-IX) EQUAL "A"
               MOVE WS-IX TO WS-IX-ACHADO.

       BAIXA-LOTE.
           MOVE "M" TO TAB-LT-SIT(WS-IX-ACHADO).
           MOVE ZEROS TO WS-IX-TOT.
           IF  TAB-LT-ORIGEM(WS-IX-ACHADO) EQUAL "R"
               MOVE WS-IX-TOT-R TO WS-IX-TOT.
           IF  TAB-LT-ORIGEM(WS-IX-ACHADO) EQUAL "F"
               MOVE WS-IX-TOT-F TO WS-IX-TOT.
           IF  WS-IX-TOT EQUAL ZERO
               GO TO BAIXA-LOTE-FIM.
           IF  TAB-LT-NIVEL(WS-IX-ACHADO) EQUAL "T"
               PERFORM BAIXA-INDIVIDUAL
                       VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX GREATER QT-LOTES
           ELSE
               IF  TAB-LT-SIT(WS-IX-TOT) EQUAL "A"
                   MOVE "X" TO TAB-LT-SIT(WS-IX-TOT).
       BAIXA-LOTE-FIM.
           EXIT.
       BAIXA-INDIVIDUAL.
           IF  TAB-LT-ORIGEM(WS-JX) EQUAL TAB-LT-ORIGEM(WS-IX-ACHADO)
           AND TAB-LT-NIVEL(WS-JX) EQUAL "I"
           AND TAB-LT-SIT(WS-JX) EQUAL "A"
               MOVE "X" TO TAB-LT-SIT(WS-JX).

       ABRE-CONCBCO.
           MOVE SPACES TO WS-FS-CONCBCO.
           OPEN EXTEND CONCBCO.
           IF  WS-FS-CONCBCO EQUAL "35"
               OPEN OUTPUT CONCBCO.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CONCBCO" TO WS-ARQ-ERRO.
           MOVE WS-FS-CONCBCO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       PROCURA-LOTE.
           MOVE ZEROS TO WS-IX-ACHADO.
           PERFORM COMPARA-LOTE
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-LOTES
                   OR WS-IX-ACHADO GREATER ZERO.
       COMPARA-LOTE.
           IF  TAB-LT-SIT(WS-IX) EQUAL "A"
           AND TAB-LT-VALOR(WS-IX) EQUAL WS-M-VALOR
           AND TAB-LT-DIAS(WS-IX) NOT GREATER WS-M-DIAS
           AND TAB-LT-DIAS(WS-IX) + WS-DIAS-COMP NOT LESS WS-M-DIAS
               IF  WS-M-DC EQUAL "C"
                   IF  TAB-LT-ORIGEM(WS-IX) EQUAL "P"
                       MOVE WS-IX TO WS-IX-ACHADO
                   ELSE
                       NEXT SENTENCE
               ELSE
                   IF  TAB-LT-ORIGEM(WS-IX) NOT EQUAL "P"
                       MOVE WS-IX TO WS-IX-ACHADO.

       REGISTRA-CASAMENTO.
           MOVE TAB-LT-ORIGEM(WS-IX-ACHADO) TO CB-ORIGEM.
           MOVE TAB-LT-NIVEL(WS-IX-ACHADO)  TO CB-NIVEL.
           MOVE TAB-LT-DATA(WS-IX-ACHADO)   TO CB-DATA.
           MOVE TAB-LT-CHAVE(WS-IX-ACHADO)  TO CB-CHAVE.
           MOVE TAB-LT-VALOR(WS-IX-ACHADO)  TO CB-VALOR.
           MOVE WS-M-DATA                   TO CB-DATA-EXT.
           MOVE WS-M-DOC                    TO CB-DOC-EXT.
           MOVE WS-HOJE                     TO CB-DATA-CONC.
           WRITE REGCONCBCO.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "CONCBCO" TO WS-ARQ-ERRO.
           MOVE WS-FS-CONCBCO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM BAIXA-LOTE
                   THRU BAIXA-LOTE-FIM.
           MOVE SPACES TO DT-OCOR.
           IF  TAB-LT-ORIGEM(WS-IX-ACHADO) EQUAL "P"
               MOVE TAB-LT-CHAVE(WS-IX-ACHADO) TO WS-CHAVE-PAGTO
               PERFORM DESCREVE-LOTE-PAGTO
               MOVE WS-DESCR-LOTE TO DT-OCOR.
           IF  TAB-LT-ORIGEM(WS-IX-ACHADO) EQUAL "R"
               MOVE "REEMBOLSO" TO DT-OCOR.
           IF  TAB-LT-ORIGEM(WS-IX-ACHADO) EQUAL "F"
               MOVE "FOLHA DE PAGAMENTO" TO DT-OCOR.
           IF  TAB-LT-NIVEL(WS-IX-ACHADO) EQUAL "I"
           AND TAB-LT-ORIGEM(WS-IX-ACHADO) NOT EQUAL "P"
               MOVE TAB-LT-CHAVE(WS-IX-ACHADO) TO DT-OCOR(20:5).

       DESCREVE-LOTE-PAGTO.
           MOVE SPACES TO WS-DESCR-LOTE.
           IF  WS-CP-GRUPO EQUAL "DQ"
               STRING "CAIXA " DELIMITED BY SIZE
                      WS-CP-CAIXA DELIMITED BY SIZE
                      INTO WS-DESCR-LOTE
           ELSE
               IF  WS-CP-GRUPO EQUAL "C"
                   MOVE "CARTAO" TO WS-DESCR-LOTE
               ELSE
                   IF  WS-CP-GRUPO EQUAL "B"
                       MOVE "BOLETO" TO WS-DESCR-LOTE
                   ELSE
                       STRING "RECEBIMENTO " DELIMITED BY SIZE
                              WS-CP-GRUPO DELIMITED BY SIZE
                              INTO WS-DESCR-LOTE.

       CASA-PENDENTES.
           MOVE "PENDENCIAS ANTERIORES CASADAS" TO SC-TXT.
           PERFORM IMPRIME-SECAO.
           PERFORM CASA-PENDENTE
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX GREATER QT-PEND.
       CASA-PENDENTE.
           IF  TAB-PB-CATEG(WS-JX) NOT EQUAL "TAR"
               MOVE TAB-PB-DC(WS-JX)    TO WS-M-DC
               MOVE TAB-PB-VALOR(WS-JX) TO WS-M-VALOR
               MOVE TAB-PB-DIAS(WS-JX)  TO WS-M-DIAS
               MOVE TAB-PB-DATA(WS-JX)  TO WS-M-DATA
               MOVE TAB-PB-DOC(WS-JX)   TO WS-M-DOC
               PERFORM PROCURA-LOTE
               IF  WS-IX-ACHADO GREATER ZERO
                   MOVE "C" TO TAB-PB-SIT(WS-JX)
                   ADD 1 TO CT-PEND-CASADAS
                   PERFORM REGISTRA-CASAMENTO
                   MOVE TAB-PB-DATA(WS-JX)  TO DT-DATA
                   MOVE TAB-PB-DC(WS-JX)    TO DT-DC
                   MOVE TAB-PB-VALOR(WS-JX) TO DT-VAL
                   MOVE TAB-PB-HIST(WS-JX)  TO DT-HIST
                   PERFORM IMPRIME-DETALHE.

       CASA-EXTRATO.
           MOVE "MOVIMENTO DO EXTRATO" TO SC-TXT.
           PERFORM IMPRIME-SECAO.
           PERFORM CASA-LINHA
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX GREATER QT-EXT.
       CASA-LINHA.
           MOVE TAB-EX-DATA(WS-JX)  TO DT-DATA.
           MOVE TAB-EX-DC(WS-JX)    TO DT-DC.
           MOVE TAB-EX-VALOR(WS-JX) TO DT-VAL.
           MOVE TAB-EX-HIST(WS-JX)  TO DT-HIST.
           MOVE ZEROS TO WS-IX-ACHADO.
           IF  TAB-EX-CATEG(WS-JX) NOT EQUAL "TAR"
               MOVE TAB-EX-DC(WS-JX)    TO WS-M-DC
               MOVE TAB-EX-VALOR(WS-JX) TO WS-M-VALOR
               MOVE TAB-EX-DIAS(WS-JX)  TO WS-M-DIAS
               MOVE TAB-EX-DATA(WS-JX)  TO WS-M-DATA
               MOVE TAB-EX-DOC(WS-JX)   TO WS-M-DOC
               PERFORM PROCURA-LOTE.
           IF  WS-IX-ACHADO GREATER ZERO
               ADD 1 TO CT-CASADOS
               PERFORM REGISTRA-CASAMENTO
           ELSE
               PERFORM NOVA-PENDENCIA
               IF  TAB-EX-CATEG(WS-JX) EQUAL "TAR"
                   ADD 1 TO CT-TARIFAS
                   MOVE "TARIFA - PENDENTE" TO DT-OCOR
               ELSE
                   ADD 1 TO CT-SEM-PAR
                   MOVE "SEM CORRESPONDENCIA" TO DT-OCOR.
           PERFORM IMPRIME-DETALHE.

       NOVA-PENDENCIA.
           IF  QT-PEND NOT LESS 1000
               DISPLAY "PRG122 - TABELA DE PENDENCIAS ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-PEND.
           ADD 1 TO WS-ULT-NUMERO.
           MOVE WS-ULT-NUMERO       TO TAB-PB-NUMERO(QT-PEND).
           MOVE TAB-EX-DATA(WS-JX)  TO TAB-PB-DATA(QT-PEND).
           MOVE TAB-EX-DIAS(WS-JX)  TO TAB-PB-DIAS(QT-PEND).
           MOVE TAB-EX-DC(WS-JX)    TO TAB-PB-DC(QT-PEND).
           MOVE TAB-EX-VALOR(WS-JX) TO TAB-PB-VALOR(QT-PEND).
           MOVE TAB-EX-CATEG(WS-JX) TO TAB-PB-CATEG(QT-PEND).
           MOVE TAB-EX-HIST(WS-JX)  TO TAB-PB-HIST(QT-PEND).
           MOVE TAB-EX-DOC(WS-JX)   TO TAB-PB-DOC(QT-PEND).
           MOVE WS-HOJE             TO TAB-PB-DATA-INC(QT-PEND).
           MOVE "A"                 TO TAB-PB-SIT(QT-PEND).

       PROCESSA-DIARIO.
           MOVE "PENDENCIAS BAIXADAS NO DIARIO" TO SC-TXT.
           PERFORM IMPRIME-SECAO.
           MOVE SPACES TO WS-FS-DIARIO.
           OPEN INPUT DIARIO.
           IF  WS-FS-DIARIO EQUAL "35"
               DISPLAY "PRG122 - DIARIO.DAT INEXISTENTE"
               MOVE "SIM" TO DIA-FIM
           ELSE
               PERFORM LE-DIARIO
               PERFORM TRATA-DIARIO
                       THRU TRATA-DIARIO-FIM
                       UNTIL DIA-FIM EQUAL "SIM"
               CLOSE DIARIO.
       LE-DIARIO.
           READ DIARIO
                       AT END
                             MOVE "SIM" TO DIA-FIM.
       TRATA-DIARIO.
           IF  DL-CONTA NOT EQUAL WS-CTA-BANCO
               GO TO TRATA-DIARIO-FIM.
           IF  DL-DATA NOT GREATER WS-DATA-EXTRATO
               IF  DL-DC EQUAL "D"
                   ADD DL-VALOR TO WS-SALDO-LIVRO
               ELSE
                   SUBTRACT DL-VALOR FROM WS-SALDO-LIVRO.
           IF  DL-DC EQUAL "D"
               MOVE "C" TO WS-DC-LIVRO
           ELSE
               MOVE "D" TO WS-DC-LIVRO.
           MOVE ZEROS TO WS-IX-ACHADO.
           PERFORM PROCURA-BAIXA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-PEND
                   OR WS-IX-ACHADO GREATER ZERO.
           IF  WS-IX-ACHADO GREATER ZERO
               MOVE "B" TO TAB-PB-SIT(WS-IX-ACHADO)
               ADD 1 TO CT-PEND-BAIXADAS
               MOVE TAB-PB-DATA(WS-IX-ACHADO)  TO DT-DATA
               MOVE TAB-PB-DC(WS-IX-ACHADO)    TO DT-DC
               MOVE TAB-PB-VALOR(WS-IX-ACHADO) TO DT-VAL
               MOVE TAB-PB-HIST(WS-IX-ACHADO)  TO DT-HIST
               MOVE "LANCADA NO DIARIO" TO DT-OCOR
               PERFORM IMPRIME-DETALHE.
       TRATA-DIARIO-FIM.
           PERFORM LE-DIARIO.
       PROCURA-BAIXA.
           IF  TAB-PB-SIT(WS-IX) EQUAL "A"
           AND TAB-PB-DC(WS-IX) EQUAL WS-DC-LIVRO
           AND TAB-PB-VALOR(WS-IX) EQUAL DL-VALOR
           AND DL-DATA GREATER TAB-PB-DATA-INC(WS-IX)
               MOVE WS-IX TO WS-IX-ACHADO.

       REGRAVA-PENDENTES.
           OPEN OUTPUT PENDBCO.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "PENDBCO" TO WS-ARQ-ERRO.
           MOVE WS-FS-PENDBCO TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM REGRAVA-PENDENTE
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-PEND.
           CLOSE PENDBCO.
       REGRAVA-PENDENTE.
           IF  TAB-PB-SIT(WS-IX) EQUAL "A"
               MOVE TAB-PB-NUMERO(WS-IX)   TO PB-NUMERO
               MOVE TAB-PB-DATA(WS-IX)     TO PB-DATA
               MOVE TAB-PB-DC(WS-IX)       TO PB-DC
               MOVE TAB-PB-VALOR(WS-IX)    TO PB-VALOR
               MOVE TAB-PB-CATEG(WS-IX)    TO PB-CATEG
               MOVE TAB-PB-HIST(WS-IX)     TO PB-HIST
               MOVE TAB-PB-DOC(WS-IX)      TO PB-DOC
               MOVE TAB-PB-DATA-INC(WS-IX) TO PB-DATA-INC
               WRITE REGPENDBCO
               ADD 1 TO CT-PENDENTES.

       IMPRIME-ITENS-CONCILIACAO.
           MOVE "ITENS DE CONCILIACAO - EXTRATO" TO SC-TXT.
           PERFORM IMPRIME-SECAO.
           PERFORM IMPRIME-PENDENCIA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-PEND.
           MOVE "ITENS DE CONCILIACAO - LIVROS" TO SC-TXT.
           PERFORM IMPRIME-SECAO.
           PERFORM IMPRIME-LOTE-ABERTO
                   THRU IMPRIME-LOTE-ABERTO-FIM
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-LOTES.
       IMPRIME-PENDENCIA.
           IF  TAB-PB-SIT(WS-IX) EQUAL "A"
               IF  TAB-PB-DC(WS-IX) EQUAL "C"
                   ADD TAB-PB-VALOR(WS-IX) TO WS-PEND-LIQ
               ELSE
                   SUBTRACT TAB-PB-VALOR(WS-IX) FROM WS-PEND-LIQ.
           IF  TAB-PB-SIT(WS-IX) EQUAL "A"
               MOVE TAB-PB-DATA(WS-IX)  TO DT-DATA
               MOVE TAB-PB-DC(WS-IX)    TO DT-DC
               MOVE TAB-PB-VALOR(WS-IX) TO DT-VAL
               MOVE TAB-PB-HIST(WS-IX)  TO DT-HIST
               MOVE "NAO LANCADO NO DIARIO" TO DT-OCOR
               IF  TAB-PB-CATEG(WS-IX) EQUAL "TAR"
                   MOVE "TARIFA NAO LANCADA" TO DT-OCOR
                   PERFORM IMPRIME-DETALHE
               ELSE
                   PERFORM IMPRIME-DETALHE.
       IMPRIME-LOTE-ABERTO.
           IF  TAB-LT-SIT(WS-IX) NOT EQUAL "A"
           OR  TAB-LT-DATA(WS-IX) GREATER WS-DATA-EXTRATO
               GO TO IMPRIME-LOTE-ABERTO-FIM.
           IF  TAB-LT-NIVEL(WS-IX) EQUAL "I"
               IF  TAB-LT-ORIGEM(WS-IX) EQUAL "R"
               AND WS-IX-TOT-R GREATER ZERO
                   IF  TAB-LT-SIT(WS-IX-TOT-R) EQUAL "A"
                       GO TO IMPRIME-LOTE-ABERTO-FIM.
           IF  TAB-LT-NIVEL(WS-IX) EQUAL "I"
               IF  TAB-LT-ORIGEM(WS-IX) EQUAL "F"
               AND WS-IX-TOT-F GREATER ZERO
                   IF  TAB-LT-SIT(WS-IX-TOT-F) EQUAL "A"
                       GO TO IMPRIME-LOTE-ABERTO-FIM.
           ADD 1 TO CT-LOTES-ABERTOS.
           MOVE TAB-LT-DATA(WS-IX)  TO DT-DATA.
           MOVE TAB-LT-VALOR(WS-IX) TO DT-VAL.
           MOVE SPACES TO DT-HIST.
           IF  TAB-LT-ORIGEM(WS-IX) EQUAL "P"
               ADD TAB-LT-VALOR(WS-IX) TO WS-LOTES-LIQ
               MOVE "C" TO DT-DC
               MOVE TAB-LT-CHAVE(WS-IX) TO WS-CHAVE-PAGTO
               PERFORM DESCREVE-LOTE-PAGTO
               MOVE WS-DESCR-LOTE TO DT-HIST
               MOVE "DEPOSITO NAO CREDITADO" TO DT-OCOR
           ELSE
               SUBTRACT TAB-LT-VALOR(WS-IX) FROM WS-LOTES-LIQ
               MOVE "D" TO DT-DC
               MOVE "PAGTO NAO DEBITADO" TO DT-OCOR
               IF  TAB-LT-ORIGEM(WS-IX) EQUAL "R"
                   MOVE "REEMBOLSO" TO DT-HIST
               ELSE
                   MOVE "FOLHA DE PAGAMENTO" TO DT-HIST.
           IF  TAB-LT-NIVEL(WS-IX) EQUAL "I"
               MOVE TAB-LT-CHAVE(WS-IX) TO DT-HIST(15:6).
           PERFORM IMPRIME-DETALHE.
       IMPRIME-LOTE-ABERTO-FIM.
           EXIT.

       IMPRIME-RESUMO.
           COMPUTE WS-DIFERENCA = WS-SALDO-BANCO -
                   (WS-SALDO-LIVRO + WS-PEND-LIQ - WS-LOTES-LIQ).
           IF  CTLIN GREATER 24
               PERFORM IMPRIME-CABECALHO.
           MOVE "SALDO CONTABIL (DIARIO).......:" TO RS-TXT.
           MOVE WS-SALDO-LIVRO TO RS-VAL.
           WRITE REGRELCBCO FROM RESUMO AFTER ADVANCING 3 LINES.
           MOVE "(+) PENDENCIAS DO EXTRATO.....:" TO RS-TXT.
           MOVE WS-PEND-LIQ TO RS-VAL.
           WRITE REGRELCBCO FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "(-) LOTES NAO COMPENSADOS.....:" TO RS-TXT.
           MOVE WS-LOTES-LIQ TO RS-VAL.
           WRITE REGRELCBCO FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "SALDO BANCO (EXTRATO).........:" TO RS-TXT.
           MOVE WS-SALDO-BANCO TO RS-VAL.
           WRITE REGRELCBCO FROM RESUMO AFTER ADVANCING 1 LINE.
           MOVE "DIFERENCA NAO EXPLICADA.......:" TO RS-TXT.
           MOVE WS-DIFERENCA TO RS-VAL.
           WRITE REGRELCBCO FROM RESUMO AFTER ADVANCING 2 LINES.
           ADD 7 TO CTLIN.

       IMPRIME-SECAO.
           IF  CTLIN GREATER 28
               PERFORM IMPRIME-CABECALHO.
           WRITE REGRELCBCO FROM SECAO AFTER ADVANCING 2 LINES.
           WRITE REGRELCBCO FROM BREAK AFTER ADVANCING 1 LINE.
           ADD 3 TO CTLIN.

       IMPRIME-DETALHE.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO
               WRITE REGRELCBCO FROM SECAO AFTER ADVANCING 1 LINE
               ADD 1 TO CTLIN.
           WRITE REGRELCBCO FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
           MOVE SPACES TO DT-OCOR.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELCBCO.
           WRITE REGRELCBCO AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELCBCO FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELCBCO FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELCBCO FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELCBCO FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELCBCO FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELCBCO FROM BREAK AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG122"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-LINHAS    TO RL-QTDE.
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
               DISPLAY "PRG122 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG122" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
