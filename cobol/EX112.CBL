       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG112.
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
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
           SELECT CADSOC1A ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADSOC1A.
           SELECT CADSOC1N ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADSOC1N.
           SELECT PAGTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAGTOS.
           SELECT PAGTOSN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADCONT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CT-NUMSOC
           FILE STATUS IS WS-FS-CADCONT.
           SELECT MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MD-NUMSOC
           FILE STATUS IS WS-FS-MANDATOS.
           SELECT NOTIFHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NH-ID
           FILE STATUS IS WS-FS-NOTIFHIST.
           SELECT PARMGER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PARMGER.
           SELECT RELANON ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELANON.
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
           02 AFILIAL1     PIC 9(02).
           02 ASITSOC1     PIC X(01).
           02 ADTSTATUS    PIC 9(08).
       FD  CADSOC1N
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADSOC1A.NEW".
       01  REGCAD1N         PIC X(58).
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
       FD  PAGTOSN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAGTOS.NEW".
       01  REGPAGTON        PIC X(62).
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
       FD  MANDATOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MANDATOS.DAT".
       01  REGMANDATO.
           02 MD-NUMSOC     PIC 9(06).
           02 MD-SITUACAO   PIC X(01).
           02 MD-BANCO      PIC 9(03).
           02 MD-AGENCIA    PIC 9(04).
           02 MD-CONTA      PIC 9(10).
           02 MD-DATA-ASS   PIC 9(08).
           02 MD-DATA-CAN   PIC 9(08).
       FD  NOTIFHIST
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTIFHIST.DAT".
       01  REGNOTIFHIST.
           02 NH-ID         PIC 9(10).
           02 NH-NUMSOC     PIC 9(06).
           02 NH-DATA       PIC 9(08).
           02 NH-HORA       PIC 9(08).
           02 NH-ORIGEM     PIC X(08).
           02 NH-TIPO       PIC X(02).
           02 NH-REFER      PIC X(17).
           02 NH-CANAL      PIC X(01).
           02 NH-DESTINO    PIC X(30).
           02 NH-SITUACAO   PIC X(01).
           02 NH-DATA-RET   PIC 9(08).
           02 NH-MOTIVO     PIC X(20).
       FD  PARMGER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARMGER.DAT".
       01  REGPARMGER.
           02 PG-PROGRAMA   PIC X(08).
           02 PG-PARMID     PIC X(08).
           02 PG-EFETIVA    PIC 9(08).
           02 PG-VALOR      PIC X(15).
           02 PG-DESCR      PIC X(30).
       FD  RELANON LABEL RECORD OMITTED.
       01  REGRELANON       PIC X(80).
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
       77  WS-FS-CADSOC1    PIC X(02) VALUE SPACES.
       77  WS-FS-CADSOC1A   PIC X(02) VALUE SPACES.
       77  WS-FS-CADSOC1N   PIC X(02) VALUE "00".
       77  WS-FS-PAGTOS     PIC X(02) VALUE SPACES.
       77  WS-FS-CADCONT    PIC X(02) VALUE SPACES.
       77  WS-FS-MANDATOS   PIC X(02) VALUE SPACES.
       77  WS-FS-NOTIFHIST  PIC X(02) VALUE SPACES.
       77  WS-FS-PARMGER    PIC X(02) VALUE SPACES.
       77  WS-FS-RELANON    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  ARQ-FIM          PIC X(03) VALUE "NAO".
       77  GER-FIM          PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-ATIVOS        PIC X(03) VALUE "SIM".
       77  WS-PARM-ID       PIC X(08) VALUE SPACES.
       77  WS-PARM-VALOR    PIC X(15) VALUE SPACES.
       77  WS-PARM-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-PARM-EFET     PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF      PIC 9(08) VALUE ZEROS.
       77  WS-RETENCAO      PIC 9(03) VALUE 5.
       77  WS-LIMITE        PIC 9(08) VALUE ZEROS.
       77  WS-ANONIMO       PIC X(20) VALUE "SOCIO ANONIMIZADO".
       77  WS-IX            PIC 9(05) VALUE ZEROS.
       77  WS-POS           PIC 9(05) VALUE ZEROS.
       77  QT-ANON          PIC 9(05) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-ARQUIVADOS    PIC 9(06) VALUE ZEROS.
       77  CT-NO-PRAZO      PIC 9(06) VALUE ZEROS.
       77  CT-JA-ANONIMOS   PIC 9(06) VALUE ZEROS.
       77  CT-REATIVADOS    PIC 9(06) VALUE ZEROS.
       77  CT-SEM-DATA      PIC 9(06) VALUE ZEROS.
       77  CT-CONTATOS      PIC 9(06) VALUE ZEROS.
       77  CT-MANDATOS      PIC 9(06) VALUE ZEROS.
       77  CT-PAGTOS        PIC 9(06) VALUE ZEROS.
       77  CT-NOTIFIC       PIC 9(06) VALUE ZEROS.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-PARM-V3X.
           02 WS-PARM-V3    PIC 9(03).
       01  TAB-ANON.
                 04 TAB-ANON-OCORR OCCURS 5000 TIMES.
                       05 TAB-AN-NUMSOC  PIC 9(06).
                       05 TAB-AN-DTARQ   PIC 9(08).
                       05 TAB-AN-CONT    PIC X(01).
                       05 TAB-AN-MAND    PIC X(01).
                       05 TAB-AN-QTPAG   PIC 9(04).
                       05 TAB-AN-QTNOT   PIC 9(04).
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  BREAK.
                 03 FILLER  PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(45) VALUE
                       "ANONIMIZACAO DE SOCIOS ARQUIVADOS - LGPD".
                 03 CB-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  CAB1A.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(30) VALUE
                       "ARQUIVADOS ANTES DE".
                 03 CB-LIMITE PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER  PIC X(12) VALUE "  RETENCAO:".
                 03 CB-RETENCAO PIC ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(05) VALUE " ANOS".
       01  CAB2.
                 03 FILLER  PIC X(10) VALUE " SOCIO".
                 03 FILLER  PIC X(14) VALUE "ARQUIVADO EM".
                 03 FILLER  PIC X(10) VALUE "CONTATO".
                 03 FILLER  PIC X(10) VALUE "MANDATO".
                 03 FILLER  PIC X(12) VALUE "PAGAMENTOS".
                 03 FILLER  PIC X(12) VALUE "NOTIFICACOES".
       01  DETANON.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 DA-NUMSOC PIC 999.999 VALUE ZEROS.
                 03 FILLER  PIC X(02) VALUE SPACES.
                 03 DA-DTARQ PIC 9(02)/9(02)/9(04) VALUE ZEROS.
                 03 FILLER  PIC X(07) VALUE SPACES.
                 03 DA-CONT PIC X(03) VALUE SPACES.
                 03 FILLER  PIC X(07) VALUE SPACES.
                 03 DA-MAND PIC X(03) VALUE SPACES.
                 03 FILLER  PIC X(06) VALUE SPACES.
                 03 DA-QTPAG PIC Z.ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(08) VALUE SPACES.
                 03 DA-QTNOT PIC Z.ZZ9 VALUE ZEROS.
       01  LINQTD.
                 03 LQ-TXT  PIC X(30) VALUE SPACES.
                 03 LQ-QTD  PIC ZZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           PERFORM LE-PARAMETROS.
           COMPUTE WS-LIMITE = WS-HOJE - WS-RETENCAO * 10000.
           MOVE SPACES TO WS-FS-CADSOC1A.
           OPEN INPUT CADSOC1A.
           IF  WS-FS-CADSOC1A EQUAL "35"
               DISPLAY "PRG112 - NENHUM SOCIO ARQUIVADO"
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADSOC1A" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1A TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE SPACES TO WS-FS-CADSOC1.
           OPEN INPUT CADSOC1.
           IF  WS-FS-CADSOC1 EQUAL "35"
               MOVE "NAO" TO WS-ATIVOS.
           OPEN OUTPUT CADSOC1N.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADSOC1N" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1N TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LE-ARQUIVADO.
           PERFORM SELECIONA-ARQUIVADO
                   UNTIL ARQ-FIM EQUAL "SIM".
           CLOSE CADSOC1A CADSOC1N.
           IF  WS-ATIVOS EQUAL "SIM"
               CLOSE CADSOC1.
           IF  QT-ANON GREATER ZEROS
               PERFORM ANONIMIZA-CADCONT
                       THRU ANONIMIZA-CADCONT-FIM
               PERFORM ANONIMIZA-MANDATOS
                       THRU ANONIMIZA-MANDATOS-FIM
               PERFORM ANONIMIZA-PAGTOS
                       THRU ANONIMIZA-PAGTOS-FIM
               PERFORM ANONIMIZA-NOTIFHIST
                       THRU ANONIMIZA-NOTIFHIST-FIM
               PERFORM GRAVA-AUDITORIA
               PERFORM EMITE-RELATORIO.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG112 - TOTAIS DE CONTROLE".
           DISPLAY "REGISTROS ARQUIVADOS...: " CT-ARQUIVADOS.
           DISPLAY "AINDA NO PRAZO.........: " CT-NO-PRAZO.
           DISPLAY "JA ANONIMIZADOS........: " CT-JA-ANONIMOS.
           DISPLAY "REATIVADOS NO CADASTRO.: " CT-REATIVADOS.
           DISPLAY "SEM DATA DE ARQUIVO....: " CT-SEM-DATA.
           DISPLAY "SOCIOS ANONIMIZADOS....: " QT-ANON.
           DISPLAY "CONTATOS LIMPOS........: " CT-CONTATOS.
           DISPLAY "MANDATOS LIMPOS........: " CT-MANDATOS.
           DISPLAY "PAGAMENTOS ALTERADOS...: " CT-PAGTOS.
           DISPLAY "NOTIFICACOES ALTERADAS.: " CT-NOTIFIC.
           IF  QT-ANON GREATER ZEROS
               DISPLAY "PRG112 - TROCAR OS ARQUIVOS .NEW PELOS .DAT "
                       "APOS CONFERENCIA".

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
           IF  PG-PROGRAMA EQUAL "PRG112"
           AND PG-PARMID EQUAL WS-PARM-ID
           AND PG-EFETIVA NOT GREATER WS-DATA-REF
           AND PG-EFETIVA NOT LESS WS-PARM-EFET
               MOVE PG-EFETIVA TO WS-PARM-EFET
               MOVE PG-VALOR OF REGPARMGER TO WS-PARM-VALOR
               MOVE "SIM"      TO WS-PARM-ACHADO.
           PERFORM LE-PARMGER.

       LE-PARAMETROS.
           MOVE WS-HOJE TO WS-DATA-REF.
           MOVE "RETENCAO" TO WS-PARM-ID.
           PERFORM BUSCA-PARM-GERAL.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               IF  WS-PARM-V3 NUMERIC
               AND WS-PARM-V3 GREATER ZERO
                   MOVE WS-PARM-V3 TO WS-RETENCAO.

       LE-ARQUIVADO.
           READ CADSOC1A
                       AT END
                             MOVE "SIM" TO ARQ-FIM
                       NOT AT END
                             ADD 1 TO CT-ARQUIVADOS.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "CADSOC1A" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1A TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       SELECIONA-ARQUIVADO.
           PERFORM AVALIA-ARQUIVADO
                   THRU AVALIA-ARQUIVADO-FIM.
           WRITE REGCAD1N FROM REGCAD1A.
           MOVE "WRITE" TO WS-OPER-ERRO.
           MOVE "CADSOC1N" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADSOC1N TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LE-ARQUIVADO.

       AVALIA-ARQUIVADO.
           IF  ANOMSOC1 EQUAL WS-ANONIMO
               ADD 1 TO CT-JA-ANONIMOS
               GO TO AVALIA-ARQUIVADO-FIM.
           IF  ADTSTATUS EQUAL ZEROS
               ADD 1 TO CT-SEM-DATA
               GO TO AVALIA-ARQUIVADO-FIM.
           IF  ADTSTATUS NOT LESS WS-LIMITE
               ADD 1 TO CT-NO-PRAZO
               GO TO AVALIA-ARQUIVADO-FIM.
           IF  WS-ATIVOS EQUAL "SIM"
               MOVE "SIM" TO WS-ACHOU
               MOVE ANUMSOC1 TO NUMSOC1
               READ CADSOC1
                   INVALID KEY
                       MOVE "NAO" TO WS-ACHOU
               END-READ
               IF  WS-ACHOU EQUAL "SIM"
                   ADD 1 TO CT-REATIVADOS
                   GO TO AVALIA-ARQUIVADO-FIM.
           MOVE ANUMSOC1 TO NUMSOC1.
           PERFORM LOCALIZA-SOCIO.
           IF  WS-ACHOU EQUAL "NAO"
               PERFORM INCLUI-SOCIO.
           MOVE WS-ANONIMO TO ANOMSOC1.
       AVALIA-ARQUIVADO-FIM.
           EXIT.

       INCLUI-SOCIO.
           IF  QT-ANON NOT LESS 5000
               DISPLAY "PRG112 - TABELA DE ANONIMIZACAO ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-ANON.
           MOVE ANUMSOC1  TO TAB-AN-NUMSOC(QT-ANON).
           MOVE ADTSTATUS TO TAB-AN-DTARQ(QT-ANON).
           MOVE "N"       TO TAB-AN-CONT(QT-ANON).
           MOVE "N"       TO TAB-AN-MAND(QT-ANON).
           MOVE ZEROS     TO TAB-AN-QTPAG(QT-ANON).
           MOVE ZEROS     TO TAB-AN-QTNOT(QT-ANON).

       LOCALIZA-SOCIO.
           MOVE "NAO" TO WS-ACHOU.
           MOVE ZEROS TO WS-POS.
           PERFORM COMPARA-SOCIO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-ANON
                   OR WS-ACHOU EQUAL "SIM".
       COMPARA-SOCIO.
           IF  TAB-AN-NUMSOC(WS-IX) EQUAL NUMSOC1
               MOVE "SIM" TO WS-ACHOU
               MOVE WS-IX TO WS-POS.

       ANONIMIZA-CADCONT.
           MOVE SPACES TO WS-FS-CADCONT.
           OPEN I-O CADCONT.
           IF  WS-FS-CADCONT EQUAL "35"
               GO TO ANONIMIZA-CADCONT-FIM.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "CADCONT" TO WS-ARQ-ERRO.
           MOVE WS-FS-CADCONT TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LIMPA-CONTATO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-ANON.
           CLOSE CADCONT.
       ANONIMIZA-CADCONT-FIM.
           EXIT.
       LIMPA-CONTATO.
           MOVE "SIM" TO WS-ACHOU.
           MOVE TAB-AN-NUMSOC(WS-IX) TO CT-NUMSOC.
           READ CADCONT
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "SIM"
               MOVE SPACES TO CT-ENDERECO
               MOVE SPACES TO CT-CIDADE
               MOVE ZEROS  TO CT-CEP
               MOVE SPACES TO CT-FONE
               MOVE SPACES TO CT-EMAIL
               MOVE ZEROS  TO CT-DOCUMENTO
               MOVE SPACES TO CT-PREFCOM
               REWRITE REGCONT
                   INVALID KEY
                       DISPLAY "PRG112 - ERRO AO REGRAVAR CONTATO "
                               CT-NUMSOC
               END-REWRITE
               MOVE "S" TO TAB-AN-CONT(WS-IX)
               ADD 1 TO CT-CONTATOS.

       ANONIMIZA-MANDATOS.
           MOVE SPACES TO WS-FS-MANDATOS.
           OPEN I-O MANDATOS.
           IF  WS-FS-MANDATOS EQUAL "35"
               GO TO ANONIMIZA-MANDATOS-FIM.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "MANDATOS" TO WS-ARQ-ERRO.
           MOVE WS-FS-MANDATOS TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LIMPA-MANDATO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-ANON.
           CLOSE MANDATOS.
       ANONIMIZA-MANDATOS-FIM.
           EXIT.
       LIMPA-MANDATO.
           MOVE "SIM" TO WS-ACHOU.
           MOVE TAB-AN-NUMSOC(WS-IX) TO MD-NUMSOC.
           READ MANDATOS
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "SIM"
               MOVE ZEROS TO MD-BANCO
               MOVE ZEROS TO MD-AGENCIA
               MOVE ZEROS TO MD-CONTA
               REWRITE REGMANDATO
                   INVALID KEY
                       DISPLAY "PRG112 - ERRO AO REGRAVAR MANDATO "
                               MD-NUMSOC
               END-REWRITE
               MOVE "S" TO TAB-AN-MAND(WS-IX)
               ADD 1 TO CT-MANDATOS.

       ANONIMIZA-PAGTOS.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-PAGTOS.
           OPEN INPUT PAGTOS.
           IF  WS-FS-PAGTOS EQUAL "35"
               GO TO ANONIMIZA-PAGTOS-FIM.
           OPEN OUTPUT PAGTOSN.
           PERFORM LE-PAGTO.
           PERFORM TROCA-PAGTO
                   UNTIL ARQ-FIM EQUAL "SIM".
           CLOSE PAGTOS PAGTOSN.
       ANONIMIZA-PAGTOS-FIM.
           EXIT.
       LE-PAGTO.
           READ PAGTOS
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       TROCA-PAGTO.
           MOVE PG-NUMSOC TO NUMSOC1.
           PERFORM LOCALIZA-SOCIO.
           IF  WS-ACHOU EQUAL "SIM"
               MOVE WS-ANONIMO TO PG-NOMSOC
               ADD 1 TO TAB-AN-QTPAG(WS-POS)
               ADD 1 TO CT-PAGTOS.
           WRITE REGPAGTON FROM REGPAGTO.
           PERFORM LE-PAGTO.

       ANONIMIZA-NOTIFHIST.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-NOTIFHIST.
           OPEN I-O NOTIFHIST.
           IF  WS-FS-NOTIFHIST EQUAL "35"
               GO TO ANONIMIZA-NOTIFHIST-FIM.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "NOTIFHIST" TO WS-ARQ-ERRO.
           MOVE WS-FS-NOTIFHIST TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           PERFORM LE-NOTIFHIST.
           PERFORM LIMPA-NOTIFICACAO
                   UNTIL ARQ-FIM EQUAL "SIM".
           CLOSE NOTIFHIST.
       ANONIMIZA-NOTIFHIST-FIM.
           EXIT.
       LE-NOTIFHIST.
           READ NOTIFHIST NEXT
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       LIMPA-NOTIFICACAO.
           MOVE NH-NUMSOC TO NUMSOC1.
           PERFORM LOCALIZA-SOCIO.
           IF  WS-ACHOU EQUAL "SIM"
           AND NH-DESTINO NOT EQUAL SPACES
               MOVE SPACES TO NH-DESTINO
               REWRITE REGNOTIFHIST
               MOVE "REWRITE" TO WS-OPER-ERRO
               MOVE "NOTIFHIST" TO WS-ARQ-ERRO
               MOVE WS-FS-NOTIFHIST TO WS-FS-ERRO
               PERFORM TESTA-STATUS
               ADD 1 TO TAB-AN-QTNOT(WS-POS)
               ADD 1 TO CT-NOTIFIC.
           PERFORM LE-NOTIFHIST.

       GRAVA-AUDITORIA.
           OPEN EXTEND AUDIT.
           PERFORM GRAVA-AUDITORIA-SOCIO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-ANON.
           CLOSE AUDIT.
       GRAVA-AUDITORIA-SOCIO.
           MOVE SPACES TO REGAUDIT.
           MOVE WS-HOJE TO AUD-DATA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "PRG112"             TO AUD-PROGRAMA.
           MOVE TAB-AN-NUMSOC(WS-IX) TO AUD-CHAVE.
           MOVE "LGPD-A"             TO AUD-PRODUTO.
           MOVE ZEROS                TO AUD-VALANTES.
           MOVE ZEROS                TO AUD-VALDEPOIS.
           WRITE REGAUDIT.

       EMITE-RELATORIO.
           OPEN OUTPUT RELANON.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELANON" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELANON TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-HOJE(1:4) TO CB-DATA(7:4).
           MOVE WS-HOJE(5:2) TO CB-DATA(4:2).
           MOVE WS-HOJE(7:2) TO CB-DATA(1:2).
           MOVE WS-LIMITE(1:4) TO CB-LIMITE(7:4).
           MOVE WS-LIMITE(5:2) TO CB-LIMITE(4:2).
           MOVE WS-LIMITE(7:2) TO CB-LIMITE(1:2).
           MOVE WS-RETENCAO TO CB-RETENCAO.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-DETALHE
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-ANON.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELANON.

       IMPRIME-DETALHE.
           IF  CTLIN GREATER 30
               PERFORM IMPRIME-CABECALHO.
           MOVE TAB-AN-NUMSOC(WS-IX) TO DA-NUMSOC.
           MOVE TAB-AN-DTARQ(WS-IX)(1:4) TO DA-DTARQ(7:4).
           MOVE TAB-AN-DTARQ(WS-IX)(5:2) TO DA-DTARQ(4:2).
           MOVE TAB-AN-DTARQ(WS-IX)(7:2) TO DA-DTARQ(1:2).
           IF  TAB-AN-CONT(WS-IX) EQUAL "S"
               MOVE "SIM" TO DA-CONT
           ELSE
               MOVE "NAO" TO DA-CONT.
           IF  TAB-AN-MAND(WS-IX) EQUAL "S"
               MOVE "SIM" TO DA-MAND
           ELSE
               MOVE "NAO" TO DA-MAND.
           MOVE TAB-AN-QTPAG(WS-IX) TO DA-QTPAG.
           MOVE TAB-AN-QTNOT(WS-IX) TO DA-QTNOT.
           WRITE REGRELANON FROM DETANON AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELANON.
           WRITE REGRELANON AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELANON FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELANON FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELANON FROM CAB1 AFTER ADVANCING 1 LINE.
           WRITE REGRELANON FROM CAB1A AFTER ADVANCING 1 LINE.
           WRITE REGRELANON FROM BREAK AFTER ADVANCING 1 LINE.
           WRITE REGRELANON FROM CAB2 AFTER ADVANCING 1 LINE.
           WRITE REGRELANON FROM BREAK AFTER ADVANCING 1 LINE.

       IMPRIME-TOTAIS.
           IF  CTLIN GREATER 25
               PERFORM IMPRIME-CABECALHO.
           MOVE "SOCIOS ANONIMIZADOS..........:" TO LQ-TXT.
           MOVE QT-ANON TO LQ-QTD.
           WRITE REGRELANON FROM LINQTD AFTER ADVANCING 3 LINES.
           MOVE "CONTATOS LIMPOS..............:" TO LQ-TXT.
           MOVE CT-CONTATOS TO LQ-QTD.
           WRITE REGRELANON FROM LINQTD AFTER ADVANCING 1 LINE.
           MOVE "MANDATOS LIMPOS..............:" TO LQ-TXT.
           MOVE CT-MANDATOS TO LQ-QTD.
           WRITE REGRELANON FROM LINQTD AFTER ADVANCING 1 LINE.
           MOVE "PAGAMENTOS ALTERADOS.........:" TO LQ-TXT.
           MOVE CT-PAGTOS TO LQ-QTD.
           WRITE REGRELANON FROM LINQTD AFTER ADVANCING 1 LINE.
           MOVE "NOTIFICACOES ALTERADAS.......:" TO LQ-TXT.
           MOVE CT-NOTIFIC TO LQ-QTD.
           WRITE REGRELANON FROM LINQTD AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG112"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE QT-ANON      TO RL-QTDE.
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
               DISPLAY "PRG112 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG112" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
