       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG118.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OR-CHAVE
           FILE STATUS IS WS-FS-ORCAMENTO.
           SELECT ORCREV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ORCREV.
           SELECT DEPTOMA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DP-DEPTO
           FILE STATUS IS WS-FS-DEPTOMA.
           SELECT LOCKCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOCKCTL.
           SELECT OPERADOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPERADOR.
           SELECT SEGLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ORCAMENTO.DAT".
       01  REGORCAMENTO.
           02 OR-CHAVE.
              03 OR-ANO     PIC 9(04).
              03 OR-CCUSTO  PIC 9(05).
              03 OR-CONTA   PIC 9(06).
           02 OR-DESCR      PIC X(20).
           02 OR-MESES OCCURS 12 TIMES.
              03 OR-ORIGINAL PIC 9(09)V99.
              03 OR-REVISADO PIC 9(09)V99.
           02 OR-REVISAO    PIC 9(02).
           02 OR-DATA-ALT   PIC 9(08).
           02 OR-OPERADOR   PIC X(08).
       FD  ORCREV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ORCREV.DAT".
       01  REGORCREV.
           02 RV-ANO        PIC 9(04).
           02 RV-CCUSTO     PIC 9(05).
           02 RV-CONTA      PIC 9(06).
           02 RV-MES        PIC 9(02).
           02 RV-REVISAO    PIC 9(02).
           02 RV-ANTERIOR   PIC 9(09)V99.
           02 RV-NOVO       PIC 9(09)V99.
           02 RV-DATA       PIC 9(08).
           02 RV-OPERADOR   PIC X(08).
       FD  DEPTOMA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEPTOMA.DAT".
       01  REGDEPTOMA.
           02 DP-DEPTO      PIC 9(03).
           02 DP-NOME       PIC X(20).
           02 DP-CCUSTO     PIC 9(05).
       FD  LOCKCTL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LOCKCTL.DAT".
       01  REGLOCKCTL.
           02 LK-BATCH      PIC X(01).
           02 LK-ONLINE     PIC X(01).

       FD  OPERADOR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OPERADOR.DAT".
       01  REGOPERADOR.
           02 OP-ID         PIC X(08).
           02 OP-SENHA      PIC X(08).
           02 OP-NIVEL      PIC 9(01).
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

       WORKING-STORAGE SECTION.
       77  WS-OPCAO         PIC X(01) VALUE SPACES.
       77  WS-FS-ORCAMENTO  PIC X(02) VALUE SPACES.
       77  WS-FS-ORCREV     PIC X(02) VALUE SPACES.
       77  WS-FS-DEPTOMA    PIC X(02) VALUE SPACES.
       77  WS-FS-LOCKCTL    PIC X(02) VALUE SPACES.
       77  WS-FS-OPERADOR   PIC X(02) VALUE SPACES.
       77  OPE-FIM          PIC X(03) VALUE "NAO".
       77  DEP-FIM          PIC X(03) VALUE "NAO".
       77  WS-OPERADOR      PIC X(08) VALUE SPACES.
       77  WS-SENHA         PIC X(08) VALUE SPACES.
       77  WS-NIVEL         PIC 9(01) VALUE ZERO.
       77  WS-TENTATIVAS    PIC 9(01) VALUE ZERO.
       77  WS-LOGADO        PIC X(03) VALUE "NAO".
       77  WS-EVENTO        PIC X(20) VALUE SPACES.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-CONFIRMA      PIC X(01) VALUE SPACES.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-ANO-ATUAL     PIC 9(04) VALUE ZEROS.
       77  WS-ANO           PIC 9(04) VALUE ZEROS.
       77  WS-CCUSTO        PIC 9(05) VALUE ZEROS.
       77  WS-CONTA         PIC 9(06) VALUE ZEROS.
       77  WS-DESCR         PIC X(20) VALUE SPACES.
       77  WS-NOME-CC       PIC X(20) VALUE SPACES.
       77  WS-MX            PIC 9(02) VALUE ZEROS.
       77  WS-ALTERADOS     PIC 9(02) VALUE ZEROS.
       77  WS-TOTAL         PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-ORIG      PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOT-REV       PIC 9(11)V99 VALUE ZEROS.
       77  WS-VAL-EDIT      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WS-REV-EDIT      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WS-TOT-EDIT      PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WS-VALORES.
           02 WS-VAL-01     PIC 9(09)V99.
           02 WS-VAL-02     PIC 9(09)V99.
           02 WS-VAL-03     PIC 9(09)V99.
           02 WS-VAL-04     PIC 9(09)V99.
           02 WS-VAL-05     PIC 9(09)V99.
           02 WS-VAL-06     PIC 9(09)V99.
           02 WS-VAL-07     PIC 9(09)V99.
           02 WS-VAL-08     PIC 9(09)V99.
           02 WS-VAL-09     PIC 9(09)V99.
           02 WS-VAL-10     PIC 9(09)V99.
           02 WS-VAL-11     PIC 9(09)V99.
           02 WS-VAL-12     PIC 9(09)V99.
       01  WS-VALORES-R REDEFINES WS-VALORES.
           02 WS-VAL        PIC 9(09)V99 OCCURS 12 TIMES.

       SCREEN SECTION.
       01  TELA-SIGNON.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "IDENTIFICACAO DO OPERADOR".
           02 LINE 3 COL 1 VALUE "OPERADOR: ".
           02 COL PLUS 1   PIC X(08) USING WS-OPERADOR.
           02 LINE 4 COL 1 VALUE "SENHA: ".
           02 COL PLUS 1   PIC X(08) USING WS-SENHA SECURE.
       01  TELA-MENU.
           02 BLANK SCREEN.
           02 LINE 1  COL 1  VALUE "ORCAMENTO POR CENTRO DE CUSTO".
           02 LINE 3  COL 1  VALUE "1 - INCLUIR ORCAMENTO ANUAL".
           02 LINE 4  COL 1  VALUE "2 - REVISAR ORCAMENTO".
           02 LINE 5  COL 1  VALUE "3 - CONSULTAR ORCAMENTO".
           02 LINE 6  COL 1  VALUE "4 - SAIR".
           02 LINE 8  COL 1  VALUE "OPCAO: ".
           02 COL PLUS 1     PIC X(01) TO WS-OPCAO.
       01  TELA-CHAVE.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "ANO (AAAA): ".
           02 COL PLUS 1   PIC 9(04) TO WS-ANO.
           02 LINE 2 COL 1 VALUE "CENTRO DE CUSTO: ".
           02 COL PLUS 1   PIC 9(05) TO WS-CCUSTO.
           02 LINE 3 COL 1 VALUE "CONTA CONTABIL: ".
           02 COL PLUS 1   PIC 9(06) TO WS-CONTA.
       01  TELA-VALORES.
           02 BLANK SCREEN.
           02 LINE 1  COL 1  VALUE "ANO ".
           02 COL PLUS 1     PIC 9(04) FROM WS-ANO.
           02 COL PLUS 2     VALUE "C.CUSTO ".
           02 COL PLUS 1     PIC 9(05) FROM WS-CCUSTO.
           02 COL PLUS 1     PIC X(20) FROM WS-NOME-CC.
           02 LINE 2  COL 1  VALUE "CONTA ".
           02 COL PLUS 1     PIC 9(06) FROM WS-CONTA.
           02 LINE 3  COL 1  VALUE "DESCRICAO: ".
           02 COL PLUS 1     PIC X(20) USING WS-DESCR.
           02 LINE 5  COL 1  VALUE "JAN: ".
           02 COL PLUS 1     PIC 9(09)V99 USING WS-VAL-01.
           02 LINE 6  COL 1  VALUE "FEV: ".
           02 COL PLUS 1     PIC 9(09)V99 USING WS-VAL-02.
           02 LINE 7  COL 1  VALUE "MAR: ".
           02 COL PLUS 1     PIC 9(09)V99 USING WS-VAL-03.
           02 LINE 8  COL 1  VALUE "ABR: ".
           02 COL PLUS 1     PIC 9(09)V99 USING WS-VAL-04.
           02 LINE 9  COL 1  VALUE "MAI: ".
           02 COL PLUS 1     PIC 9(09)V99 USING WS-VAL-05.
           02 LINE 10 COL 1  VALUE "JUN: ".
           02 COL PLUS 1     PIC 9(09)V99 USING WS-VAL-06.
           02 LINE 5  COL 30 VALUE "JUL: ".
           02 COL PLUS 1     PIC 9(09)V99 USING WS-VAL-07.
           02 LINE 6  COL 30 VALUE "AGO: ".
           02 COL PLUS 1     PIC 9(09)V99 USING WS-VAL-08.
           02 LINE 7  COL 30 VALUE "SET: ".
           02 COL PLUS 1     PIC 9(09)V99 USING WS-VAL-09.
           02 LINE 8  COL 30 VALUE "OUT: ".
           02 COL PLUS 1     PIC 9(09)V99 USING WS-VAL-10.
           02 LINE 9  COL 30 VALUE "NOV: ".
           02 COL PLUS 1     PIC 9(09)V99 USING WS-VAL-11.
           02 LINE 10 COL 30 VALUE "DEZ: ".
           02 COL PLUS 1     PIC 9(09)V99 USING WS-VAL-12.
       01  TELA-CONFIRMA.
           02 LINE 12 COL 1 VALUE "TOTAL DO ANO: ".
           02 COL PLUS 1   PIC ZZ.ZZZ.ZZZ.ZZ9,99 FROM WS-TOTAL.
           02 LINE 14 COL 1 VALUE "CONFIRMA (S/N): ".
           02 COL PLUS 1   PIC X(01) TO WS-CONFIRMA.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           PERFORM EFETUA-SIGNON.
           PERFORM VERIFICA-TRAVA-BATCH.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE(1:4) TO WS-ANO-ATUAL.
           MOVE SPACES TO WS-FS-ORCAMENTO.
           OPEN I-O ORCAMENTO.
           IF  WS-FS-ORCAMENTO EQUAL "35"
               OPEN OUTPUT ORCAMENTO
               CLOSE ORCAMENTO
               OPEN I-O ORCAMENTO.
           PERFORM EXIBE-MENU
                   UNTIL WS-OPCAO EQUAL "4".
           CLOSE ORCAMENTO.
           PERFORM LIBERA-TRAVA-ONLINE.
           STOP RUN.

       VERIFICA-TRAVA-BATCH.
           MOVE SPACES TO WS-FS-LOCKCTL.
           OPEN INPUT LOCKCTL.
           IF  WS-FS-LOCKCTL EQUAL "35"
               MOVE "NN" TO REGLOCKCTL
           ELSE
               READ LOCKCTL
                           AT END
                                 MOVE "NN" TO REGLOCKCTL
               END-READ
               CLOSE LOCKCTL.
           IF  LK-BATCH EQUAL "S"
               DISPLAY "PRG118 - CADEIA NOTURNA EM EXECUCAO"
               DISPLAY "PRG118 - ORCAMENTO BLOQUEADO - TENTE DEPOIS"
               STOP RUN.
           MOVE "S" TO LK-ONLINE.
           PERFORM GRAVA-TRAVA.

       LIBERA-TRAVA-ONLINE.
           MOVE "N" TO LK-ONLINE.
           PERFORM GRAVA-TRAVA.

       GRAVA-TRAVA.
           OPEN OUTPUT LOCKCTL.
           WRITE REGLOCKCTL.
           CLOSE LOCKCTL.

       EXIBE-MENU.
           DISPLAY TELA-MENU.
           ACCEPT TELA-MENU.
           IF  WS-OPCAO EQUAL "1"
               PERFORM INCLUIR-ORCAMENTO
                       THRU INCLUIR-ORCAMENTO-FIM
           ELSE
               IF  WS-OPCAO EQUAL "2"
                   PERFORM REVISAR-ORCAMENTO
                           THRU REVISAR-ORCAMENTO-FIM
               ELSE
                   IF  WS-OPCAO EQUAL "3"
                       PERFORM CONSULTAR-ORCAMENTO
                               THRU CONSULTAR-ORCAMENTO-FIM.

       INCLUIR-ORCAMENTO.
           MOVE ZEROS TO WS-ANO WS-CCUSTO WS-CONTA.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.
           IF  WS-ANO LESS WS-ANO-ATUAL
               DISPLAY "ANO JA ENCERRADO"
               GO TO INCLUIR-ORCAMENTO-FIM.
           IF  WS-CONTA EQUAL ZEROS
               DISPLAY "CONTA CONTABIL OBRIGATORIA"
               GO TO INCLUIR-ORCAMENTO-FIM.
           PERFORM BUSCA-CENTRO-CUSTO.
           IF  WS-ACHOU EQUAL "NAO"
               DISPLAY "CENTRO DE CUSTO NAO CADASTRADO NO DEPTOMA"
               GO TO INCLUIR-ORCAMENTO-FIM.
           PERFORM LE-ORCAMENTO.
           IF  WS-ACHOU EQUAL "SIM"
               DISPLAY "ORCAMENTO JA EXISTE - USE A REVISAO"
               GO TO INCLUIR-ORCAMENTO-FIM.
           MOVE SPACES TO WS-DESCR.
           MOVE ZEROS TO WS-VALORES.
           DISPLAY TELA-VALORES.
           ACCEPT TELA-VALORES.
           PERFORM SOMA-VALORES.
           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF  WS-CONFIRMA NOT EQUAL "S"
               DISPLAY "INCLUSAO CANCELADA PELO OPERADOR"
               GO TO INCLUIR-ORCAMENTO-FIM.
           MOVE WS-ANO      TO OR-ANO.
           MOVE WS-CCUSTO   TO OR-CCUSTO.
           MOVE WS-CONTA    TO OR-CONTA.
           MOVE WS-DESCR    TO OR-DESCR.
           PERFORM MOVE-VALOR-INCLUSAO
                   VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX GREATER 12.
           MOVE ZEROS       TO OR-REVISAO.
           MOVE WS-HOJE     TO OR-DATA-ALT.
           MOVE WS-OPERADOR TO OR-OPERADOR.
           WRITE REGORCAMENTO
               INVALID KEY
                   DISPLAY "ORCAMENTO JA EXISTE - USE A REVISAO"
               NOT INVALID KEY
                   DISPLAY "ORCAMENTO INCLUIDO"
                   MOVE "ORCAMENTO INCLUIDO" TO WS-EVENTO
                   PERFORM GRAVA-SEGLOG.
       INCLUIR-ORCAMENTO-FIM.
           EXIT.
       MOVE-VALOR-INCLUSAO.
           MOVE WS-VAL(WS-MX) TO OR-ORIGINAL(WS-MX)
                                 OR-REVISADO(WS-MX).

       REVISAR-ORCAMENTO.
           MOVE ZEROS TO WS-ANO WS-CCUSTO WS-CONTA.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.
           IF  WS-ANO LESS WS-ANO-ATUAL
               DISPLAY "ANO JA ENCERRADO - REVISAO NAO PERMITIDA"
               GO TO REVISAR-ORCAMENTO-FIM.
           PERFORM LE-ORCAMENTO.
           IF  WS-ACHOU EQUAL "NAO"
               DISPLAY "ORCAMENTO NAO ENCONTRADO"
               GO TO REVISAR-ORCAMENTO-FIM.
           IF  OR-REVISAO NOT LESS 99
               DISPLAY "LIMITE DE REVISOES ATINGIDO"
               GO TO REVISAR-ORCAMENTO-FIM.
           PERFORM BUSCA-CENTRO-CUSTO.
           MOVE OR-DESCR TO WS-DESCR.
           PERFORM MOVE-VALOR-REVISADO
                   VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX GREATER 12.
           DISPLAY TELA-VALORES.
           ACCEPT TELA-VALORES.
           MOVE ZEROS TO WS-ALTERADOS.
           PERFORM CONTA-ALTERACAO
                   VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX GREATER 12.
           IF  WS-ALTERADOS EQUAL ZERO
           AND WS-DESCR EQUAL OR-DESCR
               DISPLAY "NENHUM VALOR ALTERADO"
               GO TO REVISAR-ORCAMENTO-FIM.
           PERFORM SOMA-VALORES.
           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF  WS-CONFIRMA NOT EQUAL "S"
               DISPLAY "REVISAO CANCELADA PELO OPERADOR"
               GO TO REVISAR-ORCAMENTO-FIM.
           IF  WS-ALTERADOS GREATER ZERO
               ADD 1 TO OR-REVISAO
               PERFORM ABRE-ORCREV
               PERFORM GRAVA-REVISAO
                       VARYING WS-MX FROM 1 BY 1
                       UNTIL WS-MX GREATER 12
               CLOSE ORCREV.
           MOVE WS-DESCR    TO OR-DESCR.
           MOVE WS-HOJE     TO OR-DATA-ALT.
           MOVE WS-OPERADOR TO OR-OPERADOR.
           REWRITE REGORCAMENTO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR ORCAMENTO"
                   GO TO REVISAR-ORCAMENTO-FIM.
           DISPLAY "ORCAMENTO REVISADO - REVISAO " OR-REVISAO.
           MOVE "ORCAMENTO REVISADO" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
       REVISAR-ORCAMENTO-FIM.
           EXIT.
       MOVE-VALOR-REVISADO.
           MOVE OR-REVISADO(WS-MX) TO WS-VAL(WS-MX).
       CONTA-ALTERACAO.
           IF  WS-VAL(WS-MX) NOT EQUAL OR-REVISADO(WS-MX)
               ADD 1 TO WS-ALTERADOS.

       ABRE-ORCREV.
           MOVE SPACES TO WS-FS-ORCREV.
           OPEN EXTEND ORCREV.
           IF  WS-FS-ORCREV EQUAL "35"
               OPEN OUTPUT ORCREV.

       GRAVA-REVISAO.
           IF  WS-VAL(WS-MX) NOT EQUAL OR-REVISADO(WS-MX)
               MOVE OR-ANO             TO RV-ANO
               MOVE OR-CCUSTO          TO RV-CCUSTO
               MOVE OR-CONTA           TO RV-CONTA
               MOVE WS-MX              TO RV-MES
               MOVE OR-REVISAO         TO RV-REVISAO
               MOVE OR-REVISADO(WS-MX) TO RV-ANTERIOR
               MOVE WS-VAL(WS-MX)      TO RV-NOVO
               MOVE WS-HOJE            TO RV-DATA
               MOVE WS-OPERADOR        TO RV-OPERADOR
               WRITE REGORCREV
               MOVE WS-VAL(WS-MX) TO OR-REVISADO(WS-MX).

       CONSULTAR-ORCAMENTO.
           MOVE ZEROS TO WS-ANO WS-CCUSTO WS-CONTA.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.
           PERFORM LE-ORCAMENTO.
           IF  WS-ACHOU EQUAL "NAO"
               DISPLAY "ORCAMENTO NAO ENCONTRADO"
               GO TO CONSULTAR-ORCAMENTO-FIM.
           PERFORM BUSCA-CENTRO-CUSTO.
           DISPLAY "ANO " OR-ANO " C.CUSTO " OR-CCUSTO " " WS-NOME-CC.
           DISPLAY "CONTA " OR-CONTA " " OR-DESCR
                   " REVISAO " OR-REVISAO
                   " EM " OR-DATA-ALT " POR " OR-OPERADOR.
           DISPLAY "MES           ORIGINAL          REVISADO".
           MOVE ZEROS TO WS-TOT-ORIG WS-TOT-REV.
           PERFORM LISTA-MES
                   VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX GREATER 12.
           MOVE WS-TOT-ORIG TO WS-TOT-EDIT.
           DISPLAY "TOTAL ORIGINAL " WS-TOT-EDIT.
           MOVE WS-TOT-REV TO WS-TOT-EDIT.
           DISPLAY "TOTAL REVISADO " WS-TOT-EDIT.
       CONSULTAR-ORCAMENTO-FIM.
           EXIT.
       LISTA-MES.
           MOVE OR-ORIGINAL(WS-MX) TO WS-VAL-EDIT.
           MOVE OR-REVISADO(WS-MX) TO WS-REV-EDIT.
           DISPLAY " " WS-MX "    " WS-VAL-EDIT "    " WS-REV-EDIT.
           ADD OR-ORIGINAL(WS-MX) TO WS-TOT-ORIG.
           ADD OR-REVISADO(WS-MX) TO WS-TOT-REV.

       LE-ORCAMENTO.
           MOVE WS-ANO    TO OR-ANO.
           MOVE WS-CCUSTO TO OR-CCUSTO.
           MOVE WS-CONTA  TO OR-CONTA.
           MOVE "SIM" TO WS-ACHOU.
           READ ORCAMENTO
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.

       SOMA-VALORES.
           MOVE ZEROS TO WS-TOTAL.
           PERFORM SOMA-MES
                   VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX GREATER 12.
       SOMA-MES.
           ADD WS-VAL(WS-MX) TO WS-TOTAL.

       BUSCA-CENTRO-CUSTO.
           MOVE "NAO" TO WS-ACHOU.
           MOVE SPACES TO WS-NOME-CC.
           IF  WS-CCUSTO EQUAL ZEROS
               MOVE "SIM" TO WS-ACHOU
               MOVE "CORPORATIVO" TO WS-NOME-CC
           ELSE
               MOVE "NAO" TO DEP-FIM
               MOVE SPACES TO WS-FS-DEPTOMA
               OPEN INPUT DEPTOMA
               IF  WS-FS-DEPTOMA NOT EQUAL "00"
                   DISPLAY "PRG118 - DEPTOMA.DAT INDISPONIVEL"
               ELSE
                   PERFORM LE-DEPTOMA
                   PERFORM PROCURA-CENTRO-CUSTO
                           UNTIL DEP-FIM EQUAL "SIM"
                   CLOSE DEPTOMA.
       LE-DEPTOMA.
           READ DEPTOMA
                       AT END
                             MOVE "SIM" TO DEP-FIM.
       PROCURA-CENTRO-CUSTO.
           IF  DP-CCUSTO EQUAL WS-CCUSTO
               MOVE "SIM" TO WS-ACHOU
               MOVE DP-NOME TO WS-NOME-CC
               MOVE "SIM" TO DEP-FIM
           ELSE
               PERFORM LE-DEPTOMA.

       EFETUA-SIGNON.
           PERFORM SOLICITA-SIGNON
                   UNTIL WS-LOGADO EQUAL "SIM"
                   OR WS-TENTATIVAS NOT LESS 3.
           IF  WS-LOGADO NOT EQUAL "SIM"
               MOVE "VIOLACAO DE ACESSO" TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               DISPLAY "PRG118 - ACESSO NEGADO"
               STOP RUN.
           MOVE "SIGNON EFETUADO" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.

       SOLICITA-SIGNON.
           MOVE SPACES TO WS-OPERADOR WS-SENHA.
           DISPLAY TELA-SIGNON.
           ACCEPT TELA-SIGNON.
           ADD 1 TO WS-TENTATIVAS.
           PERFORM VALIDA-OPERADOR.
           IF  WS-LOGADO NOT EQUAL "SIM"
               DISPLAY "OPERADOR OU SENHA INVALIDOS".

       VALIDA-OPERADOR.
           MOVE "NAO" TO WS-LOGADO OPE-FIM.
           MOVE SPACES TO WS-FS-OPERADOR.
           OPEN INPUT OPERADOR.
           IF  WS-FS-OPERADOR EQUAL "35"
               DISPLAY "PRG118 - ARQUIVO DE OPERADORES AUSENTE"
               STOP RUN.
           PERFORM LE-OPERADOR.
           PERFORM CONFERE-OPERADOR
                   UNTIL OPE-FIM EQUAL "SIM".
           CLOSE OPERADOR.
       LE-OPERADOR.
           READ OPERADOR
                       AT END
                             MOVE "SIM" TO OPE-FIM.
       CONFERE-OPERADOR.
           IF  OP-ID EQUAL WS-OPERADOR
           AND OP-SENHA EQUAL WS-SENHA
               MOVE "SIM" TO WS-LOGADO
               MOVE OP-NIVEL TO WS-NIVEL.
           PERFORM LE-OPERADOR.

       GRAVA-SEGLOG.
           OPEN EXTEND SEGLOG.
           MOVE SPACES TO REGSEGLOG.
           MOVE WS-EVENTO TO SG-EVENTO.
           ACCEPT SG-DATA FROM DATE YYYYMMDD.
           ACCEPT SG-HORA FROM TIME.
           MOVE WS-OPERADOR TO SG-OPERADOR.
           MOVE "PRG118" TO SG-PROGRAMA.
           WRITE REGSEGLOG.
           CLOSE SEGLOG.
