       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG85.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNEC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FO-CODFOR
           FILE STATUS IS WS-FS-FORNEC.
           SELECT FORNLINK ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FL-CHAVE
           FILE STATUS IS WS-FS-FORNLINK.
           SELECT PRODMA2 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRODMA2.
           SELECT MARCAMA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MARCAMA.
           SELECT AUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  FORNEC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FORNEC.DAT".
       01  REGFORNEC.
           02 FO-CODFOR     PIC 9(04).
           02 FO-NOME       PIC X(20).
           02 FO-CONTATO    PIC X(30).
           02 FO-BANCO      PIC 9(03).
           02 FO-AGENCIA    PIC 9(04).
           02 FO-CONTA      PIC 9(10).
           02 FO-SITUACAO   PIC X(01).
       FD  FORNLINK
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FORNLINK.DAT".
       01  REGFORNLINK.
           02 FL-CHAVE.
              03 FL-TIPO    PIC X(01).
              03 FL-CODIGO  PIC X(06).
           02 FL-CODFOR     PIC 9(04).
           02 FL-MARCA      PIC X(01).
           02 FL-PRAZO      PIC 9(03).
           02 FL-QTMIN      PIC 9(05).
           02 FL-PRECO      PIC 9(06)V99.
       FD  PRODMA2
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PRODMA2.DAT".
       01  REGPRODMA2.
           02 PM2-CODPROD   PIC X(06).
           02 PM2-DESCPROD  PIC X(10).
       FD  MARCAMA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MARCAMA.DAT".
       01  REGMARCAMA.
           02 MA-CODMA      PIC X(01).
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
       77  WS-FS-FORNEC     PIC X(02) VALUE SPACES.
       77  WS-FS-FORNLINK   PIC X(02) VALUE SPACES.
       77  WS-FS-PRODMA2    PIC X(02) VALUE SPACES.
       77  WS-FS-MARCAMA    PIC X(02) VALUE SPACES.
       77  WS-FS-LOCKCTL    PIC X(02) VALUE SPACES.
       77  WS-FS-OPERADOR   PIC X(02) VALUE SPACES.
       77  OPE-FIM          PIC X(03) VALUE "NAO".
       77  PM-FIM           PIC X(03) VALUE "NAO".
       77  MA-FIM           PIC X(03) VALUE "NAO".
       77  LNK-FIM          PIC X(03) VALUE "NAO".
       77  QT-PRODMA2       PIC 9(05) VALUE ZEROS.
       77  QT-MARCAMA       PIC 9(03) VALUE ZEROS.
       77  WS-OPERADOR      PIC X(08) VALUE SPACES.
       77  WS-SENHA         PIC X(08) VALUE SPACES.
       77  WS-NIVEL         PIC 9(01) VALUE ZERO.
       77  WS-TENTATIVAS    PIC 9(01) VALUE ZERO.
       77  WS-LOGADO        PIC X(03) VALUE "NAO".
       77  WS-EVENTO        PIC X(20) VALUE SPACES.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-VINCULADO     PIC X(03) VALUE "NAO".
       77  CT-ERROS-VINC    PIC 9(05) VALUE ZEROS.
       77  WS-CODFOR        PIC 9(04) VALUE ZEROS.
       77  ENT-TIPO         PIC X(01) VALUE SPACES.
       77  ENT-CODIGO       PIC X(06) VALUE SPACES.
       01  TAB-PRODMA2.
                 04 TAB-PRODMA2-OCORR OCCURS 5000 TIMES
                                      INDEXED BY IX-PRODMA2.
                       05 TAB-PM2-CODPROD PIC X(06).
       01  TAB-MARCAMA.
                 04 TAB-MARCAMA-OCORR OCCURS 100 TIMES
                                      INDEXED BY IX-MARCAMA.
                       05 TAB-MA-CODMA    PIC X(01).

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
           02 LINE 1  COL 1  VALUE "CADASTRO DE FORNECEDORES".
           02 LINE 3  COL 1  VALUE "1 - INCLUIR FORNECEDOR".
           02 LINE 4  COL 1  VALUE "2 - ALTERAR FORNECEDOR".
           02 LINE 5  COL 1  VALUE "3 - EXCLUIR FORNECEDOR".
           02 LINE 6  COL 1  VALUE "4 - VINCULAR MARCA OU PRODUTO".
           02 LINE 7  COL 1  VALUE "5 - DESVINCULAR MARCA OU PRODUTO".
           02 LINE 8  COL 1  VALUE "6 - SAIR".
           02 LINE 10 COL 1  VALUE "OPCAO: ".
           02 COL PLUS 1     PIC X(01) TO WS-OPCAO.
       01  TELA-FORNEC.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "CODIGO DO FORNECEDOR: ".
           02 COL PLUS 1   PIC 9(04) USING FO-CODFOR.
           02 LINE 2 COL 1 VALUE "RAZAO SOCIAL: ".
           02 COL PLUS 1   PIC X(20) USING FO-NOME.
           02 LINE 3 COL 1 VALUE "CONTATO (E-MAIL): ".
           02 COL PLUS 1   PIC X(30) USING FO-CONTATO.
           02 LINE 4 COL 1 VALUE "BANCO: ".
           02 COL PLUS 1   PIC 9(03) USING FO-BANCO.
           02 LINE 5 COL 1 VALUE "AGENCIA: ".
           02 COL PLUS 1   PIC 9(04) USING FO-AGENCIA.
           02 LINE 6 COL 1 VALUE "CONTA: ".
           02 COL PLUS 1   PIC 9(10) USING FO-CONTA.
           02 LINE 7 COL 1 VALUE "SITUACAO (A/I): ".
           02 COL PLUS 1   PIC X(01) USING FO-SITUACAO.
       01  TELA-NUMERO.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "CODIGO DO FORNECEDOR: ".
           02 COL PLUS 1   PIC 9(04) TO WS-CODFOR.
       01  TELA-CHAVE.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "TIPO (M=MARCA P=PRODUTO): ".
           02 COL PLUS 1   PIC X(01) USING ENT-TIPO.
           02 LINE 2 COL 1 VALUE "MARCA OU PRODUTO: ".
           02 COL PLUS 1   PIC X(06) USING ENT-CODIGO.
       01  TELA-VINCULO.
           02 LINE 4 COL 1 VALUE "FORNECEDOR: ".
           02 COL PLUS 1   PIC 9(04) USING FL-CODFOR.
           02 LINE 5 COL 1 VALUE "MARCA DO PRODUTO: ".
           02 COL PLUS 1   PIC X(01) USING FL-MARCA.
           02 LINE 6 COL 1 VALUE "PRAZO DE ENTREGA (DIAS): ".
           02 COL PLUS 1   PIC 9(03) USING FL-PRAZO.
           02 LINE 7 COL 1 VALUE "QUANTIDADE MINIMA: ".
           02 COL PLUS 1   PIC 9(05) USING FL-QTMIN.
           02 LINE 8 COL 1 VALUE "PRECO DE COMPRA: ".
           02 COL PLUS 1   PIC 9(06)V99 USING FL-PRECO.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           PERFORM EFETUA-SIGNON.
           PERFORM VERIFICA-TRAVA-BATCH.
           PERFORM CARREGA-PRODMA2.
           PERFORM CARREGA-MARCAMA.
           MOVE SPACES TO WS-FS-FORNEC.
           OPEN I-O FORNEC.
           IF  WS-FS-FORNEC EQUAL "35"
               OPEN OUTPUT FORNEC
               CLOSE FORNEC
               OPEN I-O FORNEC.
           MOVE SPACES TO WS-FS-FORNLINK.
           OPEN I-O FORNLINK.
           IF  WS-FS-FORNLINK EQUAL "35"
               OPEN OUTPUT FORNLINK
               CLOSE FORNLINK
               OPEN I-O FORNLINK.
           OPEN EXTEND AUDIT.
           PERFORM EXIBE-MENU
                   UNTIL WS-OPCAO EQUAL "6".
           CLOSE FORNEC FORNLINK AUDIT.
           IF  CT-ERROS-VINC GREATER ZERO
               DISPLAY "VINCULOS NAO GRAVADOS NA SESSAO: " CT-ERROS-VINC
               MOVE 4 TO RETURN-CODE.
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
               DISPLAY "PRG85 - CADEIA NOTURNA EM EXECUCAO"
               DISPLAY "PRG85 - MANUTENCAO BLOQUEADA - TENTE DEPOIS"
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

       CARREGA-PRODMA2.
           MOVE SPACES TO WS-FS-PRODMA2.
           OPEN INPUT PRODMA2.
           IF  WS-FS-PRODMA2 EQUAL "35"
               MOVE "SIM" TO PM-FIM
           ELSE
               PERFORM CARREGA-PRODMA2-LER
               PERFORM CARREGA-PRODMA2-PRINCIPAL
                       UNTIL PM-FIM EQUAL "SIM"
               CLOSE PRODMA2.
       CARREGA-PRODMA2-LER.
           READ PRODMA2
                      AT END
                             MOVE "SIM" TO PM-FIM.
       CARREGA-PRODMA2-PRINCIPAL.
           IF  QT-PRODMA2 NOT LESS 5000
               DISPLAY "PRG85 - TABELA PRODMA2 ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-PRODMA2.
           MOVE PM2-CODPROD TO TAB-PM2-CODPROD(QT-PRODMA2).
           PERFORM CARREGA-PRODMA2-LER.

       CARREGA-MARCAMA.
           MOVE SPACES TO WS-FS-MARCAMA.
           OPEN INPUT MARCAMA.
           IF  WS-FS-MARCAMA EQUAL "35"
               MOVE "SIM" TO MA-FIM
           ELSE
               PERFORM CARREGA-MARCAMA-LER
               PERFORM CARREGA-MARCAMA-PRINCIPAL
                       UNTIL MA-FIM EQUAL "SIM"
               CLOSE MARCAMA.
       CARREGA-MARCAMA-LER.
           READ MARCAMA
                      AT END
                             MOVE "SIM" TO MA-FIM.
       CARREGA-MARCAMA-PRINCIPAL.
           IF  QT-MARCAMA NOT LESS 100
               DISPLAY "PRG85 - TABELA MARCAMA ESGOTADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QT-MARCAMA.
           MOVE MA-CODMA TO TAB-MA-CODMA(QT-MARCAMA).
           PERFORM CARREGA-MARCAMA-LER.

       EXIBE-MENU.
           DISPLAY TELA-MENU.
           ACCEPT TELA-MENU.
           IF  WS-OPCAO EQUAL "1"
               PERFORM INCLUIR-FORNEC
           ELSE
               IF  WS-OPCAO EQUAL "2"
                   PERFORM ALTERAR-FORNEC
               ELSE
                   IF  WS-OPCAO EQUAL "3"
                       PERFORM EXCLUIR-FORNEC
                               THRU EXCLUIR-FORNEC-FIM
                   ELSE
                       IF  WS-OPCAO EQUAL "4"
                           PERFORM VINCULAR-ITEM
                                   THRU VINCULAR-ITEM-FIM
                       ELSE
                           IF  WS-OPCAO EQUAL "5"
                               PERFORM DESVINCULAR-ITEM.

       INCLUIR-FORNEC.
           MOVE SPACES TO FO-NOME FO-CONTATO.
           MOVE ZEROS TO FO-CODFOR FO-BANCO FO-AGENCIA FO-CONTA.
           MOVE "A" TO FO-SITUACAO.
           DISPLAY TELA-FORNEC.
           ACCEPT TELA-FORNEC.
           WRITE REGFORNEC
               INVALID KEY
                   DISPLAY "FORNECEDOR JA CADASTRADO"
               NOT INVALID KEY
                   PERFORM GRAVA-AUDITORIA-FOR
                   MOVE "FORNECEDOR INCLUIDO" TO WS-EVENTO
                   PERFORM GRAVA-SEGLOG.

       ALTERAR-FORNEC.
           MOVE ZEROS TO WS-CODFOR.
           DISPLAY TELA-NUMERO.
           ACCEPT TELA-NUMERO.
           MOVE WS-CODFOR TO FO-CODFOR.
           READ FORNEC
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY TELA-FORNEC
                   ACCEPT TELA-FORNEC
                   MOVE WS-CODFOR TO FO-CODFOR
                   REWRITE REGFORNEC
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR FORNECEDOR"
                       NOT INVALID KEY
                           PERFORM GRAVA-AUDITORIA-FOR
                           MOVE "FORNECEDOR ALTERADO" TO WS-EVENTO
                           PERFORM GRAVA-SEGLOG.

       EXCLUIR-FORNEC.
           MOVE ZEROS TO WS-CODFOR.
           DISPLAY TELA-NUMERO.
           ACCEPT TELA-NUMERO.
           MOVE WS-CODFOR TO FO-CODFOR.
           MOVE "NAO" TO WS-ACHOU.
           READ FORNEC
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE "SIM" TO WS-ACHOU.
           IF  WS-ACHOU NOT EQUAL "SIM"
               GO TO EXCLUIR-FORNEC-FIM.
           PERFORM VERIFICA-VINCULOS.
           IF  WS-VINCULADO EQUAL "SIM"
               DISPLAY "FORNECEDOR POSSUI VINCULOS - EXCLUSAO RECUSADA"
               GO TO EXCLUIR-FORNEC-FIM.
           DELETE FORNEC
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR FORNECEDOR"
               NOT INVALID KEY
                   PERFORM GRAVA-AUDITORIA-FOR
                   MOVE "FORNECEDOR EXCLUIDO" TO WS-EVENTO
                   PERFORM GRAVA-SEGLOG.
       EXCLUIR-FORNEC-FIM.
           EXIT.

       VERIFICA-VINCULOS.
           MOVE "NAO" TO WS-VINCULADO LNK-FIM.
           MOVE LOW-VALUES TO FL-CHAVE.
           START FORNLINK KEY NOT LESS FL-CHAVE
               INVALID KEY
                   MOVE "SIM" TO LNK-FIM.
           PERFORM VERIFICA-VINCULO-UM
                   UNTIL LNK-FIM EQUAL "SIM".
       VERIFICA-VINCULO-UM.
           READ FORNLINK NEXT
               AT END
                   MOVE "SIM" TO LNK-FIM
               NOT AT END
                   IF  FL-CODFOR EQUAL WS-CODFOR
                       MOVE "SIM" TO WS-VINCULADO LNK-FIM
                   END-IF
           END-READ.

       VINCULAR-ITEM.
           MOVE SPACES TO ENT-TIPO ENT-CODIGO.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.
           IF  ENT-TIPO NOT EQUAL "M"
           AND ENT-TIPO NOT EQUAL "P"
               DISPLAY "TIPO INVALIDO - INFORME M OU P"
               GO TO VINCULAR-ITEM-FIM.
           PERFORM VALIDA-CODIGO.
           IF  WS-ACHOU NOT EQUAL "SIM"
               GO TO VINCULAR-ITEM-FIM.
           MOVE ENT-TIPO   TO FL-TIPO.
           MOVE ENT-CODIGO TO FL-CODIGO.
           MOVE "SIM" TO WS-ACHOU.
           READ FORNLINK
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               MOVE ENT-TIPO   TO FL-TIPO
               MOVE ENT-CODIGO TO FL-CODIGO
               MOVE ZEROS TO FL-CODFOR FL-PRAZO FL-QTMIN FL-PRECO
               MOVE SPACES TO FL-MARCA.
           DISPLAY TELA-CHAVE.
           DISPLAY TELA-VINCULO.
           ACCEPT TELA-VINCULO.
           IF  ENT-TIPO EQUAL "M"
               MOVE SPACES TO FL-MARCA.
           IF  FL-CODFOR EQUAL ZEROS
           AND FL-MARCA EQUAL SPACES
               DISPLAY "INFORME O FORNECEDOR OU A MARCA DO PRODUTO"
               GO TO VINCULAR-ITEM-FIM.
           IF  FL-CODFOR GREATER ZEROS
               MOVE FL-CODFOR TO FO-CODFOR
               READ FORNEC
                   INVALID KEY
                       DISPLAY "FORNECEDOR NAO CADASTRADO"
                       GO TO VINCULAR-ITEM-FIM
               END-READ
               IF  FO-SITUACAO EQUAL "I"
                   DISPLAY "FORNECEDOR INATIVO - VINCULO RECUSADO"
                   GO TO VINCULAR-ITEM-FIM.
           IF  FL-MARCA NOT EQUAL SPACES
           AND QT-MARCAMA GREATER ZERO
               SET IX-MARCAMA TO 1
               SEARCH TAB-MARCAMA-OCORR
                   AT END
                       DISPLAY "MARCA NAO CADASTRADA"
                       GO TO VINCULAR-ITEM-FIM
                   WHEN TAB-MA-CODMA(IX-MARCAMA) EQUAL FL-MARCA
                       CONTINUE.
           IF  WS-ACHOU EQUAL "SIM"
               REWRITE REGFORNLINK
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR VINCULO"
               END-REWRITE
           ELSE
               WRITE REGFORNLINK
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR VINCULO"
               END-WRITE.
           IF  WS-FS-FORNLINK NOT EQUAL "00"
               ADD 1 TO CT-ERROS-VINC
               DISPLAY "VINCULO NAO GRAVADO - STATUS " WS-FS-FORNLINK
               GO TO VINCULAR-ITEM-FIM.
           PERFORM GRAVA-AUDITORIA-LNK.
           MOVE "VINCULO GRAVADO" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
       VINCULAR-ITEM-FIM.
           EXIT.

       VALIDA-CODIGO.
           MOVE "NAO" TO WS-ACHOU.
           IF  ENT-TIPO EQUAL "P"
               SET IX-PRODMA2 TO 1
               SEARCH TAB-PRODMA2-OCORR
                   AT END
                       DISPLAY "PRODUTO NAO CADASTRADO"
                   WHEN TAB-PM2-CODPROD(IX-PRODMA2) EQUAL ENT-CODIGO
                       MOVE "SIM" TO WS-ACHOU
           ELSE
               IF  ENT-CODIGO(2:5) NOT EQUAL SPACES
                   DISPLAY "CODIGO DE MARCA INVALIDO"
               ELSE
                   MOVE "SIM" TO WS-ACHOU
                   IF  QT-MARCAMA GREATER ZERO
                       MOVE "NAO" TO WS-ACHOU
                       SET IX-MARCAMA TO 1
                       SEARCH TAB-MARCAMA-OCORR
                           AT END
                               DISPLAY "MARCA NAO CADASTRADA"
                           WHEN TAB-MA-CODMA(IX-MARCAMA)
                                EQUAL ENT-CODIGO(1:1)
                               MOVE "SIM" TO WS-ACHOU.

       DESVINCULAR-ITEM.
           MOVE SPACES TO ENT-TIPO ENT-CODIGO.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.
           MOVE ENT-TIPO   TO FL-TIPO.
           MOVE ENT-CODIGO TO FL-CODIGO.
           MOVE "NAO" TO WS-ACHOU.
           READ FORNLINK
               INVALID KEY
                   DISPLAY "VINCULO NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE "SIM" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "SIM"
               DELETE FORNLINK
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR VINCULO"
                   NOT INVALID KEY
                       PERFORM GRAVA-AUDITORIA-LNK
                       MOVE "VINCULO EXCLUIDO" TO WS-EVENTO
                       PERFORM GRAVA-SEGLOG.

       GRAVA-AUDITORIA-FOR.
           MOVE SPACES TO REGAUDIT.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "PRG85"    TO AUD-PROGRAMA.
           MOVE FO-CODFOR  TO AUD-CHAVE.
           MOVE SPACES     TO AUD-PRODUTO.
           MOVE ZEROS      TO AUD-VALANTES AUD-VALDEPOIS.
           WRITE REGAUDIT.

       GRAVA-AUDITORIA-LNK.
           MOVE SPACES TO REGAUDIT.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "PRG85"    TO AUD-PROGRAMA.
           MOVE FL-CODFOR  TO AUD-CHAVE.
           MOVE FL-CODIGO  TO AUD-PRODUTO.
           MOVE ZEROS      TO AUD-VALANTES.
           MOVE FL-PRECO   TO AUD-VALDEPOIS.
           WRITE REGAUDIT.

       EFETUA-SIGNON.
           PERFORM SOLICITA-SIGNON
                   UNTIL WS-LOGADO EQUAL "SIM"
                   OR WS-TENTATIVAS NOT LESS 3.
           IF  WS-LOGADO NOT EQUAL "SIM"
               MOVE "VIOLACAO DE ACESSO" TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               DISPLAY "PRG85 - ACESSO NEGADO"
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
               DISPLAY "PRG85 - ARQUIVO DE OPERADORES AUSENTE"
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
           MOVE "PRG85" TO SG-PROGRAMA.
           WRITE REGSEGLOG.
           CLOSE SEGLOG.
