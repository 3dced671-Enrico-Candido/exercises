       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG100.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.        PC.
       OBJECT-COMPUTER.        PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
           SELECT ACORDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AC-NUMSOC
           FILE STATUS IS WS-FS-ACORDOS.
           SELECT PAGTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAGTOS.
           SELECT CREDSOC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CR-NUMSOC
           FILE STATUS IS WS-FS-CREDSOC.
           SELECT ULTRECIB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ULTRECIB.
           SELECT FECHCX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FECHCX.
           SELECT RECIBOS ASSIGN TO DISK
           FILE STATUS IS WS-FS-RECIBOS.
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
           SELECT CRNOTA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RN-NUMNOTA
           FILE STATUS IS WS-FS-CRNOTA.
           SELECT PAGNOTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAGNOTA.
           SELECT ULTCRNF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ULTCRNF.

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
       FD  CREDSOC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CREDSOC.DAT".
       01  REGCRED.
           02 CR-NUMSOC     PIC 9(06).
           02 CR-VALOR      PIC 9(09)V99.
           02 CR-DATA-ORIG  PIC 9(08).
       FD  ULTRECIB
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ULTRECIB.DAT".
       01  REGULTRECIB.
           02 UR-ULTIMO     PIC 9(08).
       FD  FECHCX
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FECHCX.DAT".
       01  REGFECHCX.
           02 FC-DATA       PIC 9(08).
           02 FC-HORA       PIC 9(08).
           02 FC-CAIXA      PIC X(08).
           02 FC-RECIBO-INI PIC 9(08).
           02 FC-RECIBO-FIM PIC 9(08).
           02 FC-QTDE       PIC 9(05).
           02 FC-FUNDO      PIC 9(07)V99.
           02 FC-REG-DIN    PIC 9(09)V99.
           02 FC-CONT-DIN   PIC 9(09)V99.
           02 FC-REG-CAR    PIC 9(09)V99.
           02 FC-CONT-CAR   PIC 9(09)V99.
           02 FC-REG-CHQ    PIC 9(09)V99.
           02 FC-CONT-CHQ   PIC 9(09)V99.
           02 FC-DIFERENCA  PIC 9(09)V99.
           02 FC-SITUACAO   PIC X(01).
       FD  RECIBOS LABEL RECORD OMITTED.
       01  REGRECIBO        PIC X(80).
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

       FD  CRNOTA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CRNOTA.DAT".
       01  REGCRNOTA.
           02 RN-NUMNOTA    PIC 9(06).
           02 RN-TIPO       PIC X(01).
           02 RN-REFNOTA    PIC 9(06).
           02 RN-NUMSOC     PIC 9(06).
           02 RN-FILIAL     PIC 9(02).
           02 RN-EMISSAO    PIC 9(08).
           02 RN-VENCTO     PIC 9(08).
           02 RN-VALOR      PIC 9(09)V99.
           02 RN-PAGO       PIC 9(09)V99.
           02 RN-CREDITO    PIC 9(09)V99.
           02 RN-SALDO      PIC 9(09)V99.
           02 RN-SITUACAO   PIC X(01).
           02 RN-DATA-ULT   PIC 9(08).
       FD  PAGNOTA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAGNOTA.DAT".
       01  REGPAGNOTA.
           02 NP-NUMNOTA    PIC 9(06).
           02 NP-NUMSOC     PIC 9(06).
           02 NP-VALOR      PIC 9(09)V99.
           02 NP-DATA       PIC 9(08).
           02 NP-FORMA      PIC X(01).
           02 NP-CAIXA      PIC X(08).
           02 NP-RECIBO     PIC 9(08).
       FD  ULTCRNF
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ULTCRNF.DAT".
       01  REGULTCRNF.
           02 UC-NUMNOTA    PIC 9(06).
           02 UC-QTPAG      PIC 9(08).
       WORKING-STORAGE SECTION.
       77  WS-OPCAO         PIC X(01) VALUE SPACES.
       77  WS-FS-CADSOC1    PIC X(02) VALUE SPACES.
       77  WS-FS-ACORDOS    PIC X(02) VALUE SPACES.
       77  WS-FS-PAGTOS     PIC X(02) VALUE SPACES.
       77  WS-FS-CREDSOC    PIC X(02) VALUE SPACES.
       77  WS-FS-ULTRECIB   PIC X(02) VALUE SPACES.
       77  WS-FS-FECHCX     PIC X(02) VALUE SPACES.
       77  WS-FS-RECIBOS    PIC X(02) VALUE SPACES.
       77  WS-FS-LOCKCTL    PIC X(02) VALUE SPACES.
       77  WS-FS-OPERADOR   PIC X(02) VALUE SPACES.
       77  WS-FS-CRNOTA     PIC X(02) VALUE SPACES.
       77  WS-FS-PAGNOTA    PIC X(02) VALUE SPACES.
       77  WS-FS-ULTCRNF    PIC X(02) VALUE SPACES.
       77  PNF-FIM          PIC X(03) VALUE "NAO".
       77  WS-NUMNOTA       PIC 9(06) VALUE ZEROS.
       77  WS-NOTA-OK       PIC X(03) VALUE "NAO".
       77  WS-SALDO-NOTA    PIC 9(09)V99 VALUE ZEROS.
       77  WS-QT-PAGNOTA    PIC 9(08) VALUE ZEROS.
       77  OPE-FIM          PIC X(03) VALUE "NAO".
       77  PAG-FIM          PIC X(03) VALUE "NAO".
       77  FEC-FIM          PIC X(03) VALUE "NAO".
       77  WS-OPERADOR      PIC X(08) VALUE SPACES.
       77  WS-SENHA         PIC X(08) VALUE SPACES.
       77  WS-NIVEL         PIC 9(01) VALUE ZERO.
       77  WS-TENTATIVAS    PIC 9(01) VALUE ZERO.
       77  WS-LOGADO        PIC X(03) VALUE "NAO".
       77  WS-EVENTO        PIC X(20) VALUE SPACES.
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-TEM-ACORDO    PIC X(03) VALUE "NAO".
       77  WS-CRED-ACHADO   PIC X(03) VALUE "NAO".
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-NUMSOC        PIC 9(06) VALUE ZEROS.
       77  WS-DESTINO       PIC X(01) VALUE SPACES.
       77  WS-FORMA         PIC X(01) VALUE SPACES.
       77  WS-VALOR         PIC 9(09)V99 VALUE ZEROS.
       77  WS-CONFIRMA      PIC X(01) VALUE SPACES.
       77  WS-RECIBO        PIC 9(08) VALUE ZEROS.
       77  WS-VAL-ANTES     PIC 9(09)V99 VALUE ZEROS.
       77  WS-VAL-DEPOIS    PIC 9(09)V99 VALUE ZEROS.
       77  WS-VAL-EXCESSO   PIC 9(09)V99 VALUE ZEROS.
       77  WS-VAL-ABERTO    PIC 9(09)V99 VALUE ZEROS.
       77  WS-SALDO-ACORDO  PIC 9(09)V99 VALUE ZEROS.
       77  WS-PARC-ABERTAS  PIC 9(02) VALUE ZEROS.
       77  WS-PROX-PARC     PIC 9(02) VALUE ZEROS.
       77  WS-PROX-VENC     PIC 9(08) VALUE ZEROS.
       77  WS-PROX-VALOR    PIC 9(09)V99 VALUE ZEROS.
       77  WS-IND-PARC      PIC 9(02) VALUE ZEROS.
       77  WS-PARC-ABERTA   PIC X(03) VALUE "NAO".
       77  WS-DESC-MENS     PIC X(20) VALUE SPACES.
       77  WS-DESC-ACORDO   PIC X(20) VALUE SPACES.
       77  WS-ULT-FECHADO   PIC 9(08) VALUE ZEROS.
       77  WS-ESPERADO      PIC 9(10)V99 VALUE ZEROS.
       77  WS-CONTADO       PIC 9(10)V99 VALUE ZEROS.
       77  WS-DIF-EDIT      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WS-TRAVA-PEDIDO.
           02 TRV-FUNCAO    PIC X(01).
           02 TRV-RECURSO   PIC X(08).
           02 TRV-CHAVE     PIC X(08).
           02 TRV-OPERADOR  PIC X(08).
           02 TRV-RESULT    PIC X(01).
           02 TRV-DONO      PIC X(08).

       01  WS-DATA-AUX.
           02 WS-AUX-ANO    PIC 9(04).
           02 WS-AUX-MES    PIC 9(02).
           02 WS-AUX-DIA    PIC 9(02).
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX PIC 9(08).

       01  REC1.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(40) VALUE
                       "CLUBE - RECIBO DE PAGAMENTO".
                 03 FILLER  PIC X(05) VALUE "NO. ".
                 03 RC-NUMERO PIC 9(08) VALUE ZEROS.
       01  REC2.
                 03 FILLER  PIC X(13) VALUE "RECEBEMOS DE ".
                 03 RC-NOME PIC X(20) VALUE SPACES.
                 03 FILLER  PIC X(09) VALUE " - SOCIO ".
                 03 RC-NUMSOC PIC 9(06) VALUE ZEROS.
       01  REC3.
                 03 FILLER  PIC X(20) VALUE "A IMPORTANCIA DE R$ ".
                 03 RC-VALOR PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  REC4.
                 03 FILLER  PIC X(12) VALUE "REFERENTE A ".
                 03 RC-REFERENCIA PIC X(24) VALUE SPACES.
                 03 RC-PARC PIC X(06) VALUE SPACES.
                 03 FILLER  PIC X(10) VALUE " VENCTO. ".
                 03 RC-VENC-DIA PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 RC-VENC-MES PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 RC-VENC-ANO PIC 9(04) VALUE ZEROS.
       01  REC5.
                 03 FILLER  PIC X(20) VALUE "FORMA DE PAGAMENTO: ".
                 03 RC-FORMA PIC X(08) VALUE SPACES.
                 03 FILLER  PIC X(08) VALUE "  DATA: ".
                 03 RC-DIA  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 RC-MES  PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 RC-ANO  PIC 9(04) VALUE ZEROS.
                 03 FILLER  PIC X(09) VALUE "  CAIXA: ".
                 03 RC-CAIXA PIC X(08) VALUE SPACES.
       01  REC6.
                 03 FILLER  PIC X(30) VALUE SPACES.
                 03 FILLER  PIC X(40) VALUE ALL "_".
       01  REC7.
                 03 FILLER  PIC X(42) VALUE SPACES.
                 03 FILLER  PIC X(20) VALUE "TESOURARIA DO CLUBE".

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
           02 LINE 1  COL 1  VALUE "CAIXA DA SECRETARIA".
           02 LINE 3  COL 1  VALUE "1 - RECEBER PAGAMENTO".
           02 LINE 4  COL 1  VALUE "2 - FECHAR CAIXA".
           02 LINE 5  COL 1  VALUE "3 - SAIR".
           02 LINE 7  COL 1  VALUE "OPCAO: ".
           02 COL PLUS 1     PIC X(01) TO WS-OPCAO.
       01  TELA-NUMERO.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "NUMERO DO SOCIO: ".
           02 COL PLUS 1   PIC 9(06) TO WS-NUMSOC.
       01  TELA-RECEBE.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "SOCIO: ".
           02 COL PLUS 1   PIC 9(06) FROM NUMSOC1.
           02 COL PLUS 2   PIC X(20) FROM NOMSOC1.
           02 LINE 3 COL 1 VALUE "MENSALIDADE: ".
           02 COL PLUS 1   PIC X(20) FROM WS-DESC-MENS.
           02 LINE 4 COL 1 VALUE "VALOR EM ABERTO: ".
           02 COL PLUS 1   PIC ZZZ.ZZZ.ZZ9,99 FROM WS-VAL-ABERTO.
           02 LINE 5 COL 1 VALUE "VENCIMENTO (AAAAMMDD): ".
           02 COL PLUS 1   PIC 9(08) FROM DATAVENC1.
           02 LINE 7 COL 1 VALUE "ACORDO: ".
           02 COL PLUS 1   PIC X(20) FROM WS-DESC-ACORDO.
           02 LINE 8 COL 1 VALUE "PARCELAS EM ABERTO: ".
           02 COL PLUS 1   PIC Z9 FROM WS-PARC-ABERTAS.
           02 COL PLUS 2   VALUE "SALDO: ".
           02 COL PLUS 1   PIC ZZZ.ZZZ.ZZ9,99 FROM WS-SALDO-ACORDO.
           02 LINE 9 COL 1 VALUE "PROXIMA PARCELA: ".
           02 COL PLUS 1   PIC Z9 FROM WS-PROX-PARC.
           02 COL PLUS 2   VALUE "VENC: ".
           02 COL PLUS 1   PIC 9(08) FROM WS-PROX-VENC.
           02 COL PLUS 2   VALUE "VALOR: ".
           02 COL PLUS 1   PIC ZZZ.ZZZ.ZZ9,99 FROM WS-PROX-VALOR.
           02 LINE 11 COL 1 VALUE
                 "RECEBER (1-MENSALIDADE 2-ACORDO 3-NOTA DA LOJA): ".
           02 COL PLUS 1   PIC X(01) TO WS-DESTINO.
           02 COL PLUS 3   VALUE "NOTA: ".
           02 COL PLUS 1   PIC 9(06) TO WS-NUMNOTA.
           02 LINE 12 COL 1 VALUE
                      "FORMA (D-DINHEIRO C-CARTAO Q-CHEQUE): ".
           02 COL PLUS 1   PIC X(01) TO WS-FORMA.
           02 LINE 13 COL 1 VALUE "VALOR RECEBIDO: ".
           02 COL PLUS 1   PIC 9(09)V99 TO WS-VALOR.
           02 LINE 14 COL 1 VALUE "CONFIRMA (S/N): ".
           02 COL PLUS 1   PIC X(01) TO WS-CONFIRMA.
       01  TELA-FECHA.
           02 BLANK SCREEN.
           02 LINE 1 COL 1 VALUE "FECHAMENTO DE CAIXA - OPERADOR ".
           02 COL PLUS 1   PIC X(08) FROM WS-OPERADOR.
           02 LINE 2 COL 1 VALUE "RECEBIMENTOS NO TURNO: ".
           02 COL PLUS 1   PIC ZZ.ZZ9 FROM FC-QTDE.
           02 LINE 4 COL 1 VALUE "FUNDO DE TROCO INICIAL: ".
           02 COL PLUS 1   PIC 9(07)V99 TO FC-FUNDO.
           02 LINE 5 COL 1 VALUE "DINHEIRO CONTADO NA GAVETA: ".
           02 COL PLUS 1   PIC 9(09)V99 TO FC-CONT-DIN.
           02 LINE 6 COL 1 VALUE "TOTAL DOS COMPROVANTES DE CARTAO: ".
           02 COL PLUS 1   PIC 9(09)V99 TO FC-CONT-CAR.
           02 LINE 7 COL 1 VALUE "TOTAL DOS CHEQUES: ".
           02 COL PLUS 1   PIC 9(09)V99 TO FC-CONT-CHQ.
           02 LINE 9 COL 1 VALUE "CONFIRMA (S/N): ".
           02 COL PLUS 1   PIC X(01) TO WS-CONFIRMA.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           PERFORM EFETUA-SIGNON.
           PERFORM VERIFICA-TRAVA-BATCH.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           OPEN I-O CADSOC1.
           MOVE SPACES TO WS-FS-ACORDOS.
           OPEN I-O ACORDOS.
           IF  WS-FS-ACORDOS EQUAL "35"
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS.
           OPEN EXTEND PAGTOS.
           IF  WS-FS-PAGTOS EQUAL "35"
               OPEN OUTPUT PAGTOS.
           OPEN EXTEND RECIBOS.
           IF  WS-FS-RECIBOS EQUAL "35"
               OPEN OUTPUT RECIBOS.
           OPEN EXTEND AUDIT.
           PERFORM ABRE-CREDSOC.
           PERFORM EXIBE-MENU
                   UNTIL WS-OPCAO EQUAL "3".
           CLOSE CADSOC1 ACORDOS PAGTOS RECIBOS AUDIT CREDSOC.
           PERFORM SOLTA-TRAVAS-SESSAO.
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
               DISPLAY "PRG100 - CADEIA NOTURNA EM EXECUCAO"
               DISPLAY "PRG100 - CAIXA BLOQUEADO - TENTE DEPOIS"
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

       PEDE-TRAVA.
           MOVE "T" TO TRV-FUNCAO.
           MOVE WS-OPERADOR TO TRV-OPERADOR.
           CALL "PRG71" USING WS-TRAVA-PEDIDO.
           IF  TRV-RESULT NOT EQUAL "0"
               DISPLAY "REGISTRO EM USO PELO OPERADOR " TRV-DONO.
       SOLTA-TRAVA.
           MOVE "L" TO TRV-FUNCAO.
           MOVE WS-OPERADOR TO TRV-OPERADOR.
           CALL "PRG71" USING WS-TRAVA-PEDIDO.
       SOLTA-TRAVAS-SESSAO.
           MOVE "X" TO TRV-FUNCAO.
           MOVE WS-OPERADOR TO TRV-OPERADOR.
           CALL "PRG71" USING WS-TRAVA-PEDIDO.

       EXIBE-MENU.
           DISPLAY TELA-MENU.
           ACCEPT TELA-MENU.
           IF  WS-OPCAO EQUAL "1"
               PERFORM RECEBE-PAGAMENTO
                       THRU RECEBE-PAGAMENTO-FIM.
           IF  WS-OPCAO EQUAL "2"
               PERFORM FECHA-CAIXA
                       THRU FECHA-CAIXA-FIM.

       RECEBE-PAGAMENTO.
           MOVE ZEROS TO WS-NUMSOC.
           DISPLAY TELA-NUMERO.
           ACCEPT TELA-NUMERO.
           MOVE WS-NUMSOC TO NUMSOC1.
           MOVE "NAO" TO WS-ACHOU.
           READ CADSOC1
               INVALID KEY
                   DISPLAY "SOCIO NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE "SIM" TO WS-ACHOU.
           IF  WS-ACHOU EQUAL "NAO"
               GO TO RECEBE-PAGAMENTO-FIM.
           MOVE "RECEBE" TO TRV-RECURSO.
           MOVE WS-NUMSOC TO TRV-CHAVE.
           PERFORM PEDE-TRAVA.
           IF  TRV-RESULT NOT EQUAL "0"
               GO TO RECEBE-PAGAMENTO-FIM.
           PERFORM MONTA-POSICAO.
           MOVE SPACES TO WS-DESTINO WS-FORMA WS-CONFIRMA.
           MOVE ZEROS TO WS-VALOR WS-NUMNOTA.
           DISPLAY TELA-RECEBE.
           ACCEPT TELA-RECEBE.
           PERFORM CONFERE-RECEBIMENTO
                   THRU CONFERE-RECEBIMENTO-FIM.
           MOVE "RECEBE" TO TRV-RECURSO.
           MOVE WS-NUMSOC TO TRV-CHAVE.
           PERFORM SOLTA-TRAVA.
       RECEBE-PAGAMENTO-FIM.
           EXIT.

       MONTA-POSICAO.
           IF  CODPAG1 EQUAL 2
               MOVE "EM ABERTO" TO WS-DESC-MENS
               MOVE VAL1 TO WS-VAL-ABERTO
           ELSE
               MOVE "EM DIA" TO WS-DESC-MENS
               MOVE ZEROS TO WS-VAL-ABERTO.
           MOVE ZEROS TO WS-PARC-ABERTAS WS-PROX-PARC WS-PROX-VENC
                         WS-PROX-VALOR WS-SALDO-ACORDO.
           MOVE "SEM ACORDO" TO WS-DESC-ACORDO.
           MOVE "NAO" TO WS-TEM-ACORDO.
           MOVE WS-NUMSOC TO AC-NUMSOC.
           READ ACORDOS
               INVALID KEY
                   MOVE "NAO" TO WS-TEM-ACORDO
               NOT INVALID KEY
                   MOVE "SIM" TO WS-TEM-ACORDO.
           IF  WS-TEM-ACORDO EQUAL "SIM"
               IF  AC-SITUACAO EQUAL "A"
                   MOVE "ATIVO" TO WS-DESC-ACORDO
                   PERFORM SOMA-PARCELA-ABERTA
                           VARYING WS-IND-PARC FROM 1 BY 1
                           UNTIL WS-IND-PARC GREATER AC-QTD-PARC
               ELSE
                   MOVE "NAO" TO WS-TEM-ACORDO
                   IF  AC-SITUACAO EQUAL "L"
                       MOVE "LIQUIDADO" TO WS-DESC-ACORDO
                   ELSE
                       MOVE "QUEBRADO" TO WS-DESC-ACORDO.

       SOMA-PARCELA-ABERTA.
           IF  AC-PARC-SIT(WS-IND-PARC) NOT EQUAL "P"
               ADD 1 TO WS-PARC-ABERTAS
               ADD AC-PARC-VALOR(WS-IND-PARC) TO WS-SALDO-ACORDO
               IF  WS-PROX-PARC EQUAL ZERO
                   MOVE WS-IND-PARC TO WS-PROX-PARC
                   MOVE AC-PARC-VENC(WS-IND-PARC) TO WS-PROX-VENC
                   MOVE AC-PARC-VALOR(WS-IND-PARC) TO WS-PROX-VALOR.

       CONFERE-RECEBIMENTO.
           IF  WS-CONFIRMA NOT EQUAL "S"
               DISPLAY "RECEBIMENTO CANCELADO"
               GO TO CONFERE-RECEBIMENTO-FIM.
           IF  WS-FORMA NOT EQUAL "D"
           AND WS-FORMA NOT EQUAL "C"
           AND WS-FORMA NOT EQUAL "Q"
               DISPLAY "FORMA DE PAGAMENTO INVALIDA"
               GO TO CONFERE-RECEBIMENTO-FIM.
           IF  WS-VALOR NOT GREATER ZERO
               DISPLAY "VALOR RECEBIDO INVALIDO"
               GO TO CONFERE-RECEBIMENTO-FIM.
           IF  WS-DESTINO EQUAL "1"
               IF  CODPAG1 NOT EQUAL 2
                   DISPLAY "MENSALIDADE JA QUITADA"
                   GO TO CONFERE-RECEBIMENTO-FIM
               ELSE
                   PERFORM NOVO-RECIBO THRU NOVO-RECIBO-FIM
                   IF  WS-RECIBO GREATER ZERO
                       PERFORM BAIXA-MENSALIDADE
                               THRU BAIXA-MENSALIDADE-FIM
                   END-IF
                   GO TO CONFERE-RECEBIMENTO-FIM.
           IF  WS-DESTINO EQUAL "2"
               IF  WS-TEM-ACORDO NOT EQUAL "SIM"
               OR  WS-PROX-PARC EQUAL ZERO
                   DISPLAY "SOCIO SEM ACORDO ATIVO"
                   GO TO CONFERE-RECEBIMENTO-FIM
               ELSE
                   IF  WS-VALOR NOT EQUAL WS-PROX-VALOR
                       DISPLAY "VALOR DIFERENTE DA PARCELA"
                       GO TO CONFERE-RECEBIMENTO-FIM
                   ELSE
                       PERFORM NOVO-RECIBO THRU NOVO-RECIBO-FIM
                       IF  WS-RECIBO GREATER ZERO
                           PERFORM BAIXA-PARCELA
                                   THRU BAIXA-PARCELA-FIM
                       END-IF
                       GO TO CONFERE-RECEBIMENTO-FIM.
           IF  WS-DESTINO EQUAL "3"
               PERFORM CONFERE-NOTA THRU CONFERE-NOTA-FIM
               IF  WS-NOTA-OK EQUAL "SIM"
                   PERFORM NOVO-RECIBO THRU NOVO-RECIBO-FIM
                   IF  WS-RECIBO GREATER ZERO
                       PERFORM BAIXA-NOTA
                   END-IF
               END-IF
               GO TO CONFERE-RECEBIMENTO-FIM.
           DISPLAY "DESTINO DO RECEBIMENTO INVALIDO".
       CONFERE-RECEBIMENTO-FIM.
           EXIT.

       NOVO-RECIBO.
           MOVE ZEROS TO WS-RECIBO.
           MOVE "ULTRECIB" TO TRV-RECURSO.
           MOVE "00000000" TO TRV-CHAVE.
           PERFORM PEDE-TRAVA.
           IF  TRV-RESULT NOT EQUAL "0"
               DISPLAY "NUMERACAO DE RECIBOS EM USO - TENTE DE NOVO"
               GO TO NOVO-RECIBO-FIM.
           MOVE SPACES TO WS-FS-ULTRECIB.
           OPEN INPUT ULTRECIB.
           IF  WS-FS-ULTRECIB EQUAL "35"
               MOVE ZEROS TO UR-ULTIMO
           ELSE
               READ ULTRECIB
                           AT END
                                 MOVE ZEROS TO UR-ULTIMO
               END-READ
               CLOSE ULTRECIB.
           ADD 1 TO UR-ULTIMO.
           MOVE UR-ULTIMO TO WS-RECIBO.
           OPEN OUTPUT ULTRECIB.
           WRITE REGULTRECIB.
           CLOSE ULTRECIB.
           MOVE "ULTRECIB" TO TRV-RECURSO.
           MOVE "00000000" TO TRV-CHAVE.
           PERFORM SOLTA-TRAVA.
       NOVO-RECIBO-FIM.
           EXIT.

       BAIXA-MENSALIDADE.
           MOVE VAL1 TO WS-VAL-ANTES.
           MOVE ZEROS TO WS-VAL-EXCESSO.
           IF  WS-VALOR LESS VAL1
               SUBTRACT WS-VALOR FROM VAL1
           ELSE
               COMPUTE WS-VAL-EXCESSO = WS-VALOR - VAL1
               MOVE 1 TO CODPAG1.
           REWRITE REGCAD1
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR SOCIO"
                   GO TO BAIXA-MENSALIDADE-FIM.
           IF  WS-VAL-EXCESSO GREATER ZERO
               PERFORM GRAVA-CREDITO.
           MOVE VAL1 TO WS-VAL-DEPOIS.
           PERFORM GRAVA-PAGAMENTO.
           MOVE "MENSALIDADE"  TO RC-REFERENCIA.
           MOVE SPACES         TO RC-PARC.
           MOVE DATAVENC1      TO WS-DATA-AUX-R.
           PERFORM IMPRIME-RECIBO.
       BAIXA-MENSALIDADE-FIM.
           EXIT.

       BAIXA-PARCELA.
           MOVE WS-SALDO-ACORDO TO WS-VAL-ANTES.
           MOVE "P" TO AC-PARC-SIT(WS-PROX-PARC).
           PERFORM VERIFICA-LIQUIDACAO.
           REWRITE REGACORDO
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR PARCELA"
                   GO TO BAIXA-PARCELA-FIM.
           IF  AC-SITUACAO EQUAL "L"
               DISPLAY "ACORDO LIQUIDADO".
           COMPUTE WS-VAL-DEPOIS = WS-SALDO-ACORDO - WS-VALOR.
           PERFORM GRAVA-PAGAMENTO.
           MOVE "PARCELA DO ACORDO"  TO RC-REFERENCIA.
           MOVE SPACES               TO RC-PARC.
           MOVE WS-PROX-PARC         TO RC-PARC(1:2).
           MOVE "/"                  TO RC-PARC(3:1).
           MOVE AC-QTD-PARC          TO RC-PARC(4:2).
           MOVE WS-PROX-VENC         TO WS-DATA-AUX-R.
           PERFORM IMPRIME-RECIBO.
       BAIXA-PARCELA-FIM.
           EXIT.

       CONFERE-NOTA.
           MOVE "NAO" TO WS-NOTA-OK.
           MOVE SPACES TO WS-FS-CRNOTA.
           OPEN INPUT CRNOTA.
           IF  WS-FS-CRNOTA NOT EQUAL "00"
               DISPLAY "CONTAS A RECEBER DA LOJA INDISPONIVEL"
               GO TO CONFERE-NOTA-FIM.
           MOVE "SIM" TO WS-ACHOU.
           MOVE WS-NUMNOTA TO RN-NUMNOTA.
           READ CRNOTA
               INVALID KEY
                   MOVE "NAO" TO WS-ACHOU.
           CLOSE CRNOTA.
           IF  WS-ACHOU EQUAL "NAO"
           OR  RN-TIPO NOT EQUAL "N"
               DISPLAY "NOTA DA LOJA NAO ENCONTRADA"
               GO TO CONFERE-NOTA-FIM.
           IF  RN-NUMSOC NOT EQUAL NUMSOC1
               DISPLAY "NOTA DA LOJA NAO PERTENCE AO SOCIO"
               GO TO CONFERE-NOTA-FIM.
           MOVE RN-SALDO TO WS-SALDO-NOTA.
           PERFORM DESCONTA-PENDENTES.
           IF  WS-SALDO-NOTA NOT GREATER ZERO
               DISPLAY "NOTA DA LOJA JA QUITADA"
               GO TO CONFERE-NOTA-FIM.
           IF  WS-VALOR GREATER WS-SALDO-NOTA
               MOVE WS-SALDO-NOTA TO WS-DIF-EDIT
               DISPLAY "VALOR MAIOR QUE O SALDO DA NOTA: " WS-DIF-EDIT
               GO TO CONFERE-NOTA-FIM.
           MOVE "SIM" TO WS-NOTA-OK.
       CONFERE-NOTA-FIM.
           EXIT.

       DESCONTA-PENDENTES.
           MOVE SPACES TO WS-FS-ULTCRNF.
           OPEN INPUT ULTCRNF.
           IF  WS-FS-ULTCRNF EQUAL "35"
               MOVE ZEROS TO REGULTCRNF
           ELSE
               READ ULTCRNF AT END MOVE ZEROS TO REGULTCRNF
               END-READ
               CLOSE ULTCRNF.
           MOVE ZEROS TO WS-QT-PAGNOTA.
           MOVE "NAO" TO PNF-FIM.
           MOVE SPACES TO WS-FS-PAGNOTA.
           OPEN INPUT PAGNOTA.
           IF  WS-FS-PAGNOTA EQUAL "35"
               MOVE "SIM" TO PNF-FIM
           ELSE
               PERFORM LE-PAGNOTA
               PERFORM ABATE-PENDENTE
                       UNTIL PNF-FIM EQUAL "SIM"
               CLOSE PAGNOTA.
       LE-PAGNOTA.
           READ PAGNOTA
                       AT END
                             MOVE "SIM" TO PNF-FIM
                       NOT AT END
                             ADD 1 TO WS-QT-PAGNOTA.
       ABATE-PENDENTE.
           IF  WS-QT-PAGNOTA GREATER UC-QTPAG
           AND NP-NUMNOTA EQUAL WS-NUMNOTA
               IF  NP-VALOR NOT LESS WS-SALDO-NOTA
                   MOVE ZEROS TO WS-SALDO-NOTA
               ELSE
                   SUBTRACT NP-VALOR FROM WS-SALDO-NOTA.
           PERFORM LE-PAGNOTA.

       BAIXA-NOTA.
           MOVE WS-SALDO-NOTA TO WS-VAL-ANTES.
           COMPUTE WS-VAL-DEPOIS = WS-SALDO-NOTA - WS-VALOR.
           PERFORM GRAVA-PAGAMENTO.
           PERFORM GRAVA-PAGNOTA.
           MOVE "NOTA DA LOJA NO."   TO RC-REFERENCIA.
           MOVE WS-NUMNOTA           TO RC-REFERENCIA(18:6).
           MOVE SPACES               TO RC-PARC.
           MOVE RN-VENCTO            TO WS-DATA-AUX-R.
           PERFORM IMPRIME-RECIBO.

       GRAVA-PAGNOTA.
           MOVE SPACES TO WS-FS-PAGNOTA.
           OPEN EXTEND PAGNOTA.
           IF  WS-FS-PAGNOTA EQUAL "35"
               OPEN OUTPUT PAGNOTA.
           MOVE WS-NUMNOTA  TO NP-NUMNOTA.
           MOVE NUMSOC1     TO NP-NUMSOC.
           MOVE WS-VALOR    TO NP-VALOR.
           MOVE WS-HOJE     TO NP-DATA.
           MOVE WS-FORMA    TO NP-FORMA.
           MOVE WS-OPERADOR TO NP-CAIXA.
           MOVE WS-RECIBO   TO NP-RECIBO.
           WRITE REGPAGNOTA.
           CLOSE PAGNOTA.

       VERIFICA-LIQUIDACAO.
           MOVE "NAO" TO WS-PARC-ABERTA.
           MOVE ZEROS TO WS-IND-PARC.
           PERFORM VERIFICA-UMA-PARCELA
                   AC-QTD-PARC TIMES.
           IF  WS-PARC-ABERTA EQUAL "NAO"
               MOVE "L" TO AC-SITUACAO.
       VERIFICA-UMA-PARCELA.
           ADD 1 TO WS-IND-PARC.
           IF  AC-PARC-SIT(WS-IND-PARC) NOT EQUAL "P"
               MOVE "SIM" TO WS-PARC-ABERTA.

       GRAVA-PAGAMENTO.
           MOVE NUMSOC1     TO PG-NUMSOC.
           MOVE NOMSOC1     TO PG-NOMSOC.
           MOVE WS-VALOR    TO PG-VALOR.
           MOVE WS-HOJE     TO PG-DATAPAG.
           MOVE WS-OPERADOR TO PG-CAIXA.
           MOVE WS-FORMA    TO PG-FORMA.
           MOVE WS-RECIBO   TO PG-RECIBO.
           WRITE REGPAGTO.
           PERFORM GRAVA-AUDITORIA-CAIXA.
           MOVE "RECEBIMENTO CAIXA" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
           DISPLAY "PAGAMENTO REGISTRADO - RECIBO " WS-RECIBO.

       IMPRIME-RECIBO.
           MOVE WS-RECIBO   TO RC-NUMERO.
           MOVE NOMSOC1     TO RC-NOME.
           MOVE NUMSOC1     TO RC-NUMSOC.
           MOVE WS-VALOR    TO RC-VALOR.
           MOVE WS-AUX-DIA  TO RC-VENC-DIA.
           MOVE WS-AUX-MES  TO RC-VENC-MES.
           MOVE WS-AUX-ANO  TO RC-VENC-ANO.
           IF  WS-FORMA EQUAL "D"
               MOVE "DINHEIRO" TO RC-FORMA.
           IF  WS-FORMA EQUAL "C"
               MOVE "CARTAO"   TO RC-FORMA.
           IF  WS-FORMA EQUAL "Q"
               MOVE "CHEQUE"   TO RC-FORMA.
           MOVE WS-HOJE     TO WS-DATA-AUX-R.
           MOVE WS-AUX-DIA  TO RC-DIA.
           MOVE WS-AUX-MES  TO RC-MES.
           MOVE WS-AUX-ANO  TO RC-ANO.
           MOVE WS-OPERADOR TO RC-CAIXA.
           WRITE REGRECIBO FROM REC1 AFTER ADVANCING PAGE.
           WRITE REGRECIBO FROM REC2 AFTER ADVANCING 2 LINES.
           WRITE REGRECIBO FROM REC3 AFTER ADVANCING 1 LINE.
           WRITE REGRECIBO FROM REC4 AFTER ADVANCING 1 LINE.
           WRITE REGRECIBO FROM REC5 AFTER ADVANCING 2 LINES.
           WRITE REGRECIBO FROM REC6 AFTER ADVANCING 3 LINES.
           WRITE REGRECIBO FROM REC7 AFTER ADVANCING 1 LINE.

       FECHA-CAIXA.
           MOVE ZEROS TO REGFECHCX.
           MOVE ZEROS TO WS-ULT-FECHADO.
           MOVE "NAO" TO FEC-FIM.
           MOVE SPACES TO WS-FS-FECHCX.
           OPEN INPUT FECHCX.
           IF  WS-FS-FECHCX NOT EQUAL "35"
               PERFORM LE-FECHCX
               PERFORM CONFERE-FECHAMENTO
                       UNTIL FEC-FIM EQUAL "SIM"
               CLOSE FECHCX.
           MOVE ZEROS TO REGFECHCX.
           CLOSE PAGTOS.
           MOVE "NAO" TO PAG-FIM.
           OPEN INPUT PAGTOS.
           PERFORM LE-PAGTO.
           PERFORM ACUMULA-PAGTO
                   UNTIL PAG-FIM EQUAL "SIM".
           CLOSE PAGTOS.
           OPEN EXTEND PAGTOS.
           IF  FC-QTDE EQUAL ZERO
               DISPLAY "NENHUM RECEBIMENTO DESDE O ULTIMO FECHAMENTO"
               GO TO FECHA-CAIXA-FIM.
           MOVE SPACES TO WS-CONFIRMA.
           DISPLAY TELA-FECHA.
           ACCEPT TELA-FECHA.
           IF  WS-CONFIRMA NOT EQUAL "S"
               DISPLAY "FECHAMENTO CANCELADO"
               GO TO FECHA-CAIXA-FIM.
           MOVE WS-HOJE     TO FC-DATA.
           ACCEPT FC-HORA FROM TIME.
           MOVE WS-OPERADOR TO FC-CAIXA.
           COMPUTE WS-ESPERADO = FC-FUNDO + FC-REG-DIN + FC-REG-CAR
                               + FC-REG-CHQ.
           COMPUTE WS-CONTADO = FC-CONT-DIN + FC-CONT-CAR
                              + FC-CONT-CHQ.
           IF  WS-CONTADO EQUAL WS-ESPERADO
               MOVE ZEROS TO FC-DIFERENCA
               MOVE "C" TO FC-SITUACAO.
           IF  WS-CONTADO GREATER WS-ESPERADO
               COMPUTE FC-DIFERENCA = WS-CONTADO - WS-ESPERADO
               MOVE "S" TO FC-SITUACAO.
           IF  WS-CONTADO LESS WS-ESPERADO
               COMPUTE FC-DIFERENCA = WS-ESPERADO - WS-CONTADO
               MOVE "F" TO FC-SITUACAO.
           OPEN EXTEND FECHCX.
           IF  WS-FS-FECHCX EQUAL "35"
               OPEN OUTPUT FECHCX.
           WRITE REGFECHCX.
           CLOSE FECHCX.
           MOVE "FECHAMENTO DE CAIXA" TO WS-EVENTO.
           PERFORM GRAVA-SEGLOG.
           MOVE FC-DIFERENCA TO WS-DIF-EDIT.
           DISPLAY "CAIXA FECHADO - RECIBOS " FC-RECIBO-INI
                   " A " FC-RECIBO-FIM.
           IF  FC-SITUACAO EQUAL "C"
               DISPLAY "CAIXA CONFERE".
           IF  FC-SITUACAO EQUAL "S"
               DISPLAY "SOBRA DE CAIXA: " WS-DIF-EDIT.
           IF  FC-SITUACAO EQUAL "F"
               DISPLAY "FALTA DE CAIXA: " WS-DIF-EDIT.
       FECHA-CAIXA-FIM.
           EXIT.

       LE-FECHCX.
           READ FECHCX
                       AT END
                             MOVE "SIM" TO FEC-FIM.
       CONFERE-FECHAMENTO.
           IF  FC-CAIXA EQUAL WS-OPERADOR
           AND FC-RECIBO-FIM GREATER WS-ULT-FECHADO
               MOVE FC-RECIBO-FIM TO WS-ULT-FECHADO.
           PERFORM LE-FECHCX.

       LE-PAGTO.
           READ PAGTOS
                       AT END
                             MOVE "SIM" TO PAG-FIM.
       ACUMULA-PAGTO.
           IF  PG-CAIXA EQUAL WS-OPERADOR
           AND PG-RECIBO GREATER WS-ULT-FECHADO
               IF  PG-FORMA EQUAL "D"
               OR  PG-FORMA EQUAL "C"
               OR  PG-FORMA EQUAL "Q"
                   ADD 1 TO FC-QTDE
                   IF  FC-RECIBO-INI EQUAL ZERO
                   OR  PG-RECIBO LESS FC-RECIBO-INI
                       MOVE PG-RECIBO TO FC-RECIBO-INI
                   END-IF
                   IF  PG-RECIBO GREATER FC-RECIBO-FIM
                       MOVE PG-RECIBO TO FC-RECIBO-FIM
                   END-IF
                   IF  PG-FORMA EQUAL "D"
                       ADD PG-VALOR TO FC-REG-DIN
                   END-IF
                   IF  PG-FORMA EQUAL "C"
                       ADD PG-VALOR TO FC-REG-CAR
                   END-IF
                   IF  PG-FORMA EQUAL "Q"
                       ADD PG-VALOR TO FC-REG-CHQ.
           PERFORM LE-PAGTO.

       ABRE-CREDSOC.
           MOVE SPACES TO WS-FS-CREDSOC.
           OPEN I-O CREDSOC.
           IF  WS-FS-CREDSOC EQUAL "35"
               OPEN OUTPUT CREDSOC
               CLOSE CREDSOC
               OPEN I-O CREDSOC.

       GRAVA-CREDITO.
           MOVE "SIM" TO WS-CRED-ACHADO.
           MOVE NUMSOC1 TO CR-NUMSOC.
           READ CREDSOC
               INVALID KEY
                   MOVE "NAO" TO WS-CRED-ACHADO.
           IF  WS-CRED-ACHADO EQUAL "SIM"
               ADD WS-VAL-EXCESSO TO CR-VALOR
               REWRITE REGCRED
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR CREDITO"
               END-REWRITE
           ELSE
               MOVE NUMSOC1        TO CR-NUMSOC
               MOVE WS-VAL-EXCESSO TO CR-VALOR
               MOVE WS-HOJE        TO CR-DATA-ORIG
               WRITE REGCRED
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CREDITO"
               END-WRITE.
           DISPLAY "EXCESSO LEVADO A CREDITO: " WS-VAL-EXCESSO.

       GRAVA-AUDITORIA-CAIXA.
           MOVE SPACES TO REGAUDIT.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "PRG100"   TO AUD-PROGRAMA.
           MOVE NUMSOC1    TO AUD-CHAVE.
           MOVE SPACES     TO AUD-PRODUTO.
           MOVE WS-VAL-ANTES  TO AUD-VALANTES.
           MOVE WS-VAL-DEPOIS TO AUD-VALDEPOIS.
           WRITE REGAUDIT.

       EFETUA-SIGNON.
           PERFORM SOLICITA-SIGNON
                   UNTIL WS-LOGADO EQUAL "SIM"
                   OR WS-TENTATIVAS NOT LESS 3.
           IF  WS-LOGADO NOT EQUAL "SIM"
               MOVE "VIOLACAO DE ACESSO" TO WS-EVENTO
               PERFORM GRAVA-SEGLOG
               DISPLAY "PRG100 - ACESSO NEGADO"
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
               DISPLAY "PRG100 - ARQUIVO DE OPERADORES AUSENTE"
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
           MOVE "PRG100" TO SG-PROGRAMA.
           WRITE REGSEGLOG.
           CLOSE SEGLOG.
