           FILE STATUS IS WS-FS-OPERADOR.
           SELECT SEGLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CRNOTA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RN-NUMNOTA
           FILE STATUS IS WS-FS-CRNOTA.
           SELECT PEDPROMO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PP-CHAVE
           FILE STATUS IS WS-FS-PEDPROMO.

       DATA DIVISION.
       FILE SECTION.
           02 PG-EFETIVA    PIC 9(08).
           02 PG-VALOR      PIC X(15).
           02 PG-DESCR      PIC X(30).
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
       FD  ESTOQUE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ESTOQUE.DAT".
           02 ES-CODPROD    PIC X(06).
           02 ES-SALDO      PIC 9(05).
           02 ES-MINIMO     PIC 9(05).
           02 ES-CUSTO-MEDIO PIC 9(06)V99.
           02 ES-LOTE        PIC 9(05).
       FD  PEDBACK
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDBACK.DAT".
           02 SG-PROGRAMA   PIC X(08).
           02 FILLER        PIC X(01).
           02 SG-EVENTO     PIC X(20).
       FD  PEDPROMO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PEDPROMO.DAT".
       01  REGPEDPROMO.
           02 PP-CHAVE.
              03 PP-NUMPED   PIC 9(06).
              03 PP-NUMITEM  PIC 9(02).
           02 PP-CAMPANHA    PIC X(06).
           02 PP-CODPROD     PIC X(06).
           02 PP-QTD         PIC 9(03).
           02 PP-PRECO-LISTA PIC 9(04)V99.
           02 PP-PRECO-PROMO PIC 9(04)V99.
           02 PP-DESCONTO    PIC 9(07)V99.
           02 PP-DATA        PIC 9(08).
           02 PP-NUMNOTA     PIC 9(06).
           02 PP-RECEITA     PIC 9(06)V99.
           02 PP-DATA-FAT    PIC 9(08).

       WORKING-STORAGE SECTION.
       77  WS-OPCAO         PIC X(01) VALUE SPACES.
       77  ENT-CUSTO        PIC 9(04)V99 VALUE ZEROS.
       77  ENT-QTD          PIC 9(03) VALUE ZEROS.
       77  ENT-QTIMP        PIC 9(01) VALUE ZEROS.
       77  ENT-CAMP         PIC X(06) VALUE SPACES.
       77  ENT-PRLISTA      PIC 9(04)V99 VALUE ZEROS.
       77  WS-FS-PEDPROMO   PIC X(02) VALUE SPACES.
       77  WS-MAIS          PIC X(01) VALUE SPACES.
       77  WS-NUMITEM       PIC 9(02) VALUE ZEROS.
       77  WS-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77  WS-SIT-PEDIDO    PIC X(01) VALUE SPACES.
       77  WS-ACHOU-EXP     PIC X(03) VALUE "NAO".
       77  WS-FILIAL-SOC    PIC 9(02) VALUE ZEROS.
       77  WS-FS-CRNOTA     PIC X(02) VALUE SPACES.
       77  CRN-FIM          PIC X(03) VALUE "NAO".
       77  WS-DIAS-NFAT     PIC 9(03) VALUE ZEROS.
       77  WS-DATA-CORTE    PIC 9(08) VALUE ZEROS.
       77  WS-INT-DATA      PIC 9(07) VALUE ZEROS.
       77  QT-NFVENC        PIC 9(04) VALUE ZEROS.
       77  WS-IX-NFV        PIC 9(04) VALUE ZEROS.
       77  WS-NF-VENCIDA    PIC X(03) VALUE "NAO".
       01  TAB-CATSOC.
                 04 TAB-CATSOC-OCORR OCCURS 2000 TIMES.
                       05 TAB-CS-NUMSOC PIC 9(06).
                 04 TAB-EXP-OCORR OCCURS 2000 TIMES.
                       05 TAB-EX-NUMSOC PIC 9(06).
                       05 TAB-EX-VALOR  PIC 9(09)V99.
       01  TAB-NFVENC.
                 04 TAB-NFVENC-OCORR OCCURS 2000 TIMES.
                       05 TAB-NV-NUMSOC PIC 9(06).
       01  TAB-ITENS.
                 04 TAB-IT-OCORR OCCURS 99 TIMES.
                       05 TAB-IT-CODPROD PIC X(06).
                       05 TAB-IT-CUSTO   PIC 9(04)V99.
                       05 TAB-IT-QTIMP   PIC 9(01).
                       05 TAB-IT-IMP     PIC 9(03) OCCURS 5 TIMES.
                       05 TAB-IT-CAMP    PIC X(06).
                       05 TAB-IT-PRLISTA PIC 9(04)V99.
       77  WS-PRECO-VIG     PIC 9(04)V99 VALUE ZEROS.
       77  WS-EFET-VIG      PIC 9(08) VALUE ZEROS.
       77  WS-LIM-SUP       PIC 9(06)V99 VALUE ZEROS.
           02 TRV-OPERADOR  PIC X(08).
           02 TRV-RESULT    PIC X(01).
           02 TRV-DONO      PIC X(08).
       01  WS-CAMPANHA.
           02 CPA-DATA        PIC 9(08).
           02 CPA-CATEG       PIC 9(02).
           02 CPA-CODPROD     PIC X(06).
           02 CPA-QTD         PIC 9(03).
           02 CPA-PRECO       PIC 9(04)V99.
           02 CPA-CODCAMP     PIC X(06).
           02 CPA-PRECO-PROMO PIC 9(04)V99.
           02 CPA-DESCONTO    PIC 9(07)V99.

       SCREEN SECTION.
       01  TELA-SIGNON.
           PERFORM CARREGA-PRODMA2.
           PERFORM CARREGA-PRECOS.
           PERFORM LE-PARAMETRO-TOLERANCIA.
           PERFORM LE-PARAMETRO-NFAT.
           PERFORM CARREGA-NFVENCIDAS.
           PERFORM LE-ULTIMO-PEDIDO.
           PERFORM CARREGA-CATSOC.
           PERFORM CARREGA-LIMITES.
           PERFORM CARREGA-EXPOSICAO.
           OPEN INPUT CADSOC1.
           OPEN EXTEND PEDIDOS PEDCAB PEDBACK PEDCRED MOVEST.
           PERFORM ABRE-PEDPROMO.
           MOVE SPACES TO WS-FS-ESTOQUE.
           OPEN I-O ESTOQUE.
           IF  WS-FS-ESTOQUE EQUAL "00"
           IF  WS-TEM-ESTARQ EQUAL "SIM"
               CLOSE ESTOQUE.
           CLOSE CADSOC1 PEDIDOS PEDCAB PEDBACK PEDCRED MOVEST.
           CLOSE PEDPROMO.
           PERFORM SOLTA-TRAVAS-SESSAO.
           STOP RUN.

       ABRE-PEDPROMO.
           MOVE SPACES TO WS-FS-PEDPROMO.
           OPEN I-O PEDPROMO.
           IF  WS-FS-PEDPROMO EQUAL "35"
               OPEN OUTPUT PEDPROMO
               CLOSE PEDPROMO
               OPEN I-O PEDPROMO.

       PEDE-TRAVA.
           MOVE "T" TO TRV-FUNCAO.
           MOVE WS-OPERADOR TO TRV-OPERADOR.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               MOVE WS-PARM-V3 TO WS-TOLERANCIA.
       LE-PARAMETRO-NFAT.
           MOVE "NAO" TO WS-PARM-ACHADO GER-FIM.
           MOVE ZEROS TO WS-PARM-EFET.
           MOVE SPACES TO WS-PARM-VALOR.
           MOVE WS-DATA-EXEC TO WS-DATA-REF.
           MOVE "DIASNFAT" TO WS-PARM-ID.
           MOVE SPACES TO WS-FS-PARMGER.
           OPEN INPUT PARMGER.
           IF  WS-FS-PARMGER EQUAL "35"
               MOVE "SIM" TO GER-FIM
           ELSE
               PERFORM LE-PARMGER
               PERFORM FILTRA-PARMGER
                       UNTIL GER-FIM EQUAL "SIM"
               CLOSE PARMGER.
           IF  WS-PARM-ACHADO EQUAL "SIM"
               MOVE WS-PARM-VALOR(1:3) TO WS-PARM-V3X
               IF  WS-PARM-V3 NUMERIC
                   MOVE WS-PARM-V3 TO WS-DIAS-NFAT.
       LE-PARMGER.
           READ PARMGER
                       AT END
               CLOSE ULTPED.
           MOVE UP-ULTIMO TO WS-ULTIMO-PED.

       CARREGA-NFVENCIDAS.
           IF  WS-DIAS-NFAT GREATER ZERO
               COMPUTE WS-INT-DATA =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC)
                       - WS-DIAS-NFAT
               COMPUTE WS-DATA-CORTE =
                       FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
               MOVE SPACES TO WS-FS-CRNOTA
               OPEN INPUT CRNOTA
               IF  WS-FS-CRNOTA EQUAL "00"
                   PERFORM LE-CRNOTA
                   PERFORM GUARDA-NFVENCIDA
                           UNTIL CRN-FIM EQUAL "SIM"
                   CLOSE CRNOTA.
       LE-CRNOTA.
           READ CRNOTA
                       AT END
                             MOVE "SIM" TO CRN-FIM.
       GUARDA-NFVENCIDA.
           IF  RN-TIPO EQUAL "N"
           AND RN-SALDO GREATER ZERO
           AND RN-VENCTO LESS WS-DATA-CORTE
               MOVE RN-NUMSOC TO ENT-NUMSOC
               PERFORM VERIFICA-NOTA-VENCIDA
               IF  WS-NF-VENCIDA EQUAL "NAO"
                   IF  QT-NFVENC NOT LESS 2000
                       DISPLAY "PRG21 - TABELA NFVENC ESGOTADA"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO QT-NFVENC
                       MOVE RN-NUMSOC TO TAB-NV-NUMSOC(QT-NFVENC).
           PERFORM LE-CRNOTA.

       VERIFICA-NOTA-VENCIDA.
           MOVE "NAO" TO WS-NF-VENCIDA.
           PERFORM PROCURA-NFVENCIDA
                   VARYING WS-IX-NFV FROM 1 BY 1
                   UNTIL WS-IX-NFV GREATER QT-NFVENC
                   OR WS-NF-VENCIDA EQUAL "SIM".
       PROCURA-NFVENCIDA.
           IF  TAB-NV-NUMSOC(WS-IX-NFV) EQUAL ENT-NUMSOC
               MOVE "SIM" TO WS-NF-VENCIDA.

       GRAVA-ULTIMO-PEDIDO.
           OPEN OUTPUT ULTPED.
           MOVE WS-ULTIMO-PED TO UP-ULTIMO.
           IF  WS-SOC-ACHADO EQUAL "NAO"
               DISPLAY "SOCIO NAO CADASTRADO - PEDIDO RECUSADO"
               GO TO INCLUIR-PEDIDO-FIM.
           PERFORM VERIFICA-NOTA-VENCIDA.
           IF  WS-NF-VENCIDA EQUAL "SIM"
               DISPLAY "NOTA DA LOJA VENCIDA - PEDIDO RECUSADO"
               GO TO INCLUIR-PEDIDO-FIM.
           MOVE "CADSOC1" TO TRV-RECURSO.
           MOVE ENT-NUMSOC TO TRV-CHAVE.
           PERFORM PEDE-TRAVA.
           IF  TRV-RESULT NOT EQUAL "0"
               GO TO INCLUIR-PEDIDO-FIM.
           PERFORM BUSCA-CATEG-SOCIO.
           MOVE ZEROS TO WS-NUMITEM.
           MOVE "S" TO WS-MAIS.
           PERFORM CAPTURA-ITEM

       CAPTURA-ITEM.
           MOVE ZEROS  TO ENT-CUSTO ENT-QTD ENT-QTIMP.
           MOVE SPACES TO ENT-CODPROD ENT-CAMP.
           MOVE ZEROS  TO ENT-IMPOSTOS ENT-PRLISTA.
           DISPLAY TELA-ITEM.
           ACCEPT TELA-ITEM.
           PERFORM VALIDA-PRODUTO.
           PERFORM BUSCA-PRECO-VIGENTE.
           IF  WS-PRECO-ACHADO NOT EQUAL "SIM"
               GO TO VALIDA-PRECO-ITEM-FIM.
           MOVE WS-PRECO-VIG TO ENT-PRLISTA.
           PERFORM APLICA-CAMPANHA.
           IF  ENT-CUSTO EQUAL ZERO
               MOVE CPA-PRECO-PROMO TO ENT-CUSTO
               GO TO VALIDA-PRECO-ITEM-FIM.
           COMPUTE WS-LIM-SUP ROUNDED =
                   WS-PRECO-VIG * (100 + WS-TOLERANCIA) / 100.
           COMPUTE WS-LIM-INF ROUNDED =
                   CPA-PRECO-PROMO * (100 - WS-TOLERANCIA) / 100.
           IF  ENT-CUSTO GREATER WS-LIM-SUP
           OR  ENT-CUSTO LESS WS-LIM-INF
               MOVE "NAO" TO WS-PRECO-OK.
           IF  ENT-CUSTO NOT LESS ENT-PRLISTA
               MOVE SPACES TO ENT-CAMP.
       VALIDA-PRECO-ITEM-FIM.
           EXIT.

       APLICA-CAMPANHA.
           MOVE WS-DATA-EXEC TO CPA-DATA.
           MOVE WS-CATEG     TO CPA-CATEG.
           MOVE ENT-CODPROD  TO CPA-CODPROD.
           MOVE ENT-QTD      TO CPA-QTD.
           MOVE WS-PRECO-VIG TO CPA-PRECO.
           CALL "PRG124" USING WS-CAMPANHA.
           MOVE CPA-CODCAMP TO ENT-CAMP.
           IF  CPA-CODCAMP NOT EQUAL SPACES
               DISPLAY "CAMPANHA " CPA-CODCAMP
                       " - PRECO PROMOCIONAL " CPA-PRECO-PROMO.

       GUARDA-ITEM.
           ADD 1 TO WS-NUMITEM.
           MOVE ENT-CODPROD TO TAB-IT-CODPROD(WS-NUMITEM).
           MOVE ENT-QTD     TO TAB-IT-QTD(WS-NUMITEM).
           MOVE ENT-CUSTO   TO TAB-IT-CUSTO(WS-NUMITEM).
           MOVE ENT-QTIMP   TO TAB-IT-QTIMP(WS-NUMITEM).
           MOVE ENT-CAMP    TO TAB-IT-CAMP(WS-NUMITEM).
           MOVE ENT-PRLISTA TO TAB-IT-PRLISTA(WS-NUMITEM).
           PERFORM GUARDA-IMPOSTO
                   VARYING WS-IMP-IX FROM 1 BY 1
                   UNTIL WS-IMP-IX GREATER 5.

       GRAVA-ITENS.
           PERFORM MONTA-REGISTRO-ITEM.
           PERFORM GRAVA-PEDPROMO.
           PERFORM ALOCA-ESTOQUE
                   THRU ALOCA-ESTOQUE-FIM.
           IF  WS-TEM-SALDO EQUAL "SIM"

       GRAVA-ITENS-RETIDOS.
           PERFORM MONTA-REGISTRO-ITEM.
           PERFORM GRAVA-PEDPROMO.
           MOVE "L" TO SITPED.
           WRITE REGPEDCRED FROM REGPEDIDO.

       GRAVA-PEDPROMO.
           IF  TAB-IT-CAMP(WS-IX-IT) NOT EQUAL SPACES
               MOVE NUMPED                  TO PP-NUMPED
               MOVE NUMITEM                 TO PP-NUMITEM
               MOVE TAB-IT-CAMP(WS-IX-IT)   TO PP-CAMPANHA
               MOVE TAB-IT-CODPROD(WS-IX-IT) TO PP-CODPROD
               MOVE TAB-IT-QTD(WS-IX-IT)    TO PP-QTD
               MOVE TAB-IT-PRLISTA(WS-IX-IT) TO PP-PRECO-LISTA
               MOVE TAB-IT-CUSTO(WS-IX-IT)  TO PP-PRECO-PROMO
               COMPUTE PP-DESCONTO = (TAB-IT-PRLISTA(WS-IX-IT)
                       - TAB-IT-CUSTO(WS-IX-IT)) * TAB-IT-QTD(WS-IX-IT)
               MOVE WS-DATA-EXEC            TO PP-DATA
               MOVE ZEROS TO PP-NUMNOTA PP-RECEITA PP-DATA-FAT
               WRITE REGPEDPROMO
                   INVALID KEY
                       DISPLAY "CAMPANHA JA REGISTRADA PARA O ITEM".

       ALOCA-ESTOQUE.
           IF  WS-TEM-ESTARQ NOT EQUAL "SIM"
               MOVE "SIM" TO WS-TEM-SALDO
