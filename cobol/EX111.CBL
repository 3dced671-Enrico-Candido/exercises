       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG111.
       AUTHOR.      ENRICO CANDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    PC.
       OBJECT-COMPUTER.    PC.
       SPECIAL-NAMES.          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDLGPD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEDLGPD.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NUMSOC1
           FILE STATUS IS WS-FS-CADSOC1.
           SELECT CADSOC1A ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADSOC1A.
           SELECT PEDCAB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEDCAB.
           SELECT PAGTOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAGTOS.
           SELECT AUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AUDIT.
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
           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NOTAS.
           SELECT NOTIFHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NH-ID
           FILE STATUS IS WS-FS-NOTIFHIST.
           SELECT CADENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CADENT.
           SELECT CAD-ENT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COD-ENT
           FILE STATUS IS WS-FS-CAD-ENT.
           SELECT RELLGPD ASSIGN TO DISK
           FILE STATUS IS WS-FS-RELLGPD.
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
       FD  PEDLGPD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PEDLGPD.DAT".
       01  REGPEDLGPD.
           02 LG-PROTOCOLO  PIC X(12).
           02 LG-TIPO       PIC X(01).
           02 LG-CHAVE      PIC 9(07).
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
       FD  PEDCAB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDCAB.DAT".
       01  REGPEDCAB.
           02 CB-NUMPED       PIC 9(06).
           02 CB-NUMSOC       PIC 9(06).
           02 CB-DATAPED      PIC 9(08).
           02 CB-SITPED       PIC X(01).
           02 CB-QTITENS      PIC 9(02).
           02 CB-VENDEDOR     PIC X(08).
           02 CB-FILIAL       PIC 9(02).
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
       FD  NOTAS
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "NOTAS.DAT".
       01  REGPRINT.
           03 NUMNOTA         PIC 9(06).
           03 NUMPED-NF       PIC 9(06).
           03 NF-NUMITEM      PIC 9(02).
           03 PRODUTO         PIC X(06).
           03 NF-QTD          PIC 9(03).
           03 PRECFINAL       PIC 9(06)V99.
           03 TIPONOTA        PIC X(01).
           03 REFNOTA         PIC 9(06).
           03 NF-CUSTO        PIC 9(04)V99.
           03 NF-IMPOSTO      PIC 9(03) OCCURS 5 TIMES.
           03 NF-TOTIMP       PIC 9(04)V99.
           03 NF-MARKUP       PIC 9(06)V99.
           03 NF-TOTNOTA      PIC 9(08)V99.
           03 NF-FILIAL       PIC 9(02).
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
       FD  CADENT
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID IS "CADENT.DAT".
       01  REGCAD.
           02 CODIGO        PIC 9(07).
           02 NOME          PIC X(25).
           02 SALARIO       PIC 9(05)V99.
           02 SEXO          PIC X(01).
           02 DEPTO         PIC 9(03).
           02 DATA-ADM      PIC 9(08).
           02 DATA-DEM      PIC 9(08).
           02 SITFUNC       PIC X(01).
       FD  CAD-ENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-ENT.DAT".
       01  REG-ENT.
           02 COD-ENT       PIC 9(04).
           02 NOME-ENT      PIC X(30).
           02 SEXO-ENT      PIC X(01).
       FD  RELLGPD LABEL RECORD OMITTED.
       01  REGRELLGPD       PIC X(80).
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
       77  WS-FS-PEDLGPD    PIC X(02) VALUE SPACES.
       77  WS-FS-CADSOC1    PIC X(02) VALUE SPACES.
       77  WS-FS-CADSOC1A   PIC X(02) VALUE SPACES.
       77  WS-FS-PEDCAB     PIC X(02) VALUE SPACES.
       77  WS-FS-PAGTOS     PIC X(02) VALUE SPACES.
       77  WS-FS-AUDIT      PIC X(02) VALUE SPACES.
       77  WS-FS-CADCONT    PIC X(02) VALUE SPACES.
       77  WS-FS-MANDATOS   PIC X(02) VALUE SPACES.
       77  WS-FS-NOTAS      PIC X(02) VALUE SPACES.
       77  WS-FS-NOTIFHIST  PIC X(02) VALUE SPACES.
       77  WS-FS-CADENT     PIC X(02) VALUE SPACES.
       77  WS-FS-CAD-ENT    PIC X(02) VALUE SPACES.
       77  WS-FS-RELLGPD    PIC X(02) VALUE "00".
       77  WS-FS-PARMDATA   PIC X(02) VALUE SPACES.
       77  WS-FS-RUNLOG     PIC X(02) VALUE "00".
       77  PED-FIM          PIC X(03) VALUE "NAO".
       77  ARQ-FIM          PIC X(03) VALUE "NAO".
       77  WS-ACHOU         PIC X(03) VALUE "NAO".
       77  WS-NUMSOC        PIC 9(06) VALUE ZEROS.
       77  WS-CODIGO        PIC 9(07) VALUE ZEROS.
       77  WS-NOME-FUNC     PIC X(25) VALUE SPACES.
       77  WS-ARQUIVO       PIC X(09) VALUE SPACES.
       77  WS-IX            PIC 9(04) VALUE ZEROS.
       77  QT-PEDLG         PIC 9(04) VALUE ZEROS.
       77  CTLIN            PIC 99    VALUE 31.
       77  CTPAG            PIC 9(02) VALUE ZEROS.
       77  CT-SOLICITACOES  PIC 9(06) VALUE ZEROS.
       77  CT-ATENDIDAS     PIC 9(06) VALUE ZEROS.
       77  CT-REJEITADAS    PIC 9(06) VALUE ZEROS.
       77  CT-ITENS         PIC 9(06) VALUE ZEROS.
       77  CT-ITENS-TOT     PIC 9(07) VALUE ZEROS.
       77  WS-ED-DATA       PIC 99/99/9999.
       77  WS-ED-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-HOJE          PIC 9(08) VALUE ZEROS.
       77  WS-HORA-INI      PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM      PIC 9(08) VALUE ZEROS.
       77  WS-ELAPSED       PIC 9(07) VALUE ZEROS.
       01  WS-DATA-AUX.
           02 WS-DA-ANO     PIC 9(04).
           02 WS-DA-MES     PIC 9(02).
           02 WS-DA-DIA     PIC 9(02).
       01  WS-DATA-DMA.
           02 WS-DM-DIA     PIC 9(02).
           02 WS-DM-MES     PIC 9(02).
           02 WS-DM-ANO     PIC 9(04).
       01  WS-DATA-DMA-N REDEFINES WS-DATA-DMA PIC 9(08).
       01  TAB-PEDLG.
                 04 TAB-PL-NUMPED PIC 9(06) OCCURS 2000 TIMES.
       01  CAB0.
                 03 FILLER  PIC X(65) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE "PAG.".
                 03 CTP     PIC Z9    VALUE ZEROS.
       01  WS-LINHA-SALVA   PIC X(80) VALUE SPACES.
       01  CAB1.
                 03 FILLER  PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(45) VALUE
                       "DADOS PESSOAIS MANTIDOS PELO CLUBE - LGPD".
                 03 CB-DATA PIC 9(02)/9(02)/9(04) VALUE ZEROS.
       01  CAB2.
                 03 FILLER  PIC X(12) VALUE " PROTOCOLO: ".
                 03 CB-PROTOCOLO PIC X(12) VALUE SPACES.
                 03 FILLER  PIC X(10) VALUE "  TITULAR:".
                 03 CB-TITULAR PIC X(12) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 CB-CHAVE PIC 9(07) VALUE ZEROS.
       01  CAB3.
                 03 FILLER  PIC X(11) VALUE " ARQUIVO".
                 03 FILLER  PIC X(15) VALUE "CAMPO".
                 03 FILLER  PIC X(20) VALUE "CONTEUDO".
       01  LINCAMPO.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LC-ARQUIVO PIC X(09) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LC-CAMPO PIC X(14) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LC-CONTEUDO PIC X(54) VALUE SPACES.
       01  LINPAG.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(10) VALUE "PAGTOS".
                 03 LP-DATA PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LP-VALOR PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LP-NOME PIC X(20) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LP-CAIXA PIC X(08) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LP-FORMA PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LP-RECIBO PIC 9(08) VALUE ZEROS.
       01  LINPED.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(10) VALUE "PEDCAB".
                 03 FILLER  PIC X(07) VALUE "PEDIDO ".
                 03 LD-NUMPED PIC 9(06) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LD-DATA PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE " SIT ".
                 03 LD-SIT  PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(07) VALUE " ITENS ".
                 03 LD-ITENS PIC Z9 VALUE ZEROS.
                 03 FILLER  PIC X(06) VALUE " VEND ".
                 03 LD-VEND PIC X(08) VALUE SPACES.
                 03 FILLER  PIC X(05) VALUE " FIL ".
                 03 LD-FILIAL PIC 9(02) VALUE ZEROS.
       01  LINNOT.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(10) VALUE "NOTAS".
                 03 FILLER  PIC X(05) VALUE "NOTA ".
                 03 LN-NUMNOTA PIC 9(06) VALUE ZEROS.
                 03 FILLER  PIC X(08) VALUE " PEDIDO ".
                 03 LN-NUMPED PIC 9(06) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE "/".
                 03 LN-ITEM PIC 9(02) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LN-PRODUTO PIC X(06) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LN-QTD  PIC ZZ9 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LN-TOTAL PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LN-TIPO PIC X(01) VALUE SPACES.
       01  LINNOH.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(10) VALUE "NOTIFHIST".
                 03 LH-ID   PIC 9(10) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LH-DATA PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LH-TIPO PIC X(02) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LH-CANAL PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LH-DESTINO PIC X(30) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LH-SIT  PIC X(01) VALUE SPACES.
       01  LINAUD.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(10) VALUE "AUDIT".
                 03 LA-DATA PIC X(10) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LA-HORA PIC 9(08) VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LA-PROGRAMA PIC X(08) VALUE SPACES.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LA-PRODUTO PIC X(06) VALUE SPACES.
                 03 LA-ANTES PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 LA-DEPOIS PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  LINNADA.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(50) VALUE
                       "NENHUM DADO PESSOAL ENCONTRADO PARA O TITULAR".
       01  LINFIM.
                 03 FILLER  PIC X(01) VALUE SPACES.
                 03 FILLER  PIC X(30) VALUE
                       "ITENS LISTADOS...............:".
                 03 LF-QTD  PIC ZZZ.ZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       PRINCIPAL-PROG.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM LE-DATA-PROCESSO.
           MOVE SPACES TO WS-FS-PEDLGPD.
           OPEN INPUT PEDLGPD.
           IF  WS-FS-PEDLGPD EQUAL "35"
               DISPLAY "PRG111 - NENHUMA SOLICITACAO DE TITULAR"
               PERFORM TOTAIS-DE-CONTROLE
               PERFORM GRAVA-RUNLOG
               GOBACK.
           OPEN OUTPUT RELLGPD.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RELLGPD" TO WS-ARQ-ERRO.
           MOVE WS-FS-RELLGPD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE WS-HOJE(1:4) TO CB-DATA(7:4).
           MOVE WS-HOJE(5:2) TO CB-DATA(4:2).
           MOVE WS-HOJE(7:2) TO CB-DATA(1:2).
           PERFORM LE-SOLICITACAO.
           PERFORM TRATA-SOLICITACAO
                   THRU TRATA-SOLICITACAO-FIM
                   UNTIL PED-FIM EQUAL "SIM".
           CLOSE PEDLGPD RELLGPD.
           IF  CT-REJEITADAS GREATER ZERO
               MOVE 4 TO RETURN-CODE.
           PERFORM TOTAIS-DE-CONTROLE.
           PERFORM GRAVA-RUNLOG.
           GOBACK.

       TOTAIS-DE-CONTROLE.
           DISPLAY "PRG111 - TOTAIS DE CONTROLE".
           DISPLAY "SOLICITACOES LIDAS.....: " CT-SOLICITACOES.
           DISPLAY "SOLICITACOES ATENDIDAS.: " CT-ATENDIDAS.
           DISPLAY "SOLICITACOES REJEITADAS: " CT-REJEITADAS.
           DISPLAY "ITENS LISTADOS.........: " CT-ITENS-TOT.

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

       LE-SOLICITACAO.
           READ PEDLGPD
                       AT END
                             MOVE "SIM" TO PED-FIM
                       NOT AT END
                             ADD 1 TO CT-SOLICITACOES.
           MOVE "READ" TO WS-OPER-ERRO.
           MOVE "PEDLGPD" TO WS-ARQ-ERRO.
           MOVE WS-FS-PEDLGPD TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.

       TRATA-SOLICITACAO.
           IF  LG-CHAVE EQUAL ZEROS
           OR (LG-TIPO NOT EQUAL "S" AND LG-TIPO NOT EQUAL "F")
           OR (LG-TIPO EQUAL "S" AND LG-CHAVE GREATER 999999)
               DISPLAY "PRG111 - SOLICITACAO INVALIDA " LG-PROTOCOLO
               ADD 1 TO CT-REJEITADAS
               GO TO TRATA-SOLICITACAO-PROX.
           MOVE ZEROS TO CT-ITENS.
           MOVE LG-PROTOCOLO TO CB-PROTOCOLO.
           MOVE LG-CHAVE TO CB-CHAVE.
           MOVE 99 TO CTLIN.
           IF  LG-TIPO EQUAL "S"
               MOVE "SOCIO" TO CB-TITULAR
               MOVE LG-CHAVE TO WS-NUMSOC
               PERFORM EXPORTA-SOCIO
           ELSE
               MOVE "FUNCIONARIO" TO CB-TITULAR
               MOVE LG-CHAVE TO WS-CODIGO
               PERFORM EXPORTA-FUNCIONARIO.
           IF  LG-CHAVE NOT GREATER 999999
               PERFORM EXPORTA-AUDIT.
           IF  CTLIN GREATER 26
               PERFORM IMPRIME-CABECALHO.
           IF  CT-ITENS EQUAL ZEROS
               WRITE REGRELLGPD FROM LINNADA AFTER ADVANCING 2 LINES
               ADD 2 TO CTLIN.
           MOVE CT-ITENS TO LF-QTD.
           WRITE REGRELLGPD FROM LINFIM AFTER ADVANCING 2 LINES.
           ADD CT-ITENS TO CT-ITENS-TOT.
           ADD 1 TO CT-ATENDIDAS.
           PERFORM REGISTRA-ATENDIMENTO.
       TRATA-SOLICITACAO-PROX.
           PERFORM LE-SOLICITACAO.
       TRATA-SOLICITACAO-FIM.
           EXIT.

       EXPORTA-SOCIO.
           PERFORM EXPORTA-CADSOC1.
           PERFORM EXPORTA-CADSOC1A
                   THRU EXPORTA-CADSOC1A-FIM.
           PERFORM EXPORTA-CADCONT.
           PERFORM EXPORTA-MANDATOS.
           PERFORM EXPORTA-PAGTOS
                   THRU EXPORTA-PAGTOS-FIM.
           PERFORM EXPORTA-PEDCAB
                   THRU EXPORTA-PEDCAB-FIM.
           PERFORM EXPORTA-NOTAS
                   THRU EXPORTA-NOTAS-FIM.
           PERFORM EXPORTA-NOTIFHIST
                   THRU EXPORTA-NOTIFHIST-FIM.

       EXPORTA-FUNCIONARIO.
           MOVE SPACES TO WS-NOME-FUNC.
           PERFORM EXPORTA-CADENT
                   THRU EXPORTA-CADENT-FIM.
           PERFORM EXPORTA-CAD-ENT
                   THRU EXPORTA-CAD-ENT-FIM.

       EXPORTA-CADSOC1.
           MOVE SPACES TO WS-FS-CADSOC1.
           OPEN INPUT CADSOC1.
           IF  WS-FS-CADSOC1 EQUAL "35"
               NEXT SENTENCE
           ELSE
               MOVE "SIM" TO WS-ACHOU
               MOVE WS-NUMSOC TO NUMSOC1
               READ CADSOC1
                   INVALID KEY
                       MOVE "NAO" TO WS-ACHOU
               END-READ
               IF  WS-ACHOU EQUAL "SIM"
                   MOVE "CADSOC1" TO WS-ARQUIVO
                   PERFORM IMPRIME-CADSOC1
               END-IF
               CLOSE CADSOC1.

       IMPRIME-CADSOC1.
           MOVE "NOME" TO LC-CAMPO.
           MOVE NOMSOC1 TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "SITUACAO" TO LC-CAMPO.
           MOVE SITSOC1 TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "DATA SITUACAO" TO LC-CAMPO.
           MOVE DTSTATUS1 TO WS-DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE "FILIAL" TO LC-CAMPO.
           MOVE FILIAL1 TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "COD. PAGAMENTO" TO LC-CAMPO.
           MOVE CODPAG1 TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "VALOR" TO LC-CAMPO.
           MOVE VAL1 TO WS-ED-VALOR.
           MOVE WS-ED-VALOR TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "VENCIMENTO" TO LC-CAMPO.
           MOVE DATAVENC1 TO WS-DATA-AUX.
           PERFORM FORMATA-DATA.

       EXPORTA-CADSOC1A.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-CADSOC1A.
           OPEN INPUT CADSOC1A.
           IF  WS-FS-CADSOC1A EQUAL "35"
               GO TO EXPORTA-CADSOC1A-FIM.
           PERFORM LE-CADSOC1A.
           PERFORM CONFERE-CADSOC1A
                   UNTIL ARQ-FIM EQUAL "SIM".
           CLOSE CADSOC1A.
       EXPORTA-CADSOC1A-FIM.
           EXIT.
       LE-CADSOC1A.
           READ CADSOC1A
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       CONFERE-CADSOC1A.
           IF  ANUMSOC1 EQUAL WS-NUMSOC
               MOVE REGCAD1A TO REGCAD1
               MOVE "CADSOC1A" TO WS-ARQUIVO
               PERFORM IMPRIME-CADSOC1.
           PERFORM LE-CADSOC1A.

       EXPORTA-CADCONT.
           MOVE SPACES TO WS-FS-CADCONT.
           OPEN INPUT CADCONT.
           IF  WS-FS-CADCONT EQUAL "35"
               NEXT SENTENCE
           ELSE
               MOVE "SIM" TO WS-ACHOU
               MOVE WS-NUMSOC TO CT-NUMSOC
               READ CADCONT
                   INVALID KEY
                       MOVE "NAO" TO WS-ACHOU
               END-READ
               IF  WS-ACHOU EQUAL "SIM"
                   PERFORM IMPRIME-CADCONT
               END-IF
               CLOSE CADCONT.

       IMPRIME-CADCONT.
           MOVE "CADCONT" TO WS-ARQUIVO.
           MOVE "ENDERECO" TO LC-CAMPO.
           MOVE CT-ENDERECO TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "CIDADE" TO LC-CAMPO.
           MOVE CT-CIDADE TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "CEP" TO LC-CAMPO.
           MOVE CT-CEP TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "TELEFONE" TO LC-CAMPO.
           MOVE CT-FONE TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "E-MAIL" TO LC-CAMPO.
           MOVE CT-EMAIL TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "CPF/CNPJ" TO LC-CAMPO.
           MOVE CT-DOCUMENTO TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "PREF. AVISOS" TO LC-CAMPO.
           MOVE CT-PREFCOM TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.

       EXPORTA-MANDATOS.
           MOVE SPACES TO WS-FS-MANDATOS.
           OPEN INPUT MANDATOS.
           IF  WS-FS-MANDATOS EQUAL "35"
               NEXT SENTENCE
           ELSE
               MOVE "SIM" TO WS-ACHOU
               MOVE WS-NUMSOC TO MD-NUMSOC
               READ MANDATOS
                   INVALID KEY
                       MOVE "NAO" TO WS-ACHOU
               END-READ
               IF  WS-ACHOU EQUAL "SIM"
                   PERFORM IMPRIME-MANDATO
               END-IF
               CLOSE MANDATOS.

       IMPRIME-MANDATO.
           MOVE "MANDATOS" TO WS-ARQUIVO.
           MOVE "BANCO" TO LC-CAMPO.
           MOVE MD-BANCO TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "AGENCIA" TO LC-CAMPO.
           MOVE MD-AGENCIA TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "CONTA" TO LC-CAMPO.
           MOVE MD-CONTA TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "SITUACAO" TO LC-CAMPO.
           MOVE MD-SITUACAO TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "ASSINATURA" TO LC-CAMPO.
           MOVE MD-DATA-ASS TO WS-DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE "CANCELAMENTO" TO LC-CAMPO.
           MOVE MD-DATA-CAN TO WS-DATA-AUX.
           PERFORM FORMATA-DATA.

       EXPORTA-PAGTOS.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-PAGTOS.
           OPEN INPUT PAGTOS.
           IF  WS-FS-PAGTOS EQUAL "35"
               GO TO EXPORTA-PAGTOS-FIM.
           PERFORM LE-PAGTO.
           PERFORM CONFERE-PAGTO
                   UNTIL ARQ-FIM EQUAL "SIM".
           CLOSE PAGTOS.
       EXPORTA-PAGTOS-FIM.
           EXIT.
       LE-PAGTO.
           READ PAGTOS
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       CONFERE-PAGTO.
           IF  PG-NUMSOC EQUAL WS-NUMSOC
               MOVE PG-DATAPAG TO WS-DATA-AUX
               PERFORM CONVERTE-DATA
               MOVE WS-ED-DATA TO LP-DATA
               MOVE PG-VALOR TO LP-VALOR
               MOVE PG-NOMSOC TO LP-NOME
               MOVE PG-CAIXA TO LP-CAIXA
               MOVE PG-FORMA TO LP-FORMA
               MOVE PG-RECIBO TO LP-RECIBO
               MOVE LINPAG TO REGRELLGPD
               PERFORM IMPRIME-LINHA.
           PERFORM LE-PAGTO.

       EXPORTA-PEDCAB.
           MOVE ZEROS TO QT-PEDLG.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-PEDCAB.
           OPEN INPUT PEDCAB.
           IF  WS-FS-PEDCAB EQUAL "35"
               GO TO EXPORTA-PEDCAB-FIM.
           PERFORM LE-PEDCAB.
           PERFORM CONFERE-PEDCAB
                   UNTIL ARQ-FIM EQUAL "SIM".
           CLOSE PEDCAB.
       EXPORTA-PEDCAB-FIM.
           EXIT.
       LE-PEDCAB.
           READ PEDCAB
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       CONFERE-PEDCAB.
           IF  CB-NUMSOC EQUAL WS-NUMSOC
               IF  QT-PEDLG NOT LESS 2000
                   DISPLAY "PRG111 - TABELA DE PEDIDOS ESGOTADA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QT-PEDLG
               MOVE CB-NUMPED TO TAB-PL-NUMPED(QT-PEDLG)
               MOVE CB-NUMPED TO LD-NUMPED
               MOVE CB-DATAPED TO WS-DATA-AUX
               PERFORM CONVERTE-DATA
               MOVE WS-ED-DATA TO LD-DATA
               MOVE CB-SITPED TO LD-SIT
               MOVE CB-QTITENS TO LD-ITENS
               MOVE CB-VENDEDOR TO LD-VEND
               MOVE CB-FILIAL TO LD-FILIAL
               MOVE LINPED TO REGRELLGPD
               PERFORM IMPRIME-LINHA.
           PERFORM LE-PEDCAB.

       EXPORTA-NOTAS.
           IF  QT-PEDLG EQUAL ZEROS
               GO TO EXPORTA-NOTAS-FIM.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-NOTAS.
           OPEN INPUT NOTAS.
           IF  WS-FS-NOTAS EQUAL "35"
               GO TO EXPORTA-NOTAS-FIM.
           PERFORM LE-NOTA.
           PERFORM CONFERE-NOTA
                   UNTIL ARQ-FIM EQUAL "SIM".
           CLOSE NOTAS.
       EXPORTA-NOTAS-FIM.
           EXIT.
       LE-NOTA.
           READ NOTAS
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       CONFERE-NOTA.
           MOVE "NAO" TO WS-ACHOU.
           PERFORM PROCURA-PEDIDO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX GREATER QT-PEDLG
                   OR WS-ACHOU EQUAL "SIM".
           IF  WS-ACHOU EQUAL "SIM"
               MOVE NUMNOTA TO LN-NUMNOTA
               MOVE NUMPED-NF TO LN-NUMPED
               MOVE NF-NUMITEM TO LN-ITEM
               MOVE PRODUTO TO LN-PRODUTO
               MOVE NF-QTD TO LN-QTD
               MOVE NF-TOTNOTA TO LN-TOTAL
               MOVE TIPONOTA TO LN-TIPO
               MOVE LINNOT TO REGRELLGPD
               PERFORM IMPRIME-LINHA.
           PERFORM LE-NOTA.
       PROCURA-PEDIDO.
           IF  TAB-PL-NUMPED(WS-IX) EQUAL NUMPED-NF
               MOVE "SIM" TO WS-ACHOU.

       EXPORTA-NOTIFHIST.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-NOTIFHIST.
           OPEN INPUT NOTIFHIST.
           IF  WS-FS-NOTIFHIST EQUAL "35"
               GO TO EXPORTA-NOTIFHIST-FIM.
           PERFORM LE-NOTIFHIST.
           PERFORM CONFERE-NOTIFHIST
                   UNTIL ARQ-FIM EQUAL "SIM".
           CLOSE NOTIFHIST.
       EXPORTA-NOTIFHIST-FIM.
           EXIT.
       LE-NOTIFHIST.
           READ NOTIFHIST NEXT
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       CONFERE-NOTIFHIST.
           IF  NH-NUMSOC EQUAL WS-NUMSOC
               MOVE NH-ID TO LH-ID
               MOVE NH-DATA TO WS-DATA-AUX
               PERFORM CONVERTE-DATA
               MOVE WS-ED-DATA TO LH-DATA
               MOVE NH-TIPO TO LH-TIPO
               MOVE NH-CANAL TO LH-CANAL
               MOVE NH-DESTINO TO LH-DESTINO
               MOVE NH-SITUACAO TO LH-SIT
               MOVE LINNOH TO REGRELLGPD
               PERFORM IMPRIME-LINHA.
           PERFORM LE-NOTIFHIST.

       EXPORTA-CADENT.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-CADENT.
           OPEN INPUT CADENT.
           IF  WS-FS-CADENT EQUAL "35"
               GO TO EXPORTA-CADENT-FIM.
           PERFORM LE-CADENT.
           PERFORM CONFERE-CADENT
                   UNTIL ARQ-FIM EQUAL "SIM".
           CLOSE CADENT.
       EXPORTA-CADENT-FIM.
           EXIT.
       LE-CADENT.
           READ CADENT
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       CONFERE-CADENT.
           IF  CODIGO EQUAL WS-CODIGO
               MOVE NOME TO WS-NOME-FUNC
               PERFORM IMPRIME-CADENT.
           PERFORM LE-CADENT.

       IMPRIME-CADENT.
           MOVE "CADENT" TO WS-ARQUIVO.
           MOVE "NOME" TO LC-CAMPO.
           MOVE NOME TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "SALARIO" TO LC-CAMPO.
           MOVE SALARIO TO WS-ED-VALOR.
           MOVE WS-ED-VALOR TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "SEXO" TO LC-CAMPO.
           MOVE SEXO TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "DEPARTAMENTO" TO LC-CAMPO.
           MOVE DEPTO TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.
           MOVE "ADMISSAO" TO LC-CAMPO.
           MOVE DATA-ADM TO WS-DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE "DEMISSAO" TO LC-CAMPO.
           MOVE DATA-DEM TO WS-DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE "SITUACAO" TO LC-CAMPO.
           MOVE SITFUNC TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.

       EXPORTA-CAD-ENT.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-CAD-ENT.
           OPEN INPUT CAD-ENT.
           IF  WS-FS-CAD-ENT NOT EQUAL "00"
               GO TO EXPORTA-CAD-ENT-FIM.
           PERFORM LE-CAD-ENT.
           PERFORM CONFERE-CAD-ENT
                   UNTIL ARQ-FIM EQUAL "SIM".
           CLOSE CAD-ENT.
       EXPORTA-CAD-ENT-FIM.
           EXIT.
       LE-CAD-ENT.
           READ CAD-ENT
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       CONFERE-CAD-ENT.
           IF  COD-ENT EQUAL WS-CODIGO
           OR (WS-NOME-FUNC NOT EQUAL SPACES
               AND NOME-ENT(1:25) EQUAL WS-NOME-FUNC)
               MOVE "CAD-ENT" TO WS-ARQUIVO
               MOVE "CODIGO" TO LC-CAMPO
               MOVE COD-ENT TO LC-CONTEUDO
               PERFORM IMPRIME-CAMPO
               MOVE "NOME" TO LC-CAMPO
               MOVE NOME-ENT TO LC-CONTEUDO
               PERFORM IMPRIME-CAMPO
               MOVE "SEXO" TO LC-CAMPO
               MOVE SEXO-ENT TO LC-CONTEUDO
               PERFORM IMPRIME-CAMPO.
           PERFORM LE-CAD-ENT.

       EXPORTA-AUDIT.
           MOVE "NAO" TO ARQ-FIM.
           MOVE SPACES TO WS-FS-AUDIT.
           OPEN INPUT AUDIT.
           IF  WS-FS-AUDIT NOT EQUAL "00"
               NEXT SENTENCE
           ELSE
               PERFORM LE-AUDIT
               PERFORM CONFERE-AUDIT
                       UNTIL ARQ-FIM EQUAL "SIM"
               CLOSE AUDIT.
       LE-AUDIT.
           READ AUDIT
                       AT END
                             MOVE "SIM" TO ARQ-FIM.
       CONFERE-AUDIT.
           IF  AUD-CHAVE EQUAL LG-CHAVE
               MOVE AUD-DATA TO WS-DATA-AUX
               PERFORM CONVERTE-DATA
               MOVE WS-ED-DATA TO LA-DATA
               MOVE AUD-HORA TO LA-HORA
               MOVE AUD-PROGRAMA TO LA-PROGRAMA
               MOVE AUD-PRODUTO TO LA-PRODUTO
               MOVE AUD-VALANTES TO LA-ANTES
               MOVE AUD-VALDEPOIS TO LA-DEPOIS
               MOVE LINAUD TO REGRELLGPD
               PERFORM IMPRIME-LINHA.
           PERFORM LE-AUDIT.

       REGISTRA-ATENDIMENTO.
           MOVE SPACES TO WS-FS-AUDIT.
           OPEN EXTEND AUDIT.
           IF  WS-FS-AUDIT EQUAL "35"
               OPEN OUTPUT AUDIT.
           MOVE SPACES TO REGAUDIT.
           MOVE WS-HOJE TO AUD-DATA.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "PRG111" TO AUD-PROGRAMA.
           MOVE LG-CHAVE TO AUD-CHAVE.
           MOVE "LGPD-" TO AUD-PRODUTO.
           MOVE LG-TIPO TO AUD-PRODUTO(6:1).
           MOVE ZEROS TO AUD-VALANTES.
           MOVE CT-ITENS TO AUD-VALDEPOIS.
           WRITE REGAUDIT.
           CLOSE AUDIT.

       FORMATA-DATA.
           PERFORM CONVERTE-DATA.
           IF  WS-DATA-AUX EQUAL ZEROS
               MOVE SPACES TO LC-CONTEUDO
           ELSE
               MOVE WS-ED-DATA TO LC-CONTEUDO.
           PERFORM IMPRIME-CAMPO.

       CONVERTE-DATA.
           MOVE WS-DA-DIA TO WS-DM-DIA.
           MOVE WS-DA-MES TO WS-DM-MES.
           MOVE WS-DA-ANO TO WS-DM-ANO.
           MOVE WS-DATA-DMA-N TO WS-ED-DATA.

       IMPRIME-CAMPO.
           MOVE WS-ARQUIVO TO LC-ARQUIVO.
           MOVE LINCAMPO TO REGRELLGPD.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LC-CONTEUDO.

       IMPRIME-LINHA.
           IF  CTLIN GREATER 30
               MOVE REGRELLGPD TO WS-LINHA-SALVA
               PERFORM IMPRIME-CABECALHO
               MOVE WS-LINHA-SALVA TO REGRELLGPD.
           WRITE REGRELLGPD AFTER ADVANCING 1 LINE.
           ADD 1 TO CTLIN.
           ADD 1 TO CT-ITENS.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REGRELLGPD.
           WRITE REGRELLGPD AFTER ADVANCING PAGE.
           MOVE 1 TO CTLIN.
           ADD 1 TO CTPAG.
           MOVE CTPAG TO CTP.
           WRITE REGRELLGPD FROM CAB0 AFTER ADVANCING 1 LINE.
           WRITE REGRELLGPD FROM CAB1 AFTER ADVANCING 2 LINES.
           WRITE REGRELLGPD FROM CAB2 AFTER ADVANCING 2 LINES.
           WRITE REGRELLGPD FROM CAB3 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REGRELLGPD.
           WRITE REGRELLGPD AFTER ADVANCING 1 LINE.

       GRAVA-RUNLOG.
           ACCEPT WS-HORA-FIM FROM TIME.
           COMPUTE WS-ELAPSED = WS-HORA-FIM - WS-HORA-INI.
           OPEN EXTEND RUNLOG.
           MOVE "OPEN" TO WS-OPER-ERRO.
           MOVE "RUNLOG" TO WS-ARQ-ERRO.
           MOVE WS-FS-RUNLOG TO WS-FS-ERRO.
           PERFORM TESTA-STATUS.
           MOVE "PRG111"      TO RL-PROGRAMA.
           MOVE WS-HOJE       TO RL-DATA.
           MOVE WS-HORA-INI   TO RL-HORAINI.
           MOVE WS-HORA-FIM   TO RL-HORAFIM.
           MOVE WS-ELAPSED    TO RL-ELAPSED.
           MOVE CT-ATENDIDAS TO RL-QTDE.
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
               DISPLAY "PRG111 - ERRO DE E/S NO ARQUIVO " WS-ARQ-ERRO
               DISPLAY "OPERACAO: " WS-OPER-ERRO
                       " STATUS: " WS-FS-ERRO
               OPEN EXTEND IOERR
               MOVE SPACES TO REGIOERR
               ACCEPT IOE-DATA FROM DATE YYYYMMDD
               ACCEPT IOE-HORA FROM TIME
               MOVE "PRG111" TO IOE-PROGRAMA
               MOVE WS-ARQ-ERRO TO IOE-ARQUIVO
               MOVE WS-OPER-ERRO TO IOE-OPERACAO
               MOVE WS-FS-ERRO TO IOE-STATUS
               WRITE REGIOERR
               CLOSE IOERR
               MOVE 12 TO RETURN-CODE
               STOP RUN.
