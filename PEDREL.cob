       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDREL.
      ************************************
      * AUTHOR: CAIO                      EMPRESA: X
      *OBJETIVO: SISTEMA DE GESTAO DE FLIMES - RELATORIO DOS PEDIDOS
      *          DE COMPRA EM ABERTO E PARCIALMENTE RECEBIDOS
      *Data: 15/10/2026
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PEDIDOS ASSIGN TO WRK-ARQ-PEDIDOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS PEDIDOS-STATUS
       RECORD KEY IS PED-CHAVE.
       SELECT FORNEC ASSIGN TO WRK-ARQ-FORNEC
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       FILE STATUS IS FORNEC-STATUS
       RECORD KEY IS FORNEC-CHAVE.
       SELECT FILMES ASSIGN TO WRK-ARQ-FILMES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       FILE STATUS IS FILMES-STATUS
       RECORD KEY IS FILMES-CHAVE.
       SELECT REL-PEDIDOS ASSIGN TO WRK-ARQ-RELATORIO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REL-STATUS.
       SELECT PARAMS ASSIGN TO
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\PARAMS.DAT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PARAMS-STATUS.
           DATA DIVISION.
           FILE SECTION.
       FD PEDIDOS.
       01 PED-REG.
       05 PED-CHAVE.
       10 PED-NUMERO        PIC 9(06).
       05 PED-FORNEC        PIC 9(05).
       05 PED-FILME         PIC 9(05).
       05 PED-DT-PEDIDO     PIC 9(08).
       05 PED-QTD           PIC 9(03).
       05 PED-QTD-REC       PIC 9(03).
       05 PED-CUSTO-UNIT    PIC 9(05)V99.
       05 PED-DT-ULT-REC    PIC 9(08).
       05 PED-OPERADOR      PIC X(10).
       05 PED-SITUACAO      PIC X(01).
           88 PEDIDO-ABERTO        VALUE 'A'.
           88 PEDIDO-PARCIAL       VALUE 'P'.
           88 PEDIDO-RECEBIDO      VALUE 'R'.
           88 PEDIDO-CANCELADO     VALUE 'C'.
       FD FORNEC.
       01 FORNEC-REG.
       05 FORNEC-CHAVE.
       10 FORNEC-CODIGO     PIC 9(05).
       05 FORNEC-NOME       PIC X(30).
       05 FORNEC-CNPJ       PIC 9(14).
       05 FORNEC-FONE       PIC 9(11).
       05 FORNEC-EMAIL      PIC X(40).
       05 FORNEC-CONTATO    PIC X(20).
       05 FORNEC-PRAZO      PIC 9(03).
       05 FORNEC-SITUACAO   PIC X(01).
           88 FORNEC-ATIVO         VALUE 'A'.
           88 FORNEC-INATIVO       VALUE 'I'.
       FD FILMES.
       01 FILMES-REG.
       05 FILMES-CHAVE.
       10 FILMES-CODIGO     PIC 9(05).
       05 FILMES-TITULO     PIC X(40).
       05 FILMES-ANO        PIC 9(04).
       05 FILMES-GENERO     PIC X(15).
       05 FILMES-COPIAS     PIC 9(03).
       05 FILMES-PRECO-DIA  PIC 9(03)V99.
       05 FILMES-VLR-REPOS  PIC 9(05)V99.
       05 FILMES-CLASSIF    PIC X(02).
           88 FILMES-LIVRE         VALUE 'L ' '  '.
       FD REL-PEDIDOS.
       01 REL-LINHA              PIC X(120).
       FD PARAMS.
       01 PARAMS-REG             PIC X(60).
       WORKING-STORAGE SECTION.
       77 PARAMS-STATUS      PIC 9(02).
       77 WRK-PAR-DIRETORIO  PIC X(45) VALUE
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\'.
       77 WRK-ARQ-PEDIDOS    PIC X(80).
       77 WRK-ARQ-FORNEC     PIC X(80).
       77 WRK-ARQ-FILMES     PIC X(80).
       77 WRK-ARQ-RELATORIO  PIC X(80).
       77 WRK-SW-FIM-PAR     PIC X(01).
           88 FIM-PARAMS         VALUE 'S'.
           88 NAO-FIM-PARAMS     VALUE 'N'.
       77 PEDIDOS-STATUS     PIC 9(02).
       77 FORNEC-STATUS      PIC 9(02).
       77 FILMES-STATUS      PIC 9(02).
       77 REL-STATUS         PIC 9(02).
       77 WRK-DATA-EXEC      PIC 9(08).
       77 WRK-INT-HOJE       PIC 9(07).
       77 WRK-DIAS-ABERTO    PIC 9(05).
       77 WRK-QTD-PENDENTE   PIC 9(03).
       77 WRK-VLR-PENDENTE   PIC 9(07)V99.
       77 WRK-CONT-LIDOS     PIC 9(05) VALUE ZERO.
       77 WRK-CONT-ABERTOS   PIC 9(05) VALUE ZERO.
       77 WRK-CONT-PARCIAIS  PIC 9(05) VALUE ZERO.
       77 WRK-TOT-COPIAS     PIC 9(05) VALUE ZERO.
       77 WRK-TOT-VALOR      PIC 9(09)V99 VALUE ZERO.
       77 WRK-SW-FIM         PIC X(01).
           88 FIM-PEDIDOS        VALUE 'S'.
           88 NAO-FIM-PEDIDOS    VALUE 'N'.
       01 WRK-BUF-PARAM          PIC X(60).
       01 WRK-LINHA-GERAL.
           05 WRK-LG-TIPO        PIC X(01).
           05 FILLER             PIC X(01).
           05 WRK-LG-DIR         PIC X(45).
           05 WRK-LG-PRAZO       PIC 9(03).
           05 WRK-LG-LIMITE      PIC 9(03).
           05 WRK-LG-MULTA       PIC 9(03)V99.
       01 WRK-LINHA-PED.
           05 WRK-LP-NUMERO      PIC 9(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LP-DATA        PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LP-FORNEC      PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LP-TITULO      PIC X(25).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LP-QTD         PIC ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LP-REC         PIC ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LP-PEND        PIC ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LP-CUSTO       PIC ZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LP-VALOR       PIC ZZZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LP-DIAS        PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LP-SIT         PIC X(01).
       01 WRK-LINHA-CNT.
           05 WRK-CNT-DESC       PIC X(36).
           05 WRK-CNT-QTD        PIC ZZZZ9.
       01 WRK-LINHA-VLR.
           05 WRK-VLR-DESC       PIC X(36).
           05 WRK-VLR-TOTAL      PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
       PERFORM 1000-INICIAR.
       PERFORM 2000-LER-PEDIDO UNTIL FIM-PEDIDOS.
       PERFORM 8000-RESUMO.
       PERFORM 9000-FINALIZAR.
       STOP RUN.

       1000-INICIAR.
       PERFORM 1400-LER-PARAMETROS.
       MOVE 'N' TO WRK-SW-FIM.
       ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
       COMPUTE WRK-INT-HOJE = FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC).
       OPEN INPUT PEDIDOS.
       IF PEDIDOS-STATUS NOT = ZERO
       MOVE 'S' TO WRK-SW-FIM
       END-IF.
       OPEN INPUT FORNEC.
       OPEN INPUT FILMES.
       OPEN OUTPUT REL-PEDIDOS.
       MOVE SPACES TO REL-LINHA.
       STRING 'PEDIDOS DE COMPRA EM ABERTO - EMISSAO '
           DELIMITED BY SIZE
           WRK-DATA-EXEC DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING 'PEDIDO  DATA      FORNECEDOR            '
           DELIMITED BY SIZE
           'FILME                      QTD  REC  PEN     CUSTO'
           DELIMITED BY SIZE
           '       PENDENTE   DIAS  S' DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.

       2000-LER-PEDIDO.
       READ PEDIDOS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       ADD 1 TO WRK-CONT-LIDOS
       IF PEDIDO-ABERTO OR PEDIDO-PARCIAL
       PERFORM 2100-IMPRIME-PEDIDO
       END-IF
       END-READ.

       2100-IMPRIME-PEDIDO.
       IF PEDIDO-ABERTO
       ADD 1 TO WRK-CONT-ABERTOS
       ELSE
       ADD 1 TO WRK-CONT-PARCIAIS
       END-IF.
       MOVE PED-FORNEC TO FORNEC-CODIGO.
       READ FORNEC
       INVALID KEY
       MOVE '*** NAO CADASTRADO ***' TO FORNEC-NOME
       END-READ.
       MOVE PED-FILME TO FILMES-CODIGO.
       READ FILMES
       INVALID KEY
       MOVE '*** FILME NAO CADASTRADO ***' TO FILMES-TITULO
       END-READ.
       COMPUTE WRK-QTD-PENDENTE = PED-QTD - PED-QTD-REC.
       COMPUTE WRK-VLR-PENDENTE = WRK-QTD-PENDENTE * PED-CUSTO-UNIT.
       COMPUTE WRK-DIAS-ABERTO = WRK-INT-HOJE -
           FUNCTION INTEGER-OF-DATE(PED-DT-PEDIDO).
       ADD WRK-QTD-PENDENTE TO WRK-TOT-COPIAS.
       ADD WRK-VLR-PENDENTE TO WRK-TOT-VALOR.
       MOVE PED-NUMERO TO WRK-LP-NUMERO.
       MOVE PED-DT-PEDIDO TO WRK-LP-DATA.
       MOVE FORNEC-NOME TO WRK-LP-FORNEC.
       MOVE FILMES-TITULO TO WRK-LP-TITULO.
       MOVE PED-QTD TO WRK-LP-QTD.
       MOVE PED-QTD-REC TO WRK-LP-REC.
       MOVE WRK-QTD-PENDENTE TO WRK-LP-PEND.
       MOVE PED-CUSTO-UNIT TO WRK-LP-CUSTO.
       MOVE WRK-VLR-PENDENTE TO WRK-LP-VALOR.
       MOVE WRK-DIAS-ABERTO TO WRK-LP-DIAS.
       MOVE PED-SITUACAO TO WRK-LP-SIT.
       MOVE WRK-LINHA-PED TO REL-LINHA.
       WRITE REL-LINHA.

       8000-RESUMO.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'PEDIDOS LIDOS.......................:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-LIDOS TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'EM ABERTO (A).......................:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-ABERTOS TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'PARCIALMENTE RECEBIDOS (P)..........:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-PARCIAIS TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'COPIAS A RECEBER....................:'
           TO WRK-CNT-DESC.
       MOVE WRK-TOT-COPIAS TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'VALOR A RECEBER.....................:'
           TO WRK-VLR-DESC.
       MOVE WRK-TOT-VALOR TO WRK-VLR-TOTAL.
       MOVE WRK-LINHA-VLR TO REL-LINHA.
       WRITE REL-LINHA.

       8100-GRAVA-RESUMO.
       MOVE WRK-LINHA-CNT TO REL-LINHA.
       WRITE REL-LINHA.

       9000-FINALIZAR.
       CLOSE PEDIDOS.
       CLOSE FORNEC.
       CLOSE FILMES.
       CLOSE REL-PEDIDOS.
       DISPLAY 'PEDREL GERADO - ABERTOS/PARCIAIS: '
           WRK-CONT-ABERTOS ' ' WRK-CONT-PARCIAIS.

       1400-LER-PARAMETROS.
       OPEN INPUT PARAMS.
       IF PARAMS-STATUS = ZERO
       MOVE 'N' TO WRK-SW-FIM-PAR
       PERFORM 1410-LER-PARAM UNTIL FIM-PARAMS
       END-IF.
       CLOSE PARAMS.
       PERFORM 1450-MONTA-ARQUIVOS.

       1410-LER-PARAM.
       READ PARAMS
       AT END
       MOVE 'S' TO WRK-SW-FIM-PAR
       NOT AT END
       MOVE PARAMS-REG TO WRK-BUF-PARAM
       IF WRK-BUF-PARAM(1:1) = 'G'
       MOVE WRK-BUF-PARAM TO WRK-LINHA-GERAL
       IF WRK-LG-DIR NOT = SPACES
       MOVE WRK-LG-DIR TO WRK-PAR-DIRETORIO
       END-IF
       END-IF
       END-READ.

       1450-MONTA-ARQUIVOS.
       MOVE SPACES TO WRK-ARQ-PEDIDOS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'PEDIDOS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-PEDIDOS.
       MOVE SPACES TO WRK-ARQ-FORNEC.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'FORNEC.DAT' DELIMITED BY SIZE INTO WRK-ARQ-FORNEC.
       MOVE SPACES TO WRK-ARQ-FILMES.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'FILMES.DAT' DELIMITED BY SIZE INTO WRK-ARQ-FILMES.
       MOVE SPACES TO WRK-ARQ-RELATORIO.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'PEDABERT.TXT' DELIMITED BY SIZE INTO WRK-ARQ-RELATORIO.
