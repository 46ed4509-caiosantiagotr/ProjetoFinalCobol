       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTAR.
      ************************************
      * AUTHOR: CAIO                      EMPRESA: X
      *OBJETIVO: SISTEMA DE GESTAO DE FLIMES - CONFRONTO DA CONTAGEM
      *          FISICA DO DIA (INVCONT.DAT) COM COPIAS E ALUGUEIS EM
      *          ABERTO; GERA O RELATORIO DE INVENTARIO DATADO E AS
      *          DIVERGENCIAS PARA CONFIRMACAO DO SUPERVISOR
      *Data: 15/10/2026
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INVCONT ASSIGN TO WRK-ARQ-INVCONT
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS INVCONT-STATUS
       RECORD KEY IS INV-CHAVE.
       SELECT COPIAS ASSIGN TO WRK-ARQ-COPIAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS COPIAS-STATUS
       RECORD KEY IS COPIAS-CHAVE.
       SELECT ALUGUEIS ASSIGN TO WRK-ARQ-ALUGUEIS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS ALUGUEIS-STATUS
       RECORD KEY IS ALUGUEIS-CHAVE.
       SELECT FILMES ASSIGN TO WRK-ARQ-FILMES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       FILE STATUS IS FILMES-STATUS
       RECORD KEY IS FILMES-CHAVE.
       SELECT INVDIF ASSIGN TO WRK-ARQ-INVDIF
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS INVDIF-STATUS.
       SELECT REL-INVENT ASSIGN TO WRK-ARQ-RELINV
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REL-STATUS.
       SELECT PARAMS ASSIGN TO
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\PARAMS.DAT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PARAMS-STATUS.
           DATA DIVISION.
           FILE SECTION.
       FD INVCONT.
       01 INV-REG.
       05 INV-CHAVE.
       10 INV-DATA          PIC 9(08).
       10 INV-FILME         PIC 9(05).
       10 INV-COPIA         PIC 9(03).
       05 INV-HORA          PIC 9(08).
       05 INV-OPERADOR      PIC X(10).
       05 INV-SW-COPIA      PIC X(01).
           88 INV-COPIA-EXISTE     VALUE 'S'.
       05 INV-SW-ALUG       PIC X(01).
           88 INV-COM-ALUGUEL      VALUE 'S'.
       FD COPIAS.
       01 COPIAS-REG.
       05 COPIAS-CHAVE.
       10 COPIAS-FILME      PIC 9(05).
       10 COPIAS-NUMERO     PIC 9(03).
       05 COPIAS-DT-AQUIS      PIC 9(08).
       05 COPIAS-SITUACAO      PIC X(01).
           88 COPIA-DISPONIVEL     VALUE 'D'.
           88 COPIA-LOCADA         VALUE 'L'.
           88 COPIA-AVARIADA       VALUE 'A'.
           88 COPIA-BAIXADA        VALUE 'B'.
       05 COPIAS-CUSTO         PIC 9(05)V99.
       05 COPIAS-PEDIDO        PIC 9(06).
       FD ALUGUEIS.
       01 ALUGUEIS-REG.
       05 ALUGUEIS-CHAVE.
       10 ALUGUEIS-FONE     PIC 9(09).
       10 ALUGUEIS-FILME    PIC 9(05).
       05 ALUGUEIS-DT-LOC      PIC 9(08).
       05 ALUGUEIS-DT-PREV     PIC 9(08).
       05 ALUGUEIS-DT-DEV      PIC 9(08).
       05 ALUGUEIS-SW-ATRASO   PIC X(01).
           88 ALUGUEIS-ATRASADO    VALUE 'S'.
           88 ALUGUEIS-EM-DIA      VALUE 'N'.
       05 ALUGUEIS-QT-RENOV    PIC 9(02).
       05 ALUGUEIS-COPIA       PIC 9(03).
       05 ALUGUEIS-SW-PONTOS   PIC X(01).
           88 ALUGUEL-COM-PONTOS   VALUE 'S'.
           88 ALUGUEL-SEM-PONTOS   VALUE 'N'.
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
       FD INVDIF.
       01 INVDIF-LINHA          PIC X(30).
       FD REL-INVENT.
       01 REL-LINHA             PIC X(120).
       FD PARAMS.
       01 PARAMS-REG             PIC X(60).
       WORKING-STORAGE SECTION.
       77 PARAMS-STATUS      PIC 9(02).
       77 INVCONT-STATUS     PIC 9(02).
       77 COPIAS-STATUS      PIC 9(02).
       77 ALUGUEIS-STATUS    PIC 9(02).
       77 FILMES-STATUS      PIC 9(02).
       77 INVDIF-STATUS      PIC 9(02).
       77 REL-STATUS         PIC 9(02).
       77 WRK-PAR-DIRETORIO  PIC X(45) VALUE
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\'.
       77 WRK-ARQ-INVCONT    PIC X(80).
       77 WRK-ARQ-COPIAS     PIC X(80).
       77 WRK-ARQ-ALUGUEIS   PIC X(80).
       77 WRK-ARQ-FILMES     PIC X(80).
       77 WRK-ARQ-INVDIF     PIC X(80).
       77 WRK-ARQ-RELINV     PIC X(80).
       77 WRK-SW-FIM-PAR     PIC X(01).
           88 FIM-PARAMS         VALUE 'S'.
           88 NAO-FIM-PARAMS     VALUE 'N'.
       77 WRK-SW-FIM         PIC X(01).
           88 FIM-ENTRADA        VALUE 'S'.
           88 NAO-FIM-ENTRADA    VALUE 'N'.
       77 WRK-DATA-EXEC      PIC 9(08).
       77 WRK-HORA-EXEC      PIC 9(08).
       77 WRK-CNT-CONTADAS   PIC 9(05) VALUE ZERO.
       77 WRK-CNT-COPIAS     PIC 9(05) VALUE ZERO.
       77 WRK-CNT-OK         PIC 9(05) VALUE ZERO.
       77 WRK-CNT-FALTA      PIC 9(05) VALUE ZERO.
       77 WRK-CNT-ACHADA     PIC 9(05) VALUE ZERO.
       77 WRK-CNT-ALUGADA    PIC 9(05) VALUE ZERO.
       77 WRK-CNT-INEXIST    PIC 9(05) VALUE ZERO.
       77 WRK-CNT-FORA       PIC 9(05) VALUE ZERO.
       01 WRK-BUF-PARAM          PIC X(60).
       01 WRK-LINHA-GERAL.
           05 WRK-LG-TIPO        PIC X(01).
           05 FILLER             PIC X(01).
           05 WRK-LG-DIR         PIC X(45).
           05 WRK-LG-PRAZO       PIC 9(03).
           05 WRK-LG-LIMITE      PIC 9(03).
           05 WRK-LG-MULTA       PIC 9(03)V99.
       01 WRK-LINHA-DIF.
           05 WRK-DIF-DATA       PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-DIF-FILME      PIC 9(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-DIF-COPIA      PIC 9(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-DIF-TIPO       PIC X(01).
               88 DIF-FALTA          VALUE 'F'.
               88 DIF-ACHADA         VALUE 'E'.
               88 DIF-ALUGADA        VALUE 'R'.
               88 DIF-INEXISTENTE    VALUE 'I'.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-DIF-SIT-ANT    PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-DIF-ACAO       PIC X(01).
       01 WRK-LINHA-DET.
           05 WRK-DET-FILME      PIC 9(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-DET-COPIA      PIC 9(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-DET-TITULO     PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-DET-AQUIS      PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-DET-CUSTO      PIC ZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-DET-SIT        PIC X(01).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-DET-OCORR      PIC X(26).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-DET-ACAO       PIC X(14).
       01 WRK-LINHA-CNT.
           05 WRK-CNT-DESC       PIC X(36).
           05 WRK-CNT-QTD        PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
       PERFORM 1000-INICIAR.
       IF WRK-CNT-CONTADAS = ZERO
       MOVE SPACES TO REL-LINHA
       MOVE 'NENHUMA CONTAGEM REGISTRADA NA DATA - SEM CONFRONTO'
           TO REL-LINHA
       WRITE REL-LINHA
       ELSE
       PERFORM 2000-MARCA-ALUGADAS
       PERFORM 3000-CONFRONTA-COPIAS
       PERFORM 4000-CONTADAS-INEXISTENTES
       END-IF.
       PERFORM 8000-RESUMO.
       PERFORM 9000-FINALIZAR.
       STOP RUN.

       1000-INICIAR.
       PERFORM 1400-LER-PARAMETROS.
       OPEN I-O INVCONT.
       IF INVCONT-STATUS NOT = ZERO
       DISPLAY 'ERRO AO ABRIR INVCONT.DAT - STATUS ' INVCONT-STATUS
       STOP RUN
       END-IF.
       OPEN INPUT COPIAS.
       IF COPIAS-STATUS NOT = ZERO
       DISPLAY 'ERRO AO ABRIR COPIAS.DAT - STATUS ' COPIAS-STATUS
       STOP RUN
       END-IF.
       OPEN INPUT ALUGUEIS.
       OPEN INPUT FILMES.
       OPEN OUTPUT INVDIF.
       OPEN EXTEND REL-INVENT.
       IF REL-STATUS = 35 THEN
       OPEN OUTPUT REL-INVENT
       CLOSE REL-INVENT
       OPEN EXTEND REL-INVENT
       END-IF.
       ACCEPT WRK-HORA-EXEC FROM TIME.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING 'INVENTARIO FISICO DE COPIAS - CONTAGEM DE '
           DELIMITED BY SIZE
           WRK-DATA-EXEC DELIMITED BY SIZE
           ' - EXECUCAO AS ' DELIMITED BY SIZE
           WRK-HORA-EXEC(1:2) DELIMITED BY SIZE
           ':' DELIMITED BY SIZE
           WRK-HORA-EXEC(3:2) DELIMITED BY SIZE
           ':' DELIMITED BY SIZE
           WRK-HORA-EXEC(5:2) DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING 'FILME  COP  TITULO                          '
           DELIMITED BY SIZE
           'AQUISIC.     CUSTO  S  OCORRENCIA                  ACAO'
           DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       PERFORM 1100-ZERA-MARCAS.

       1100-ZERA-MARCAS.
       MOVE 'N' TO WRK-SW-FIM.
       MOVE WRK-DATA-EXEC TO INV-DATA.
       MOVE ZERO TO INV-FILME.
       MOVE ZERO TO INV-COPIA.
       START INVCONT KEY IS NOT LESS THAN INV-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM
       END-START.
       PERFORM 1110-LER-CONTAGEM UNTIL FIM-ENTRADA.

       1110-LER-CONTAGEM.
       READ INVCONT NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       IF INV-DATA NOT = WRK-DATA-EXEC
       MOVE 'S' TO WRK-SW-FIM
       ELSE
       ADD 1 TO WRK-CNT-CONTADAS
       MOVE 'N' TO INV-SW-COPIA
       MOVE 'N' TO INV-SW-ALUG
       REWRITE INV-REG
       INVALID KEY
       CONTINUE
       END-REWRITE
       END-IF
       END-READ.

       2000-MARCA-ALUGADAS.
       MOVE 'N' TO WRK-SW-FIM.
       IF ALUGUEIS-STATUS NOT = ZERO
       MOVE 'S' TO WRK-SW-FIM
       END-IF.
       PERFORM 2100-LER-ALUGUEL UNTIL FIM-ENTRADA.

       2100-LER-ALUGUEL.
       READ ALUGUEIS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       MOVE WRK-DATA-EXEC TO INV-DATA
       MOVE ALUGUEIS-FILME TO INV-FILME
       MOVE ALUGUEIS-COPIA TO INV-COPIA
       READ INVCONT
       INVALID KEY
       CONTINUE
       NOT INVALID KEY
       MOVE 'S' TO INV-SW-ALUG
       REWRITE INV-REG
       INVALID KEY
       CONTINUE
       END-REWRITE
       END-READ
       END-READ.

       3000-CONFRONTA-COPIAS.
       MOVE 'N' TO WRK-SW-FIM.
       PERFORM 3100-LER-COPIA UNTIL FIM-ENTRADA.

       3100-LER-COPIA.
       READ COPIAS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       ADD 1 TO WRK-CNT-COPIAS
       MOVE WRK-DATA-EXEC TO INV-DATA
       MOVE COPIAS-FILME TO INV-FILME
       MOVE COPIAS-NUMERO TO INV-COPIA
       READ INVCONT
       INVALID KEY
       PERFORM 3200-COPIA-NAO-CONTADA
       NOT INVALID KEY
       MOVE 'S' TO INV-SW-COPIA
       REWRITE INV-REG
       INVALID KEY
       CONTINUE
       END-REWRITE
       PERFORM 3300-COPIA-CONTADA
       END-READ
       END-READ.

       3200-COPIA-NAO-CONTADA.
       IF COPIA-DISPONIVEL
       MOVE 'F' TO WRK-DIF-TIPO
       MOVE 'B' TO WRK-DIF-ACAO
       MOVE 'DISPONIVEL NAO ENCONTRADA' TO WRK-DET-OCORR
       MOVE 'BAIXAR (B)' TO WRK-DET-ACAO
       ADD 1 TO WRK-CNT-FALTA
       PERFORM 5000-GRAVA-DIVERGENCIA
       ELSE
       ADD 1 TO WRK-CNT-FORA
       END-IF.

       3300-COPIA-CONTADA.
       IF COPIA-LOCADA
       IF INV-COM-ALUGUEL
       MOVE 'R' TO WRK-DIF-TIPO
       MOVE SPACE TO WRK-DIF-ACAO
       MOVE 'ALUGADA C/ LOCACAO ABERTA' TO WRK-DET-OCORR
       MOVE 'DEVOLVER BALC.' TO WRK-DET-ACAO
       ADD 1 TO WRK-CNT-ALUGADA
       ELSE
       MOVE 'E' TO WRK-DIF-TIPO
       MOVE 'D' TO WRK-DIF-ACAO
       MOVE 'ALUGADA ENCONTRADA' TO WRK-DET-OCORR
       MOVE 'DISPONIB. (D)' TO WRK-DET-ACAO
       ADD 1 TO WRK-CNT-ACHADA
       END-IF
       PERFORM 5000-GRAVA-DIVERGENCIA
       ELSE
       IF COPIA-BAIXADA
       MOVE 'E' TO WRK-DIF-TIPO
       MOVE 'D' TO WRK-DIF-ACAO
       MOVE 'BAIXADA ENCONTRADA' TO WRK-DET-OCORR
       MOVE 'DISPONIB. (D)' TO WRK-DET-ACAO
       ADD 1 TO WRK-CNT-ACHADA
       PERFORM 5000-GRAVA-DIVERGENCIA
       ELSE
       ADD 1 TO WRK-CNT-OK
       END-IF
       END-IF.

       4000-CONTADAS-INEXISTENTES.
       MOVE 'N' TO WRK-SW-FIM.
       MOVE WRK-DATA-EXEC TO INV-DATA.
       MOVE ZERO TO INV-FILME.
       MOVE ZERO TO INV-COPIA.
       START INVCONT KEY IS NOT LESS THAN INV-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM
       END-START.
       PERFORM 4100-LER-CONTADA UNTIL FIM-ENTRADA.

       4100-LER-CONTADA.
       READ INVCONT NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       IF INV-DATA NOT = WRK-DATA-EXEC
       MOVE 'S' TO WRK-SW-FIM
       ELSE
       IF NOT INV-COPIA-EXISTE
       MOVE INV-FILME TO COPIAS-FILME
       MOVE INV-COPIA TO COPIAS-NUMERO
       MOVE ZERO TO COPIAS-DT-AQUIS
       MOVE ZERO TO COPIAS-CUSTO
       MOVE SPACE TO COPIAS-SITUACAO
       MOVE 'I' TO WRK-DIF-TIPO
       MOVE SPACE TO WRK-DIF-ACAO
       MOVE 'NUMERO DE COPIA INEXISTENTE' TO WRK-DET-OCORR
       MOVE 'VERIFICAR' TO WRK-DET-ACAO
       ADD 1 TO WRK-CNT-INEXIST
       PERFORM 5000-GRAVA-DIVERGENCIA
       END-IF
       END-IF
       END-READ.

       5000-GRAVA-DIVERGENCIA.
       MOVE WRK-DATA-EXEC TO WRK-DIF-DATA.
       MOVE COPIAS-FILME TO WRK-DIF-FILME.
       MOVE COPIAS-NUMERO TO WRK-DIF-COPIA.
       MOVE COPIAS-SITUACAO TO WRK-DIF-SIT-ANT.
       MOVE WRK-LINHA-DIF TO INVDIF-LINHA.
       WRITE INVDIF-LINHA.
       MOVE COPIAS-FILME TO FILMES-CODIGO.
       READ FILMES
       INVALID KEY
       MOVE '*** FILME NAO CADASTRADO ***' TO FILMES-TITULO
       END-READ.
       MOVE COPIAS-FILME TO WRK-DET-FILME.
       MOVE COPIAS-NUMERO TO WRK-DET-COPIA.
       MOVE FILMES-TITULO TO WRK-DET-TITULO.
       IF COPIAS-DT-AQUIS = ZERO
       MOVE SPACES TO WRK-DET-AQUIS
       ELSE
       MOVE COPIAS-DT-AQUIS TO WRK-DET-AQUIS
       END-IF.
       MOVE COPIAS-CUSTO TO WRK-DET-CUSTO.
       MOVE COPIAS-SITUACAO TO WRK-DET-SIT.
       MOVE WRK-LINHA-DET TO REL-LINHA.
       WRITE REL-LINHA.

       8000-RESUMO.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'RESUMO DO CONFRONTO' TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'COPIAS CONTADAS NA DATA.............:'
           TO WRK-CNT-DESC.
       MOVE WRK-CNT-CONTADAS TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'COPIAS CADASTRADAS..................:'
           TO WRK-CNT-DESC.
       MOVE WRK-CNT-COPIAS TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'ENCONTRADAS SEM DIVERGENCIA.........:'
           TO WRK-CNT-DESC.
       MOVE WRK-CNT-OK TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'FORA DA PRATELEIRA (L/A/B)..........:'
           TO WRK-CNT-DESC.
       MOVE WRK-CNT-FORA TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'DISPONIVEIS NAO ENCONTRADAS.........:'
           TO WRK-CNT-DESC.
       MOVE WRK-CNT-FALTA TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'ALUGADAS/BAIXADAS ENCONTRADAS.......:'
           TO WRK-CNT-DESC.
       MOVE WRK-CNT-ACHADA TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'ENCONTRADAS C/ LOCACAO ABERTA.......:'
           TO WRK-CNT-DESC.
       MOVE WRK-CNT-ALUGADA TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'NUMEROS DE COPIA INEXISTENTES.......:'
           TO WRK-CNT-DESC.
       MOVE WRK-CNT-INEXIST TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE SPACES TO REL-LINHA.
       MOVE 'SITUACAO: AGUARDANDO CONFIRMACAO DO SUPERVISOR'
           TO REL-LINHA.
       WRITE REL-LINHA.

       8100-GRAVA-RESUMO.
       MOVE WRK-LINHA-CNT TO REL-LINHA.
       WRITE REL-LINHA.

       9000-FINALIZAR.
       CLOSE INVCONT.
       CLOSE COPIAS.
       CLOSE ALUGUEIS.
       CLOSE FILMES.
       CLOSE INVDIF.
       CLOSE REL-INVENT.
       DISPLAY 'INVENTAR GERADO - DIVERGENCIAS: '
           WRK-CNT-FALTA ' ' WRK-CNT-ACHADA ' '
           WRK-CNT-ALUGADA ' ' WRK-CNT-INEXIST.

       1400-LER-PARAMETROS.
       ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
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
       MOVE SPACES TO WRK-ARQ-INVCONT.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'INVCONT.DAT' DELIMITED BY SIZE INTO WRK-ARQ-INVCONT.
       MOVE SPACES TO WRK-ARQ-COPIAS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'COPIAS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-COPIAS.
       MOVE SPACES TO WRK-ARQ-ALUGUEIS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'ALUGUEIS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-ALUGUEIS.
       MOVE SPACES TO WRK-ARQ-FILMES.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'FILMES.DAT' DELIMITED BY SIZE INTO WRK-ARQ-FILMES.
       MOVE SPACES TO WRK-ARQ-INVDIF.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'INVDIF.DAT' DELIMITED BY SIZE INTO WRK-ARQ-INVDIF.
       MOVE SPACES TO WRK-ARQ-RELINV.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'INV' DELIMITED BY SIZE
           WRK-DATA-EXEC DELIMITED BY SIZE
           '.TXT' DELIMITED BY SIZE INTO WRK-ARQ-RELINV.
