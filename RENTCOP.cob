       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTCOP.
      ************************************
      * AUTHOR: CAIO                      EMPRESA: X
      *OBJETIVO: SISTEMA DE GESTAO DE FLIMES - RENTABILIDADE MENSAL
      *          POR COPIA E POR TITULO (HISTORICO X CUSTO
      *          DE AQUISICAO) E LISTA DE CANDIDATAS A BAIXA/VENDA
      *          (RETIRAR.DAT) PARA A DECISAO NO COPIAMNT
      *Data: 15/10/2026
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ALUGUEIS-HIST ASSIGN TO WRK-ARQ-ALUGHIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS ALUGHIST-STATUS
       RECORD KEY IS HIST-CHAVE
       ALTERNATE RECORD KEY IS HIST-CHAVE-FILME.
       SELECT COPIAS ASSIGN TO WRK-ARQ-COPIAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS COPIAS-STATUS
       RECORD KEY IS COPIAS-CHAVE.
       SELECT FILMES ASSIGN TO WRK-ARQ-FILMES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       FILE STATUS IS FILMES-STATUS
       RECORD KEY IS FILMES-CHAVE.
       SELECT HIST-ORD ASSIGN TO
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\RENTCOP.SRT'.
       SELECT RETIRAR ASSIGN TO WRK-ARQ-RETIRAR
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RETIRAR-STATUS.
       SELECT REL-RENTAB ASSIGN TO WRK-ARQ-RELATORIO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REL-STATUS.
       SELECT PARAMS ASSIGN TO
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\PARAMS.DAT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PARAMS-STATUS.
           DATA DIVISION.
           FILE SECTION.
       FD ALUGUEIS-HIST.
       01 ALUGHIST-REG.
           05 HIST-CHAVE.
               10 HIST-FONE      PIC 9(09).
               10 HIST-DT-LOC    PIC 9(08).
               10 HIST-FILME     PIC 9(05).
           05 HIST-CHAVE-FILME.
               10 HIST-CF-FILME  PIC 9(05).
               10 HIST-CF-DT-LOC PIC 9(08).
               10 HIST-CF-FONE   PIC 9(09).
           05 HIST-COPIA         PIC 9(03).
           05 HIST-DT-PREV       PIC 9(08).
           05 HIST-DT-DEV        PIC 9(08).
           05 HIST-ATRASO        PIC X(01).
           05 HIST-DIAS-LOC      PIC 9(03).
           05 HIST-DIAS-ATR      PIC 9(03).
           05 HIST-VLR-LOCACAO   PIC 9(05)V99.
           05 HIST-VLR-MULTA     PIC 9(05)V99.
           05 HIST-VLR-AVARIA    PIC 9(05)V99.
           05 HIST-VLR-TOTAL     PIC 9(05)V99.
           05 HIST-OPERADOR      PIC X(10).
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
       SD HIST-ORD.
       01 HIST-ORD-REG.
       05 ORD-CHAVE.
       10 ORD-FILME         PIC 9(05).
       10 ORD-COPIA         PIC 9(03).
       05 ORD-DT-LOC        PIC 9(08).
       05 ORD-DT-DEV        PIC 9(08).
       05 ORD-FONE          PIC 9(09).
       05 ORD-VLR-RECEITA   PIC 9(06)V99.
       FD RETIRAR.
       01 RETIRAR-LINHA          PIC X(50).
       FD REL-RENTAB.
       01 REL-LINHA              PIC X(110).
       FD PARAMS.
       01 PARAMS-REG             PIC X(60).
       WORKING-STORAGE SECTION.
       77 PARAMS-STATUS      PIC 9(02).
       77 WRK-PAR-DIRETORIO  PIC X(45) VALUE
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\'.
       77 WRK-ARQ-ALUGHIST   PIC X(80).
       77 WRK-ARQ-COPIAS     PIC X(80).
       77 WRK-ARQ-FILMES     PIC X(80).
       77 WRK-ARQ-RETIRAR    PIC X(80).
       77 WRK-ARQ-RELATORIO  PIC X(80).
       77 WRK-SW-FIM-PAR     PIC X(01).
           88 FIM-PARAMS         VALUE 'S'.
           88 NAO-FIM-PARAMS     VALUE 'N'.
       77 ALUGHIST-STATUS    PIC 9(02).
       77 COPIAS-STATUS      PIC 9(02).
       77 FILMES-STATUS      PIC 9(02).
       77 RETIRAR-STATUS     PIC 9(02).
       77 REL-STATUS         PIC 9(02).
       77 WRK-DATA-EXEC      PIC 9(08).
       77 WRK-DATA-CORTE     PIC 9(08).
       77 WRK-INT-HOJE       PIC 9(07).
       77 WRK-INT-AUX        PIC 9(07).
       77 WRK-JANELA         PIC 9(03) VALUE 90.
       77 WRK-DIAS-PARADA    PIC 9(03) VALUE 90.
       77 WRK-VLR-RECEITA    PIC 9(07)V99.
       77 WRK-IX             PIC 9(03) COMP.
       77 WRK-IX-ATUAL       PIC 9(03) COMP.
       77 WRK-IX-MAIOR       PIC 9(03) COMP.
       77 WRK-TC-USADOS      PIC 9(03) COMP VALUE ZERO.
       77 WRK-MAIOR-PARADA   PIC 9(05).
       77 WRK-NECESSARIAS    PIC 9(05).
       77 WRK-EXCESSO        PIC S9(05).
       77 WRK-FILME-ATUAL    PIC 9(05) VALUE ZERO.
       77 WRK-FL-ATIVAS      PIC 9(05).
       77 WRK-FL-CANDIDATAS  PIC 9(05).
       77 WRK-FL-CUSTO       PIC 9(09)V99.
       77 WRK-FL-RECEITA     PIC 9(09)V99.
       77 WRK-FL-QTD90       PIC 9(05).
       77 WRK-FL-SEM-COPIA   PIC 9(05).
       77 WRK-CONT-HIST      PIC 9(07) VALUE ZERO.
       77 WRK-CONT-SEM-FAT   PIC 9(07) VALUE ZERO.
       77 WRK-CONT-ORFAOS    PIC 9(07) VALUE ZERO.
       77 WRK-CONT-COPIAS    PIC 9(05) VALUE ZERO.
       77 WRK-CONT-TITULOS   PIC 9(05) VALUE ZERO.
       77 WRK-CONT-PAGAS     PIC 9(05) VALUE ZERO.
       77 WRK-CONT-RET-P     PIC 9(05) VALUE ZERO.
       77 WRK-CONT-RET-E     PIC 9(05) VALUE ZERO.
       77 WRK-OMI-COPIAS     PIC 9(05) VALUE ZERO.
       77 WRK-TOT-CUSTO      PIC 9(09)V99 VALUE ZERO.
       77 WRK-TOT-RECEITA    PIC 9(09)V99 VALUE ZERO.
       77 WRK-SW-FIM         PIC X(01).
           88 FIM-ENTRADA        VALUE 'S'.
           88 NAO-FIM-ENTRADA    VALUE 'N'.
       77 WRK-SW-FIM-COP     PIC X(01).
           88 FIM-COPIAS         VALUE 'S'.
           88 NAO-FIM-COPIAS     VALUE 'N'.
       77 WRK-SW-FIM-ORD     PIC X(01).
           88 FIM-ORD            VALUE 'S'.
           88 NAO-FIM-ORD        VALUE 'N'.
       01 WRK-CH-COPIA.
           05 WRK-CC-FILME       PIC 9(05).
           05 WRK-CC-NUMERO      PIC 9(03).
       01 WRK-CH-HIST.
           05 WRK-CH-FILME       PIC 9(05).
           05 WRK-CH-NUMERO      PIC 9(03).
       01 WRK-BUF-PARAM          PIC X(60).
       01 WRK-LINHA-GERAL.
           05 WRK-LG-TIPO        PIC X(01).
           05 FILLER             PIC X(01).
           05 WRK-LG-DIR         PIC X(45).
           05 WRK-LG-PRAZO       PIC 9(03).
           05 WRK-LG-LIMITE      PIC 9(03).
           05 WRK-LG-MULTA       PIC 9(03)V99.
       01 WRK-TAB-COPIAS.
           05 WRK-TC-ENT OCCURS 200 TIMES.
               10 WRK-TC-NUMERO  PIC 9(03).
               10 WRK-TC-SIT     PIC X(01).
               10 WRK-TC-AQUIS   PIC 9(08).
               10 WRK-TC-CUSTO   PIC 9(05)V99.
               10 WRK-TC-RECEITA PIC 9(07)V99.
               10 WRK-TC-QTD     PIC 9(05) COMP.
               10 WRK-TC-QTD90   PIC 9(05) COMP.
               10 WRK-TC-ULT-LOC PIC 9(08).
               10 WRK-TC-PARADA  PIC 9(05).
               10 WRK-TC-MOTIVO  PIC X(01).
       01 WRK-LINHA-RET.
           05 WRK-RET-FILME      PIC 9(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-RET-COPIA      PIC 9(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-RET-MOTIVO     PIC X(01).
               88 RET-PAGA-PARADA    VALUE 'P'.
               88 RET-EXCESSO        VALUE 'E'.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-RET-CUSTO      PIC 9(05)V99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-RET-RECEITA    PIC 9(07)V99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-RET-PARADA     PIC 9(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-RET-DATA       PIC 9(08).
       01 WRK-LINHA-TITULO.
           05 FILLER             PIC X(06) VALUE 'FILME '.
           05 WRK-LT-CODIGO      PIC 9(05).
           05 FILLER             PIC X(03) VALUE ' - '.
           05 WRK-LT-TITULO      PIC X(40).
       01 WRK-LINHA-COPIA.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-NUMERO      PIC 9(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-SIT         PIC X(01).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-AQUIS       PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-CUSTO       PIC ZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-RECEITA     PIC ZZZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-RETORNO     PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-QTD         PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-QTD90       PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-PARADA      PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-CANDIDATA   PIC X(16).
       01 WRK-LINHA-TOTAL.
           05 FILLER             PIC X(14) VALUE
               '  TOTAL TITULO'.
           05 FILLER             PIC X(08) VALUE ' ATIVAS '.
           05 WRK-LTT-ATIVAS     PIC ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LTT-CUSTO      PIC ZZZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LTT-RECEITA    PIC ZZZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LTT-RETORNO    PIC X(08).
           05 FILLER             PIC X(09) VALUE '  LOC90 '.
           05 WRK-LTT-QTD90      PIC ZZZZ9.
           05 FILLER             PIC X(11) VALUE '  EXCESSO '.
           05 WRK-LTT-EXCESSO    PIC ZZZZ9.
       01 WRK-LINHA-CAND.
           05 WRK-LCA-FILME      PIC 9(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LCA-COPIA      PIC 9(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LCA-TITULO     PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LCA-CUSTO      PIC ZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LCA-RECEITA    PIC ZZZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LCA-PARADA     PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LCA-MOTIVO     PIC X(16).
       01 WRK-LINHA-CNT.
           05 WRK-CNT-DESC       PIC X(36).
           05 WRK-CNT-QTD        PIC ZZZZZZ9.
       01 WRK-LINHA-VLR.
           05 WRK-VLR-DESC       PIC X(36).
           05 WRK-VLR-TOTAL      PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
       PERFORM 1000-INICIAR.
       SORT HIST-ORD ON ASCENDING KEY ORD-FILME ORD-COPIA ORD-DT-LOC
           INPUT PROCEDURE IS 2000-CARREGA-HISTORICO
           OUTPUT PROCEDURE IS 3000-CONFRONTA-COPIAS.
       PERFORM 8000-RESUMO.
       PERFORM 8500-LISTA-CANDIDATAS.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIAR.
       PERFORM 1400-LER-PARAMETROS.
       ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
       COMPUTE WRK-INT-HOJE = FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC).
       COMPUTE WRK-INT-AUX = WRK-INT-HOJE - WRK-JANELA.
       COMPUTE WRK-DATA-CORTE = FUNCTION DATE-OF-INTEGER(WRK-INT-AUX).
       OPEN INPUT COPIAS.
       IF COPIAS-STATUS NOT = ZERO
       DISPLAY 'ERRO AO ABRIR COPIAS.DAT - STATUS ' COPIAS-STATUS
       MOVE 16 TO RETURN-CODE
       GOBACK
       END-IF.
       OPEN INPUT FILMES.
       OPEN OUTPUT RETIRAR.
       OPEN OUTPUT REL-RENTAB.
       MOVE SPACES TO REL-LINHA.
       STRING 'RENTABILIDADE POR COPIA E POR TITULO - EMISSAO '
           DELIMITED BY SIZE
           WRK-DATA-EXEC DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING 'RECEITA = LOCACAO + MULTA DO HISTORICO; LOC90 = '
           DELIMITED BY SIZE
           'LOCACOES DESDE ' DELIMITED BY SIZE
           WRK-DATA-CORTE DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING '  COP  S  AQUISIC.     CUSTO     RECEITA  RETORNO '
           DELIMITED BY SIZE
           '   LOCAC  LOC90  PARADA(D)  CANDIDATA' DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.

       2000-CARREGA-HISTORICO.
       MOVE 'N' TO WRK-SW-FIM.
       OPEN INPUT ALUGUEIS-HIST.
       IF ALUGHIST-STATUS NOT = ZERO
       MOVE 'S' TO WRK-SW-FIM
       END-IF.
       PERFORM 2100-LER-HISTORICO UNTIL FIM-ENTRADA.
       CLOSE ALUGUEIS-HIST.

       2100-LER-HISTORICO.
       READ ALUGUEIS-HIST NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       IF HIST-FILME IS NUMERIC AND HIST-COPIA IS NUMERIC
       AND HIST-DT-LOC IS NUMERIC AND HIST-DT-DEV IS NUMERIC
       ADD 1 TO WRK-CONT-HIST
       MOVE HIST-FILME TO ORD-FILME
       MOVE HIST-COPIA TO ORD-COPIA
       MOVE HIST-DT-LOC TO ORD-DT-LOC
       MOVE HIST-DT-DEV TO ORD-DT-DEV
       MOVE HIST-FONE TO ORD-FONE
       COMPUTE ORD-VLR-RECEITA = HIST-VLR-LOCACAO + HIST-VLR-MULTA
       RELEASE HIST-ORD-REG
       END-IF
       END-READ.

       3000-CONFRONTA-COPIAS.
       MOVE 'N' TO WRK-SW-FIM-COP.
       MOVE 'N' TO WRK-SW-FIM-ORD.
       PERFORM 3010-LER-COPIA.
       PERFORM 3020-LER-ORDENADO.
       PERFORM 3100-CASA-REGISTROS UNTIL FIM-COPIAS AND FIM-ORD.
       IF WRK-FILME-ATUAL NOT = ZERO
       PERFORM 4000-FECHA-FILME
       END-IF.

       3010-LER-COPIA.
       READ COPIAS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-COP
       NOT AT END
       MOVE COPIAS-CHAVE TO WRK-CH-COPIA
       END-READ.

       3020-LER-ORDENADO.
       RETURN HIST-ORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-ORD
       NOT AT END
       MOVE ORD-CHAVE TO WRK-CH-HIST
       END-RETURN.

       3100-CASA-REGISTROS.
       IF NOT FIM-COPIAS
       AND (FIM-ORD OR WRK-CH-COPIA NOT > WRK-CH-HIST)
       PERFORM 3200-NOVA-COPIA
       PERFORM 3010-LER-COPIA
       ELSE
       PERFORM 3300-ACUMULA-LOCACAO
       PERFORM 3020-LER-ORDENADO
       END-IF.

       3150-QUEBRA-FILME.
       IF WRK-FILME-ATUAL NOT = ZERO
       PERFORM 4000-FECHA-FILME
       END-IF.
       MOVE ZERO TO WRK-TC-USADOS.
       MOVE ZERO TO WRK-IX-ATUAL.
       MOVE ZERO TO WRK-FL-SEM-COPIA.
       MOVE ZERO TO WRK-FL-RECEITA.
       MOVE ZERO TO WRK-FL-QTD90.

       3200-NOVA-COPIA.
       IF WRK-CC-FILME NOT = WRK-FILME-ATUAL
       PERFORM 3150-QUEBRA-FILME
       MOVE WRK-CC-FILME TO WRK-FILME-ATUAL
       END-IF.
       ADD 1 TO WRK-CONT-COPIAS.
       IF WRK-TC-USADOS < 200
       ADD 1 TO WRK-TC-USADOS
       MOVE WRK-TC-USADOS TO WRK-IX-ATUAL
       MOVE COPIAS-NUMERO TO WRK-TC-NUMERO(WRK-IX-ATUAL)
       MOVE COPIAS-SITUACAO TO WRK-TC-SIT(WRK-IX-ATUAL)
       MOVE COPIAS-DT-AQUIS TO WRK-TC-AQUIS(WRK-IX-ATUAL)
       MOVE COPIAS-CUSTO TO WRK-TC-CUSTO(WRK-IX-ATUAL)
       MOVE ZERO TO WRK-TC-RECEITA(WRK-IX-ATUAL)
       MOVE ZERO TO WRK-TC-QTD(WRK-IX-ATUAL)
       MOVE ZERO TO WRK-TC-QTD90(WRK-IX-ATUAL)
       MOVE ZERO TO WRK-TC-ULT-LOC(WRK-IX-ATUAL)
       MOVE ZERO TO WRK-TC-PARADA(WRK-IX-ATUAL)
       MOVE SPACE TO WRK-TC-MOTIVO(WRK-IX-ATUAL)
       ELSE
       MOVE ZERO TO WRK-IX-ATUAL
       ADD 1 TO WRK-OMI-COPIAS
       END-IF.

       3300-ACUMULA-LOCACAO.
       IF WRK-CH-FILME NOT = WRK-FILME-ATUAL
       PERFORM 3150-QUEBRA-FILME
       MOVE WRK-CH-FILME TO WRK-FILME-ATUAL
       END-IF.
       MOVE ORD-VLR-RECEITA TO WRK-VLR-RECEITA.
       IF WRK-VLR-RECEITA = ZERO
       ADD 1 TO WRK-CONT-SEM-FAT
       END-IF.
       ADD WRK-VLR-RECEITA TO WRK-FL-RECEITA.
       IF ORD-DT-LOC NOT < WRK-DATA-CORTE
       ADD 1 TO WRK-FL-QTD90
       END-IF.
       IF WRK-IX-ATUAL NOT = ZERO
       AND WRK-TC-NUMERO(WRK-IX-ATUAL) = ORD-COPIA
       ADD WRK-VLR-RECEITA TO WRK-TC-RECEITA(WRK-IX-ATUAL)
       ADD 1 TO WRK-TC-QTD(WRK-IX-ATUAL)
       IF ORD-DT-LOC NOT < WRK-DATA-CORTE
       ADD 1 TO WRK-TC-QTD90(WRK-IX-ATUAL)
       END-IF
       IF ORD-DT-LOC > WRK-TC-ULT-LOC(WRK-IX-ATUAL)
       MOVE ORD-DT-LOC TO WRK-TC-ULT-LOC(WRK-IX-ATUAL)
       END-IF
       ELSE
       ADD 1 TO WRK-FL-SEM-COPIA
       ADD 1 TO WRK-CONT-ORFAOS
       END-IF.

       4000-FECHA-FILME.
       ADD 1 TO WRK-CONT-TITULOS.
       MOVE ZERO TO WRK-FL-ATIVAS.
       MOVE ZERO TO WRK-FL-CANDIDATAS.
       MOVE ZERO TO WRK-FL-CUSTO.
       PERFORM 4100-AVALIA-COPIA
           VARYING WRK-IX FROM 1 BY 1 UNTIL WRK-IX > WRK-TC-USADOS.
       MOVE WRK-FL-QTD90 TO WRK-NECESSARIAS.
       IF WRK-NECESSARIAS = ZERO
       MOVE 1 TO WRK-NECESSARIAS
       END-IF.
       COMPUTE WRK-EXCESSO = WRK-FL-ATIVAS - WRK-NECESSARIAS
           - WRK-FL-CANDIDATAS.
       IF WRK-EXCESSO < ZERO
       MOVE ZERO TO WRK-EXCESSO
       END-IF.
       PERFORM 4200-ESCOLHE-EXCESSO WRK-EXCESSO TIMES.
       MOVE WRK-FILME-ATUAL TO FILMES-CODIGO.
       READ FILMES
       INVALID KEY
       MOVE '*** FILME NAO CADASTRADO ***' TO FILMES-TITULO
       END-READ.
       MOVE WRK-FILME-ATUAL TO WRK-LT-CODIGO.
       MOVE FILMES-TITULO TO WRK-LT-TITULO.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE WRK-LINHA-TITULO TO REL-LINHA.
       WRITE REL-LINHA.
       PERFORM 4300-IMPRIME-COPIA
           VARYING WRK-IX FROM 1 BY 1 UNTIL WRK-IX > WRK-TC-USADOS.
       MOVE WRK-FL-ATIVAS TO WRK-LTT-ATIVAS.
       MOVE WRK-FL-CUSTO TO WRK-LTT-CUSTO.
       MOVE WRK-FL-RECEITA TO WRK-LTT-RECEITA.
       IF WRK-FL-CUSTO = ZERO
       MOVE 'S/CUSTO' TO WRK-LTT-RETORNO
       ELSE
       IF WRK-FL-RECEITA NOT < WRK-FL-CUSTO
       MOVE 'PAGO' TO WRK-LTT-RETORNO
       ELSE
       MOVE 'NAO PAGO' TO WRK-LTT-RETORNO
       END-IF
       END-IF.
       MOVE WRK-FL-QTD90 TO WRK-LTT-QTD90.
       MOVE WRK-EXCESSO TO WRK-LTT-EXCESSO.
       MOVE WRK-LINHA-TOTAL TO REL-LINHA.
       WRITE REL-LINHA.
       IF WRK-FL-SEM-COPIA NOT = ZERO
       MOVE SPACES TO REL-LINHA
       STRING '  LOCACOES DE COPIAS NAO CADASTRADAS: '
           DELIMITED BY SIZE
           WRK-FL-SEM-COPIA DELIMITED BY SIZE INTO REL-LINHA
       WRITE REL-LINHA
       END-IF.
       ADD WRK-FL-CUSTO TO WRK-TOT-CUSTO.
       ADD WRK-FL-RECEITA TO WRK-TOT-RECEITA.

       4100-AVALIA-COPIA.
       IF WRK-TC-ULT-LOC(WRK-IX) NOT = ZERO
       COMPUTE WRK-TC-PARADA(WRK-IX) = WRK-INT-HOJE -
           FUNCTION INTEGER-OF-DATE(WRK-TC-ULT-LOC(WRK-IX))
       ELSE
       IF WRK-TC-AQUIS(WRK-IX) NOT = ZERO
       COMPUTE WRK-TC-PARADA(WRK-IX) = WRK-INT-HOJE -
           FUNCTION INTEGER-OF-DATE(WRK-TC-AQUIS(WRK-IX))
       ELSE
       MOVE 99999 TO WRK-TC-PARADA(WRK-IX)
       END-IF
       END-IF.
       IF WRK-TC-SIT(WRK-IX) NOT = 'B'
       ADD 1 TO WRK-FL-ATIVAS
       ADD WRK-TC-CUSTO(WRK-IX) TO WRK-FL-CUSTO
       END-IF.
       IF WRK-TC-CUSTO(WRK-IX) NOT = ZERO
       AND WRK-TC-RECEITA(WRK-IX) NOT < WRK-TC-CUSTO(WRK-IX)
       ADD 1 TO WRK-CONT-PAGAS
       IF WRK-TC-SIT(WRK-IX) = 'D'
       AND WRK-TC-PARADA(WRK-IX) NOT < WRK-DIAS-PARADA
       MOVE 'P' TO WRK-TC-MOTIVO(WRK-IX)
       ADD 1 TO WRK-FL-CANDIDATAS
       END-IF
       END-IF.

       4200-ESCOLHE-EXCESSO.
       MOVE ZERO TO WRK-IX-MAIOR.
       MOVE ZERO TO WRK-MAIOR-PARADA.
       PERFORM 4210-COMPARA-PARADA
           VARYING WRK-IX FROM 1 BY 1 UNTIL WRK-IX > WRK-TC-USADOS.
       IF WRK-IX-MAIOR NOT = ZERO
       MOVE 'E' TO WRK-TC-MOTIVO(WRK-IX-MAIOR)
       END-IF.

       4210-COMPARA-PARADA.
       IF WRK-TC-SIT(WRK-IX) = 'D' AND WRK-TC-MOTIVO(WRK-IX) = SPACE
       AND (WRK-IX-MAIOR = ZERO
       OR WRK-TC-PARADA(WRK-IX) > WRK-MAIOR-PARADA)
       MOVE WRK-TC-PARADA(WRK-IX) TO WRK-MAIOR-PARADA
       MOVE WRK-IX TO WRK-IX-MAIOR
       END-IF.

       4300-IMPRIME-COPIA.
       MOVE WRK-TC-NUMERO(WRK-IX) TO WRK-LC-NUMERO.
       MOVE WRK-TC-SIT(WRK-IX) TO WRK-LC-SIT.
       IF WRK-TC-AQUIS(WRK-IX) = ZERO
       MOVE SPACES TO WRK-LC-AQUIS
       ELSE
       MOVE WRK-TC-AQUIS(WRK-IX) TO WRK-LC-AQUIS
       END-IF.
       MOVE WRK-TC-CUSTO(WRK-IX) TO WRK-LC-CUSTO.
       MOVE WRK-TC-RECEITA(WRK-IX) TO WRK-LC-RECEITA.
       IF WRK-TC-CUSTO(WRK-IX) = ZERO
       MOVE 'S/CUSTO' TO WRK-LC-RETORNO
       ELSE
       IF WRK-TC-RECEITA(WRK-IX) NOT < WRK-TC-CUSTO(WRK-IX)
       MOVE 'PAGA' TO WRK-LC-RETORNO
       ELSE
       MOVE 'NAO PAGA' TO WRK-LC-RETORNO
       END-IF
       END-IF.
       MOVE WRK-TC-QTD(WRK-IX) TO WRK-LC-QTD.
       MOVE WRK-TC-QTD90(WRK-IX) TO WRK-LC-QTD90.
       MOVE WRK-TC-PARADA(WRK-IX) TO WRK-LC-PARADA.
       EVALUATE WRK-TC-MOTIVO(WRK-IX)
       WHEN 'P'
       MOVE 'PAGA E PARADA' TO WRK-LC-CANDIDATA
       ADD 1 TO WRK-CONT-RET-P
       PERFORM 4400-GRAVA-CANDIDATA
       WHEN 'E'
       MOVE 'EXCESSO TITULO' TO WRK-LC-CANDIDATA
       ADD 1 TO WRK-CONT-RET-E
       PERFORM 4400-GRAVA-CANDIDATA
       WHEN OTHER
       MOVE SPACES TO WRK-LC-CANDIDATA
       END-EVALUATE.
       MOVE WRK-LINHA-COPIA TO REL-LINHA.
       WRITE REL-LINHA.

       4400-GRAVA-CANDIDATA.
       MOVE WRK-FILME-ATUAL TO WRK-RET-FILME.
       MOVE WRK-TC-NUMERO(WRK-IX) TO WRK-RET-COPIA.
       MOVE WRK-TC-MOTIVO(WRK-IX) TO WRK-RET-MOTIVO.
       MOVE WRK-TC-CUSTO(WRK-IX) TO WRK-RET-CUSTO.
       MOVE WRK-TC-RECEITA(WRK-IX) TO WRK-RET-RECEITA.
       MOVE WRK-TC-PARADA(WRK-IX) TO WRK-RET-PARADA.
       MOVE WRK-DATA-EXEC TO WRK-RET-DATA.
       MOVE WRK-LINHA-RET TO RETIRAR-LINHA.
       WRITE RETIRAR-LINHA.

       8000-RESUMO.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'RESUMO' TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'LOCACOES NO HISTORICO...............:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-HIST TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'LOCACOES SEM VALOR COBRADO..........:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-SEM-FAT TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'LOCACOES DE COPIAS NAO CADASTRADAS..:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-ORFAOS TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'TITULOS.............................:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-TITULOS TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'COPIAS..............................:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-COPIAS TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'COPIAS QUE JA SE PAGARAM............:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-PAGAS TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'CANDIDATAS - PAGAS E PARADAS........:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-RET-P TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'CANDIDATAS - EXCESSO NO TITULO......:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-RET-E TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'CUSTO DE AQUISICAO (COPIAS ATIVAS)..:'
           TO WRK-VLR-DESC.
       MOVE WRK-TOT-CUSTO TO WRK-VLR-TOTAL.
       MOVE WRK-LINHA-VLR TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'RECEITA (LOCACAO + MULTA)...........:'
           TO WRK-VLR-DESC.
       MOVE WRK-TOT-RECEITA TO WRK-VLR-TOTAL.
       MOVE WRK-LINHA-VLR TO REL-LINHA.
       WRITE REL-LINHA.
       IF WRK-OMI-COPIAS NOT = ZERO
       MOVE SPACES TO REL-LINHA
       STRING 'ATENCAO - TABELA DE COPIAS CHEIA, OMITIDAS: '
           DELIMITED BY SIZE
           WRK-OMI-COPIAS DELIMITED BY SIZE INTO REL-LINHA
       WRITE REL-LINHA
       END-IF.

       8100-GRAVA-RESUMO.
       MOVE WRK-LINHA-CNT TO REL-LINHA.
       WRITE REL-LINHA.

       8500-LISTA-CANDIDATAS.
       CLOSE RETIRAR.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'CANDIDATAS A BAIXA/VENDA (DECISAO NO COPIAMNT)'
           TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'N' TO WRK-SW-FIM.
       OPEN INPUT RETIRAR.
       PERFORM 8510-LER-CANDIDATA UNTIL FIM-ENTRADA.

       8510-LER-CANDIDATA.
       READ RETIRAR
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       MOVE RETIRAR-LINHA TO WRK-LINHA-RET
       MOVE WRK-RET-FILME TO FILMES-CODIGO
       READ FILMES
       INVALID KEY
       MOVE '*** FILME NAO CADASTRADO ***' TO FILMES-TITULO
       END-READ
       MOVE WRK-RET-FILME TO WRK-LCA-FILME
       MOVE WRK-RET-COPIA TO WRK-LCA-COPIA
       MOVE FILMES-TITULO TO WRK-LCA-TITULO
       MOVE WRK-RET-CUSTO TO WRK-LCA-CUSTO
       MOVE WRK-RET-RECEITA TO WRK-LCA-RECEITA
       MOVE WRK-RET-PARADA TO WRK-LCA-PARADA
       IF RET-PAGA-PARADA
       MOVE 'PAGA E PARADA' TO WRK-LCA-MOTIVO
       ELSE
       MOVE 'EXCESSO TITULO' TO WRK-LCA-MOTIVO
       END-IF
       MOVE WRK-LINHA-CAND TO REL-LINHA
       WRITE REL-LINHA
       END-READ.

       9000-FINALIZAR.
       CLOSE COPIAS.
       CLOSE FILMES.
       CLOSE RETIRAR.
       CLOSE REL-RENTAB.
       DISPLAY 'RENTCOP GERADO - CANDIDATAS: '
           WRK-CONT-RET-P ' ' WRK-CONT-RET-E.

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
       MOVE SPACES TO WRK-ARQ-ALUGHIST.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'HISTALUG.DAT' DELIMITED BY SIZE INTO WRK-ARQ-ALUGHIST.
       MOVE SPACES TO WRK-ARQ-COPIAS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'COPIAS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-COPIAS.
       MOVE SPACES TO WRK-ARQ-FILMES.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'FILMES.DAT' DELIMITED BY SIZE INTO WRK-ARQ-FILMES.
       MOVE SPACES TO WRK-ARQ-RETIRAR.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'RETIRAR.DAT' DELIMITED BY SIZE INTO WRK-ARQ-RETIRAR.
       MOVE SPACES TO WRK-ARQ-RELATORIO.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'RENTCOP.TXT' DELIMITED BY SIZE INTO WRK-ARQ-RELATORIO.
