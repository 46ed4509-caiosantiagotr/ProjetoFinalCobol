       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGCOMP.
      ************************************
      * AUTHOR: CAIO                      EMPRESA: X
      *OBJETIVO: SISTEMA DE GESTAO DE FLIMES - SUGESTAO DE COMPRA DE
      *          COPIAS: FILA DE RESERVAS POR FILME MAIOR QUE AS
      *          COPIAS DISPONIVEIS, COM A PROCURA RECENTE NO
      *          HISTORICO E O QUE JA ESTA ENCOMENDADO
      *Data: 15/10/2026
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RESERVAS ASSIGN TO WRK-ARQ-RESERVAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS RESERVAS-STATUS
       RECORD KEY IS RESERVAS-CHAVE.
       SELECT ALUGUEIS-HIST ASSIGN TO WRK-ARQ-ALUGHIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ALUGHIST-STATUS
       RECORD KEY IS HIST-CHAVE
       ALTERNATE RECORD KEY IS HIST-CHAVE-FILME.
       SELECT PEDIDOS ASSIGN TO WRK-ARQ-PEDIDOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS PEDIDOS-STATUS
       RECORD KEY IS PED-CHAVE.
       SELECT FILMES ASSIGN TO WRK-ARQ-FILMES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       FILE STATUS IS FILMES-STATUS
       RECORD KEY IS FILMES-CHAVE.
       SELECT REL-SUGESTAO ASSIGN TO WRK-ARQ-RELATORIO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REL-STATUS.
       SELECT PARAMS ASSIGN TO
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\PARAMS.DAT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PARAMS-STATUS.
           DATA DIVISION.
           FILE SECTION.
       FD RESERVAS.
       01 RESERVAS-REG.
       05 RESERVAS-CHAVE.
       10 RESERVAS-FILME    PIC 9(05).
       10 RESERVAS-DT-RES   PIC 9(08).
       10 RESERVAS-HR-RES   PIC 9(08).
       10 RESERVAS-FONE     PIC 9(09).
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
       FD REL-SUGESTAO.
       01 REL-LINHA              PIC X(90).
       FD PARAMS.
       01 PARAMS-REG             PIC X(60).
       WORKING-STORAGE SECTION.
       77 PARAMS-STATUS      PIC 9(02).
       77 WRK-PAR-DIRETORIO  PIC X(45) VALUE
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\'.
       77 WRK-ARQ-RESERVAS   PIC X(80).
       77 WRK-ARQ-ALUGHIST   PIC X(80).
       77 WRK-ARQ-PEDIDOS    PIC X(80).
       77 WRK-ARQ-FILMES     PIC X(80).
       77 WRK-ARQ-RELATORIO  PIC X(80).
       77 WRK-SW-FIM-PAR     PIC X(01).
           88 FIM-PARAMS         VALUE 'S'.
           88 NAO-FIM-PARAMS     VALUE 'N'.
       77 RESERVAS-STATUS    PIC 9(02).
       77 ALUGHIST-STATUS    PIC 9(02).
       77 PEDIDOS-STATUS     PIC 9(02).
       77 FILMES-STATUS      PIC 9(02).
       77 REL-STATUS         PIC 9(02).
       77 WRK-DATA-EXEC      PIC 9(08).
       77 WRK-DATA-CORTE     PIC 9(08).
       77 WRK-DIAS-PROCURA   PIC 9(03) VALUE 30.
       77 WRK-INT-HOJE       PIC 9(07).
       77 WRK-FILME-BUSCA    PIC 9(05).
       77 WRK-IX             PIC 9(03) COMP.
       77 WRK-IX-ACHADO      PIC 9(03) COMP.
       77 WRK-TS-USADOS      PIC 9(03) COMP VALUE ZERO.
       77 WRK-OMI-FILMES     PIC 9(05) VALUE ZERO.
       77 WRK-CONT-RESERVAS  PIC 9(05) VALUE ZERO.
       77 WRK-CONT-TITULOS   PIC 9(05) VALUE ZERO.
       77 WRK-TOT-SUGERIDO   PIC 9(05) VALUE ZERO.
       77 WRK-DISPONIVEIS    PIC 9(05).
       77 WRK-SUGERIDO       PIC S9(05).
       77 WRK-SW-FIM         PIC X(01).
           88 FIM-ENTRADA        VALUE 'S'.
           88 NAO-FIM-ENTRADA    VALUE 'N'.
       01 WRK-BUF-PARAM          PIC X(60).
       01 WRK-LINHA-GERAL.
           05 WRK-LG-TIPO        PIC X(01).
           05 FILLER             PIC X(01).
           05 WRK-LG-DIR         PIC X(45).
           05 WRK-LG-PRAZO       PIC 9(03).
           05 WRK-LG-LIMITE      PIC 9(03).
           05 WRK-LG-MULTA       PIC 9(03)V99.
       01 WRK-TAB-SUGESTAO.
           05 WRK-TS-ENT OCCURS 300 TIMES.
               10 WRK-TS-CODIGO  PIC 9(05).
               10 WRK-TS-FILA    PIC 9(05) COMP.
               10 WRK-TS-PROCURA PIC 9(05) COMP.
               10 WRK-TS-ENCOM   PIC 9(05) COMP.
       01 WRK-LINHA-SUG.
           05 WRK-LS-CODIGO      PIC 9(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LS-TITULO      PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LS-FILA        PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LS-DISP        PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LS-PROCURA     PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LS-ENCOM       PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LS-SUGERIDO    PIC ZZZZ9.
       01 WRK-LINHA-CNT.
           05 WRK-CNT-DESC       PIC X(36).
           05 WRK-CNT-QTD        PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
       PERFORM 1000-INICIAR.
       PERFORM 2000-LER-RESERVA UNTIL FIM-ENTRADA.
       PERFORM 3000-PROCURA-RECENTE.
       PERFORM 4000-ENCOMENDADOS.
       PERFORM 5000-IMPRIME-SUGESTAO
           VARYING WRK-IX FROM 1 BY 1 UNTIL WRK-IX > WRK-TS-USADOS.
       PERFORM 8000-RESUMO.
       PERFORM 9000-FINALIZAR.
       STOP RUN.

       1000-INICIAR.
       PERFORM 1400-LER-PARAMETROS.
       MOVE 'N' TO WRK-SW-FIM.
       ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
       COMPUTE WRK-INT-HOJE = FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC).
       SUBTRACT WRK-DIAS-PROCURA FROM WRK-INT-HOJE.
       COMPUTE WRK-DATA-CORTE = FUNCTION DATE-OF-INTEGER(WRK-INT-HOJE).
       OPEN INPUT RESERVAS.
       IF RESERVAS-STATUS NOT = ZERO
       MOVE 'S' TO WRK-SW-FIM
       END-IF.
       OPEN INPUT FILMES.
       OPEN OUTPUT REL-SUGESTAO.
       MOVE SPACES TO REL-LINHA.
       STRING 'SUGESTAO DE COMPRA DE COPIAS - EMISSAO '
           DELIMITED BY SIZE
           WRK-DATA-EXEC DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING 'PROCURA = ALUGUEIS DESDE ' DELIMITED BY SIZE
           WRK-DATA-CORTE DELIMITED BY SIZE
           '  SUGESTAO = FILA - DISP - ENCOM' DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING 'FILME  TITULO                          '
           DELIMITED BY SIZE
           ' FILA   DISP  PROC.  ENCOM  SUGEST' DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.

       2000-LER-RESERVA.
       READ RESERVAS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       ADD 1 TO WRK-CONT-RESERVAS
       MOVE RESERVAS-FILME TO WRK-FILME-BUSCA
       PERFORM 2100-LOCALIZA-FILME
       IF WRK-IX-ACHADO = ZERO AND WRK-TS-USADOS < 300
       ADD 1 TO WRK-TS-USADOS
       MOVE WRK-TS-USADOS TO WRK-IX-ACHADO
       MOVE RESERVAS-FILME TO WRK-TS-CODIGO(WRK-IX-ACHADO)
       MOVE ZERO TO WRK-TS-FILA(WRK-IX-ACHADO)
       MOVE ZERO TO WRK-TS-PROCURA(WRK-IX-ACHADO)
       MOVE ZERO TO WRK-TS-ENCOM(WRK-IX-ACHADO)
       END-IF
       IF WRK-IX-ACHADO = ZERO
       ADD 1 TO WRK-OMI-FILMES
       ELSE
       ADD 1 TO WRK-TS-FILA(WRK-IX-ACHADO)
       END-IF
       END-READ.

       2100-LOCALIZA-FILME.
       MOVE ZERO TO WRK-IX-ACHADO.
       MOVE 1 TO WRK-IX.
       PERFORM 2110-PROCURA-FILME
           UNTIL WRK-IX > WRK-TS-USADOS OR WRK-IX-ACHADO NOT = ZERO.

       2110-PROCURA-FILME.
       IF WRK-TS-CODIGO(WRK-IX) = WRK-FILME-BUSCA
       MOVE WRK-IX TO WRK-IX-ACHADO
       ELSE
       ADD 1 TO WRK-IX
       END-IF.

       3000-PROCURA-RECENTE.
       OPEN INPUT ALUGUEIS-HIST.
       IF ALUGHIST-STATUS = ZERO
       PERFORM 3050-PROCURA-FILME
           VARYING WRK-IX FROM 1 BY 1 UNTIL WRK-IX > WRK-TS-USADOS
       CLOSE ALUGUEIS-HIST
       END-IF.

       3050-PROCURA-FILME.
       MOVE 'N' TO WRK-SW-FIM.
       MOVE WRK-TS-CODIGO(WRK-IX) TO HIST-CF-FILME.
       MOVE WRK-DATA-CORTE TO HIST-CF-DT-LOC.
       MOVE ZERO TO HIST-CF-FONE.
       START ALUGUEIS-HIST KEY IS NOT LESS THAN HIST-CHAVE-FILME
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM
       END-START.
       PERFORM 3100-LER-HISTORICO UNTIL FIM-ENTRADA.

       3100-LER-HISTORICO.
       READ ALUGUEIS-HIST NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       IF HIST-CF-FILME NOT = WRK-TS-CODIGO(WRK-IX)
       MOVE 'S' TO WRK-SW-FIM
       ELSE
       ADD 1 TO WRK-TS-PROCURA(WRK-IX)
       END-IF
       END-READ.

       4000-ENCOMENDADOS.
       MOVE 'N' TO WRK-SW-FIM.
       OPEN INPUT PEDIDOS.
       IF PEDIDOS-STATUS NOT = ZERO
       MOVE 'S' TO WRK-SW-FIM
       END-IF.
       PERFORM 4100-LER-PEDIDO UNTIL FIM-ENTRADA.
       CLOSE PEDIDOS.

       4100-LER-PEDIDO.
       READ PEDIDOS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       IF PEDIDO-ABERTO OR PEDIDO-PARCIAL
       MOVE PED-FILME TO WRK-FILME-BUSCA
       PERFORM 2100-LOCALIZA-FILME
       IF WRK-IX-ACHADO NOT = ZERO
       COMPUTE WRK-TS-ENCOM(WRK-IX-ACHADO) =
           WRK-TS-ENCOM(WRK-IX-ACHADO) + PED-QTD - PED-QTD-REC
       END-IF
       END-IF
       END-READ.

       5000-IMPRIME-SUGESTAO.
       MOVE WRK-TS-CODIGO(WRK-IX) TO FILMES-CODIGO.
       READ FILMES
       INVALID KEY
       MOVE '*** FILME NAO CADASTRADO ***' TO FILMES-TITULO
       MOVE ZERO TO FILMES-COPIAS
       END-READ.
       MOVE FILMES-COPIAS TO WRK-DISPONIVEIS.
       IF WRK-TS-FILA(WRK-IX) > WRK-DISPONIVEIS
       COMPUTE WRK-SUGERIDO = WRK-TS-FILA(WRK-IX) - WRK-DISPONIVEIS
           - WRK-TS-ENCOM(WRK-IX)
       IF WRK-SUGERIDO < ZERO
       MOVE ZERO TO WRK-SUGERIDO
       END-IF
       ADD 1 TO WRK-CONT-TITULOS
       ADD WRK-SUGERIDO TO WRK-TOT-SUGERIDO
       MOVE WRK-TS-CODIGO(WRK-IX) TO WRK-LS-CODIGO
       MOVE FILMES-TITULO TO WRK-LS-TITULO
       MOVE WRK-TS-FILA(WRK-IX) TO WRK-LS-FILA
       MOVE WRK-DISPONIVEIS TO WRK-LS-DISP
       MOVE WRK-TS-PROCURA(WRK-IX) TO WRK-LS-PROCURA
       MOVE WRK-TS-ENCOM(WRK-IX) TO WRK-LS-ENCOM
       MOVE WRK-SUGERIDO TO WRK-LS-SUGERIDO
       MOVE WRK-LINHA-SUG TO REL-LINHA
       WRITE REL-LINHA
       END-IF.

       8000-RESUMO.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'RESERVAS NA FILA...................:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-RESERVAS TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'FILMES COM RESERVA..................:'
           TO WRK-CNT-DESC.
       MOVE WRK-TS-USADOS TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'TITULOS COM FILA MAIOR QUE DISP.....:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-TITULOS TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'TOTAL DE COPIAS SUGERIDAS...........:'
           TO WRK-CNT-DESC.
       MOVE WRK-TOT-SUGERIDO TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       IF WRK-OMI-FILMES NOT = ZERO
       MOVE SPACES TO REL-LINHA
       STRING 'ATENCAO - TABELA DE FILMES CHEIA, OMITIDOS: '
           DELIMITED BY SIZE
           WRK-OMI-FILMES DELIMITED BY SIZE INTO REL-LINHA
       WRITE REL-LINHA
       END-IF.

       8100-GRAVA-RESUMO.
       MOVE WRK-LINHA-CNT TO REL-LINHA.
       WRITE REL-LINHA.

       9000-FINALIZAR.
       CLOSE RESERVAS.
       CLOSE FILMES.
       CLOSE REL-SUGESTAO.
       DISPLAY 'SUGCOMP GERADO - TITULOS SUGERIDOS: '
           WRK-CONT-TITULOS.

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
       MOVE SPACES TO WRK-ARQ-RESERVAS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'RESERVAS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-RESERVAS.
       MOVE SPACES TO WRK-ARQ-ALUGHIST.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'HISTALUG.DAT' DELIMITED BY SIZE INTO WRK-ARQ-ALUGHIST.
       MOVE SPACES TO WRK-ARQ-PEDIDOS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'PEDIDOS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-PEDIDOS.
       MOVE SPACES TO WRK-ARQ-FILMES.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'FILMES.DAT' DELIMITED BY SIZE INTO WRK-ARQ-FILMES.
       MOVE SPACES TO WRK-ARQ-RELATORIO.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'SUGCOMP.TXT' DELIMITED BY SIZE INTO WRK-ARQ-RELATORIO.
