       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCPAG.
      ************************************
      * AUTHOR: CAIO                      EMPRESA: X
      *OBJETIVO: SISTEMA DE GESTAO DE FLIMES - CONCILIACAO DOS
      *          PAGAMENTOS EM CARTAO E PIX (PAGTOS.DAT) COM O ARQUIVO
      *          DE LIQUIDACAO DA ADQUIRENTE/BANCO (LIQAAAAMMDD.DAT),
      *          COM PENDENCIAS TRANSPORTADAS EM CONCPEND.DAT
      *Data: 15/10/2026
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PAGTOS ASSIGN TO WRK-ARQ-PAGTOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PAGTOS-STATUS.
       SELECT LIQUIDACAO ASSIGN TO WRK-ARQ-LIQUIDACAO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LIQ-STATUS.
       SELECT PENDENTES ASSIGN TO WRK-ARQ-PENDENTES
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PEND-STATUS.
       SELECT REL-CONCILIA ASSIGN TO WRK-ARQ-RELATORIO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REL-STATUS.
       SELECT PARAMS ASSIGN TO
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\PARAMS.DAT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PARAMS-STATUS.
           DATA DIVISION.
           FILE SECTION.
       FD PAGTOS.
       01 PAGTOS-LINHA           PIC X(60).
       FD LIQUIDACAO.
       01 LIQ-LINHA              PIC X(40).
       FD PENDENTES.
       01 PEND-LINHA             PIC X(70).
       FD REL-CONCILIA.
       01 REL-LINHA              PIC X(110).
       FD PARAMS.
       01 PARAMS-REG             PIC X(60).
       WORKING-STORAGE SECTION.
       77 PARAMS-STATUS      PIC 9(02).
       77 WRK-PAR-DIRETORIO  PIC X(45) VALUE
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\'.
       77 WRK-ARQ-PAGTOS     PIC X(80).
       77 WRK-ARQ-LIQUIDACAO PIC X(80).
       77 WRK-ARQ-PENDENTES  PIC X(80).
       77 WRK-ARQ-RELATORIO  PIC X(80).
       77 WRK-SW-FIM-PAR     PIC X(01).
           88 FIM-PARAMS         VALUE 'S'.
           88 NAO-FIM-PARAMS     VALUE 'N'.
       77 PAGTOS-STATUS      PIC 9(02).
       77 LIQ-STATUS         PIC 9(02).
       77 PEND-STATUS        PIC 9(02).
       77 REL-STATUS         PIC 9(02).
       77 WRK-DATA-EXEC      PIC 9(08).
       77 WRK-DATA-LIQ       PIC 9(08).
       77 WRK-DATA-ULT       PIC 9(08).
       77 WRK-INT-LIQ        PIC 9(07).
       77 WRK-INT-AUX        PIC 9(07).
       77 WRK-DIAS           PIC 9(04).
       77 WRK-LIM-DIFERENCA  PIC 9(03)V99 VALUE 5.00.
       77 WRK-DIFERENCA      PIC 9(05)V99.
       77 WRK-MENOR-DIF      PIC 9(05)V99.
       77 WRK-QTD-PAG        PIC 9(03) COMP VALUE ZERO.
       77 WRK-QTD-LIQ        PIC 9(03) COMP VALUE ZERO.
       77 WRK-QTD-OPER       PIC 9(02) COMP VALUE ZERO.
       77 WRK-IP             PIC 9(03) COMP.
       77 WRK-IL             PIC 9(03) COMP.
       77 WRK-IO             PIC 9(02) COMP.
       77 WRK-ACHOU          PIC 9(03) COMP.
       77 WRK-OPER-BUSCA     PIC X(10).
       77 WRK-CONT-PAG-NOVO  PIC 9(05) VALUE ZERO.
       77 WRK-CONT-PAG-ANT   PIC 9(05) VALUE ZERO.
       77 WRK-CONT-LIQ-NOVO  PIC 9(05) VALUE ZERO.
       77 WRK-CONT-LIQ-ANT   PIC 9(05) VALUE ZERO.
       77 WRK-CONT-REJEIT    PIC 9(05) VALUE ZERO.
       77 WRK-CONT-EXCEDE    PIC 9(05) VALUE ZERO.
       77 WRK-QTD-CONC       PIC 9(05) VALUE ZERO.
       77 WRK-QTD-DIF        PIC 9(05) VALUE ZERO.
       77 WRK-QTD-PEND-PAG   PIC 9(05) VALUE ZERO.
       77 WRK-QTD-PEND-LIQ   PIC 9(05) VALUE ZERO.
       77 WRK-VLR-CONC       PIC 9(07)V99 VALUE ZERO.
       77 WRK-VLR-DIF-BAL    PIC 9(07)V99 VALUE ZERO.
       77 WRK-VLR-DIF-LIQ    PIC 9(07)V99 VALUE ZERO.
       77 WRK-VLR-PEND-PAG   PIC 9(07)V99 VALUE ZERO.
       77 WRK-VLR-PEND-LIQ   PIC 9(07)V99 VALUE ZERO.
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
       01 WRK-LINHA-PAGTO.
           05 WRK-PG-FONE        PIC 9(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-PG-FILME       PIC 9(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-PG-DT-DEV      PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-PG-DT-PAGTO    PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-PG-FORMA       PIC X(01).
               88 PG-CARTAO          VALUE 'C'.
               88 PG-PIX             VALUE 'P'.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-PG-VALOR       PIC 9(05)V99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-PG-OPERADOR    PIC X(10).
       01 WRK-LINHA-LIQ.
           05 WRK-LQ-DATA        PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LQ-FORMA       PIC X(01).
               88 LQ-CARTAO          VALUE 'C'.
               88 LQ-PIX             VALUE 'P'.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LQ-VALOR       PIC 9(05)V99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LQ-AUTORIZ     PIC X(12).
       01 WRK-LINHA-PEND.
           05 WRK-PD-TIPO        PIC X(01).
               88 PEND-CONTROLE      VALUE 'H'.
               88 PEND-PAGAMENTO     VALUE 'P'.
               88 PEND-LIQUIDACAO    VALUE 'L'.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-PD-DT-INCL     PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-PD-DADOS       PIC X(60).
       01 WRK-TAB-PAG.
           05 WRK-TPG-ENT OCCURS 999 TIMES.
               10 WRK-TPG-FONE     PIC 9(09).
               10 WRK-TPG-FILME    PIC 9(05).
               10 WRK-TPG-DT-DEV   PIC 9(08).
               10 WRK-TPG-DATA     PIC 9(08).
               10 WRK-TPG-FORMA    PIC X(01).
               10 WRK-TPG-VALOR    PIC 9(05)V99.
               10 WRK-TPG-OPERADOR PIC X(10).
               10 WRK-TPG-DT-INCL  PIC 9(08).
               10 WRK-TPG-SIT      PIC X(01).
               10 WRK-TPG-PAR      PIC 9(03) COMP.
       01 WRK-TAB-LIQ.
           05 WRK-TLQ-ENT OCCURS 999 TIMES.
               10 WRK-TLQ-DATA     PIC 9(08).
               10 WRK-TLQ-FORMA    PIC X(01).
               10 WRK-TLQ-VALOR    PIC 9(05)V99.
               10 WRK-TLQ-AUTORIZ  PIC X(12).
               10 WRK-TLQ-DT-INCL  PIC 9(08).
               10 WRK-TLQ-SIT      PIC X(01).
       01 WRK-TAB-OPER.
           05 WRK-TOP-ENT OCCURS 50 TIMES.
               10 WRK-TOP-OPERADOR PIC X(10).
               10 WRK-TOP-QTD-CONC PIC 9(05).
               10 WRK-TOP-VLR-CONC PIC 9(07)V99.
               10 WRK-TOP-QTD-DIF  PIC 9(05).
               10 WRK-TOP-VLR-DIF  PIC 9(07)V99.
               10 WRK-TOP-QTD-PEND PIC 9(05).
               10 WRK-TOP-VLR-PEND PIC 9(07)V99.
       01 WRK-LINHA-DET.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-DATA        PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-FORMA       PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-VLR-BAL     PIC ZZZZ9.99 BLANK WHEN ZERO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-VLR-LIQ     PIC ZZZZ9.99 BLANK WHEN ZERO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-DIFERENCA   PIC -ZZZZ9.99 BLANK WHEN ZERO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-FONE        PIC X(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-FILME       PIC X(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-OPERADOR    PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-AUTORIZ     PIC X(12).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-DIAS        PIC ZZZ9 BLANK WHEN ZERO.
       01 WRK-LINHA-OPER.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LO-OPERADOR    PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LO-QTD-CONC    PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LO-VLR-CONC    PIC ZZZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LO-QTD-DIF     PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LO-VLR-DIF     PIC ZZZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LO-QTD-PEND    PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LO-VLR-PEND    PIC ZZZZZZ9.99.
       01 WRK-LINHA-CNT.
           05 WRK-CNT-DESC       PIC X(36).
           05 WRK-CNT-QTD        PIC ZZZZ9.
       01 WRK-LINHA-VLR.
           05 WRK-VLR-DESC       PIC X(36).
           05 WRK-VLR-TOTAL      PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
       PERFORM 1000-INICIAR.
       PERFORM 2000-CARREGA-PENDENTES.
       PERFORM 2200-CARREGA-PAGTOS.
       PERFORM 2400-CARREGA-LIQUIDACAO.
       PERFORM 3000-CONCILIA-EXATO
           VARYING WRK-IL FROM 1 BY 1 UNTIL WRK-IL > WRK-QTD-LIQ.
       PERFORM 3200-CONCILIA-DIFERENCA
           VARYING WRK-IL FROM 1 BY 1 UNTIL WRK-IL > WRK-QTD-LIQ.
       PERFORM 4000-RELATORIO.
       PERFORM 7000-GRAVA-PENDENTES.
       PERFORM 9000-FINALIZAR.
       STOP RUN.

       1000-INICIAR.
       PERFORM 1400-LER-PARAMETROS.
       ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
       DISPLAY 'DATA DA LIQUIDACAO (AAAAMMDD):'.
       ACCEPT WRK-DATA-LIQ.
       IF WRK-DATA-LIQ NOT NUMERIC OR WRK-DATA-LIQ = ZERO
       MOVE WRK-DATA-EXEC TO WRK-DATA-LIQ
       END-IF.
       COMPUTE WRK-INT-LIQ = FUNCTION INTEGER-OF-DATE(WRK-DATA-LIQ).
       MOVE SPACES TO WRK-ARQ-LIQUIDACAO.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'LIQ' DELIMITED BY SIZE
           WRK-DATA-LIQ DELIMITED BY SIZE
           '.DAT' DELIMITED BY SIZE INTO WRK-ARQ-LIQUIDACAO.
       MOVE SPACES TO WRK-ARQ-RELATORIO.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'CONC' DELIMITED BY SIZE
           WRK-DATA-LIQ DELIMITED BY SIZE
           '.TXT' DELIMITED BY SIZE INTO WRK-ARQ-RELATORIO.
       OPEN INPUT LIQUIDACAO.
       IF LIQ-STATUS NOT = ZERO
       DISPLAY 'ARQUIVO DE LIQUIDACAO NAO ENCONTRADO - STATUS '
           LIQ-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
       END-IF.
       CLOSE LIQUIDACAO.

       2000-CARREGA-PENDENTES.
       COMPUTE WRK-INT-AUX = WRK-INT-LIQ - 1.
       COMPUTE WRK-DATA-ULT = FUNCTION DATE-OF-INTEGER(WRK-INT-AUX).
       MOVE 'N' TO WRK-SW-FIM.
       OPEN INPUT PENDENTES.
       IF PEND-STATUS NOT = ZERO
       MOVE 'S' TO WRK-SW-FIM
       END-IF.
       PERFORM 2100-LER-PENDENTE UNTIL FIM-ENTRADA.
       CLOSE PENDENTES.
       IF WRK-DATA-LIQ NOT > WRK-DATA-ULT
       DISPLAY 'LIQUIDACAO JA CONCILIADA ATE ' WRK-DATA-ULT
       MOVE 16 TO RETURN-CODE
       STOP RUN
       END-IF.

       2100-LER-PENDENTE.
       READ PENDENTES
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       MOVE PEND-LINHA TO WRK-LINHA-PEND
       EVALUATE TRUE
       WHEN PEND-CONTROLE
       MOVE WRK-PD-DT-INCL TO WRK-DATA-ULT
       WHEN PEND-PAGAMENTO
       MOVE WRK-PD-DADOS TO WRK-LINHA-PAGTO
       PERFORM 2150-INCLUI-PAGAMENTO
       IF WRK-ACHOU NOT = ZERO
       MOVE WRK-PD-DT-INCL TO WRK-TPG-DT-INCL(WRK-ACHOU)
       ADD 1 TO WRK-CONT-PAG-ANT
       END-IF
       WHEN PEND-LIQUIDACAO
       MOVE WRK-PD-DADOS TO WRK-LINHA-LIQ
       PERFORM 2450-INCLUI-LIQUIDACAO
       IF WRK-ACHOU NOT = ZERO
       MOVE WRK-PD-DT-INCL TO WRK-TLQ-DT-INCL(WRK-ACHOU)
       ADD 1 TO WRK-CONT-LIQ-ANT
       END-IF
       END-EVALUATE
       END-READ.

       2150-INCLUI-PAGAMENTO.
       MOVE ZERO TO WRK-ACHOU.
       IF WRK-QTD-PAG < 999
       ADD 1 TO WRK-QTD-PAG
       MOVE WRK-QTD-PAG TO WRK-ACHOU
       MOVE WRK-PG-FONE TO WRK-TPG-FONE(WRK-ACHOU)
       MOVE WRK-PG-FILME TO WRK-TPG-FILME(WRK-ACHOU)
       MOVE WRK-PG-DT-DEV TO WRK-TPG-DT-DEV(WRK-ACHOU)
       MOVE WRK-PG-DT-PAGTO TO WRK-TPG-DATA(WRK-ACHOU)
       MOVE WRK-PG-FORMA TO WRK-TPG-FORMA(WRK-ACHOU)
       MOVE WRK-PG-VALOR TO WRK-TPG-VALOR(WRK-ACHOU)
       MOVE WRK-PG-OPERADOR TO WRK-TPG-OPERADOR(WRK-ACHOU)
       MOVE WRK-DATA-LIQ TO WRK-TPG-DT-INCL(WRK-ACHOU)
       MOVE SPACE TO WRK-TPG-SIT(WRK-ACHOU)
       MOVE ZERO TO WRK-TPG-PAR(WRK-ACHOU)
       ELSE
       ADD 1 TO WRK-CONT-EXCEDE
       END-IF.

       2200-CARREGA-PAGTOS.
       MOVE 'N' TO WRK-SW-FIM.
       OPEN INPUT PAGTOS.
       IF PAGTOS-STATUS NOT = ZERO
       MOVE 'S' TO WRK-SW-FIM
       END-IF.
       PERFORM 2300-LER-PAGTO UNTIL FIM-ENTRADA.
       CLOSE PAGTOS.

       2300-LER-PAGTO.
       READ PAGTOS
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       MOVE PAGTOS-LINHA TO WRK-LINHA-PAGTO
       IF (PG-CARTAO OR PG-PIX)
       AND WRK-PG-DT-PAGTO IS NUMERIC
       AND WRK-PG-VALOR IS NUMERIC
       AND WRK-PG-DT-PAGTO > WRK-DATA-ULT
       AND WRK-PG-DT-PAGTO NOT > WRK-DATA-LIQ
       PERFORM 2150-INCLUI-PAGAMENTO
       IF WRK-ACHOU NOT = ZERO
       ADD 1 TO WRK-CONT-PAG-NOVO
       END-IF
       END-IF
       END-READ.

       2400-CARREGA-LIQUIDACAO.
       MOVE 'N' TO WRK-SW-FIM.
       OPEN INPUT LIQUIDACAO.
       PERFORM 2500-LER-LIQUIDACAO UNTIL FIM-ENTRADA.
       CLOSE LIQUIDACAO.

       2450-INCLUI-LIQUIDACAO.
       MOVE ZERO TO WRK-ACHOU.
       IF WRK-QTD-LIQ < 999
       ADD 1 TO WRK-QTD-LIQ
       MOVE WRK-QTD-LIQ TO WRK-ACHOU
       MOVE WRK-LQ-DATA TO WRK-TLQ-DATA(WRK-ACHOU)
       MOVE WRK-LQ-FORMA TO WRK-TLQ-FORMA(WRK-ACHOU)
       MOVE WRK-LQ-VALOR TO WRK-TLQ-VALOR(WRK-ACHOU)
       MOVE WRK-LQ-AUTORIZ TO WRK-TLQ-AUTORIZ(WRK-ACHOU)
       MOVE WRK-DATA-LIQ TO WRK-TLQ-DT-INCL(WRK-ACHOU)
       MOVE SPACE TO WRK-TLQ-SIT(WRK-ACHOU)
       ELSE
       ADD 1 TO WRK-CONT-EXCEDE
       END-IF.

       2500-LER-LIQUIDACAO.
       READ LIQUIDACAO
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       MOVE LIQ-LINHA TO WRK-LINHA-LIQ
       IF (LQ-CARTAO OR LQ-PIX)
       AND WRK-LQ-DATA IS NUMERIC
       AND WRK-LQ-VALOR IS NUMERIC
       PERFORM 2450-INCLUI-LIQUIDACAO
       IF WRK-ACHOU NOT = ZERO
       ADD 1 TO WRK-CONT-LIQ-NOVO
       END-IF
       ELSE
       ADD 1 TO WRK-CONT-REJEIT
       END-IF
       END-READ.

       3000-CONCILIA-EXATO.
       IF WRK-TLQ-SIT(WRK-IL) = SPACE
       MOVE ZERO TO WRK-ACHOU
       PERFORM 3100-PROCURA-EXATO VARYING WRK-IP FROM 1 BY 1
           UNTIL WRK-IP > WRK-QTD-PAG OR WRK-ACHOU NOT = ZERO
       IF WRK-ACHOU NOT = ZERO
       MOVE 'C' TO WRK-TLQ-SIT(WRK-IL)
       MOVE 'C' TO WRK-TPG-SIT(WRK-ACHOU)
       MOVE WRK-IL TO WRK-TPG-PAR(WRK-ACHOU)
       END-IF
       END-IF.

       3100-PROCURA-EXATO.
       IF WRK-TPG-SIT(WRK-IP) = SPACE
       AND WRK-TPG-DATA(WRK-IP) = WRK-TLQ-DATA(WRK-IL)
       AND WRK-TPG-FORMA(WRK-IP) = WRK-TLQ-FORMA(WRK-IL)
       AND WRK-TPG-VALOR(WRK-IP) = WRK-TLQ-VALOR(WRK-IL)
       MOVE WRK-IP TO WRK-ACHOU
       END-IF.

       3200-CONCILIA-DIFERENCA.
       IF WRK-TLQ-SIT(WRK-IL) = SPACE
       MOVE ZERO TO WRK-ACHOU
       MOVE 99999.99 TO WRK-MENOR-DIF
       PERFORM 3300-PROCURA-APROXIMADO VARYING WRK-IP FROM 1 BY 1
           UNTIL WRK-IP > WRK-QTD-PAG
       IF WRK-ACHOU NOT = ZERO
       MOVE 'D' TO WRK-TLQ-SIT(WRK-IL)
       MOVE 'D' TO WRK-TPG-SIT(WRK-ACHOU)
       MOVE WRK-IL TO WRK-TPG-PAR(WRK-ACHOU)
       END-IF
       END-IF.

       3300-PROCURA-APROXIMADO.
       IF WRK-TPG-SIT(WRK-IP) = SPACE
       AND WRK-TPG-DATA(WRK-IP) = WRK-TLQ-DATA(WRK-IL)
       AND WRK-TPG-FORMA(WRK-IP) = WRK-TLQ-FORMA(WRK-IL)
       IF WRK-TPG-VALOR(WRK-IP) > WRK-TLQ-VALOR(WRK-IL)
       COMPUTE WRK-DIFERENCA =
           WRK-TPG-VALOR(WRK-IP) - WRK-TLQ-VALOR(WRK-IL)
       ELSE
       COMPUTE WRK-DIFERENCA =
           WRK-TLQ-VALOR(WRK-IL) - WRK-TPG-VALOR(WRK-IP)
       END-IF
       IF WRK-DIFERENCA NOT > WRK-LIM-DIFERENCA
       AND WRK-DIFERENCA < WRK-MENOR-DIF
       MOVE WRK-DIFERENCA TO WRK-MENOR-DIF
       MOVE WRK-IP TO WRK-ACHOU
       END-IF
       END-IF.

       4000-RELATORIO.
       OPEN OUTPUT REL-CONCILIA.
       MOVE SPACES TO REL-LINHA.
       STRING 'CONCILIACAO CARTAO/PIX - LIQUIDACAO DE '
           DELIMITED BY SIZE
           WRK-DATA-LIQ DELIMITED BY SIZE
           ' - EMISSAO ' DELIMITED BY SIZE
           WRK-DATA-EXEC DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING '  DATA      FORMA   BALCAO   LIQUIDADO  DIFERENCA'
           DELIMITED BY SIZE
           '  TELEFONE   FILME  OPERADOR    AUTORIZACAO   DIAS'
           DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'CONCILIADOS' TO REL-LINHA.
       WRITE REL-LINHA.
       PERFORM 4100-LISTA-CONCILIADO
           VARYING WRK-IP FROM 1 BY 1 UNTIL WRK-IP > WRK-QTD-PAG.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'DIFERENCAS DE VALOR' TO REL-LINHA.
       WRITE REL-LINHA.
       PERFORM 4200-LISTA-DIFERENCA
           VARYING WRK-IP FROM 1 BY 1 UNTIL WRK-IP > WRK-QTD-PAG.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'PAGOS NO BALCAO E NAO LIQUIDADOS' TO REL-LINHA.
       WRITE REL-LINHA.
       PERFORM 4300-LISTA-NAO-LIQUIDADO
           VARYING WRK-IP FROM 1 BY 1 UNTIL WRK-IP > WRK-QTD-PAG.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'LIQUIDADOS SEM PAGAMENTO NO BALCAO' TO REL-LINHA.
       WRITE REL-LINHA.
       PERFORM 4400-LISTA-SEM-PAGAMENTO
           VARYING WRK-IL FROM 1 BY 1 UNTIL WRK-IL > WRK-QTD-LIQ.
       PERFORM 5000-TOTAIS-OPERADOR.
       PERFORM 8000-RESUMO.
       CLOSE REL-CONCILIA.

       4050-MONTA-PAGAMENTO.
       MOVE WRK-TPG-DATA(WRK-IP) TO WRK-LD-DATA.
       IF WRK-TPG-FORMA(WRK-IP) = 'C'
       MOVE 'CARTAO' TO WRK-LD-FORMA
       ELSE
       MOVE 'PIX' TO WRK-LD-FORMA
       END-IF.
       MOVE WRK-TPG-VALOR(WRK-IP) TO WRK-LD-VLR-BAL.
       MOVE ZERO TO WRK-LD-VLR-LIQ.
       MOVE ZERO TO WRK-LD-DIFERENCA.
       MOVE WRK-TPG-FONE(WRK-IP) TO WRK-LD-FONE.
       MOVE WRK-TPG-FILME(WRK-IP) TO WRK-LD-FILME.
       MOVE WRK-TPG-OPERADOR(WRK-IP) TO WRK-LD-OPERADOR.
       MOVE SPACES TO WRK-LD-AUTORIZ.
       MOVE ZERO TO WRK-LD-DIAS.
       MOVE WRK-TPG-OPERADOR(WRK-IP) TO WRK-OPER-BUSCA.
       PERFORM 5100-LOCALIZA-OPERADOR.

       4100-LISTA-CONCILIADO.
       IF WRK-TPG-SIT(WRK-IP) = 'C'
       PERFORM 4050-MONTA-PAGAMENTO
       MOVE WRK-TPG-PAR(WRK-IP) TO WRK-IL
       MOVE WRK-TLQ-VALOR(WRK-IL) TO WRK-LD-VLR-LIQ
       MOVE WRK-TLQ-AUTORIZ(WRK-IL) TO WRK-LD-AUTORIZ
       MOVE WRK-LINHA-DET TO REL-LINHA
       WRITE REL-LINHA
       ADD 1 TO WRK-QTD-CONC
       ADD WRK-TPG-VALOR(WRK-IP) TO WRK-VLR-CONC
       ADD 1 TO WRK-TOP-QTD-CONC(WRK-IO)
       ADD WRK-TPG-VALOR(WRK-IP) TO WRK-TOP-VLR-CONC(WRK-IO)
       END-IF.

       4200-LISTA-DIFERENCA.
       IF WRK-TPG-SIT(WRK-IP) = 'D'
       PERFORM 4050-MONTA-PAGAMENTO
       MOVE WRK-TPG-PAR(WRK-IP) TO WRK-IL
       MOVE WRK-TLQ-VALOR(WRK-IL) TO WRK-LD-VLR-LIQ
       MOVE WRK-TLQ-AUTORIZ(WRK-IL) TO WRK-LD-AUTORIZ
       COMPUTE WRK-LD-DIFERENCA =
           WRK-TLQ-VALOR(WRK-IL) - WRK-TPG-VALOR(WRK-IP)
       MOVE WRK-LINHA-DET TO REL-LINHA
       WRITE REL-LINHA
       ADD 1 TO WRK-QTD-DIF
       ADD WRK-TPG-VALOR(WRK-IP) TO WRK-VLR-DIF-BAL
       ADD WRK-TLQ-VALOR(WRK-IL) TO WRK-VLR-DIF-LIQ
       IF WRK-TPG-VALOR(WRK-IP) > WRK-TLQ-VALOR(WRK-IL)
       COMPUTE WRK-DIFERENCA =
           WRK-TPG-VALOR(WRK-IP) - WRK-TLQ-VALOR(WRK-IL)
       ELSE
       COMPUTE WRK-DIFERENCA =
           WRK-TLQ-VALOR(WRK-IL) - WRK-TPG-VALOR(WRK-IP)
       END-IF
       ADD 1 TO WRK-TOP-QTD-DIF(WRK-IO)
       ADD WRK-DIFERENCA TO WRK-TOP-VLR-DIF(WRK-IO)
       END-IF.

       4300-LISTA-NAO-LIQUIDADO.
       IF WRK-TPG-SIT(WRK-IP) = SPACE
       PERFORM 4050-MONTA-PAGAMENTO
       COMPUTE WRK-DIAS = WRK-INT-LIQ -
           FUNCTION INTEGER-OF-DATE(WRK-TPG-DATA(WRK-IP))
       MOVE WRK-DIAS TO WRK-LD-DIAS
       MOVE WRK-LINHA-DET TO REL-LINHA
       WRITE REL-LINHA
       ADD 1 TO WRK-QTD-PEND-PAG
       ADD WRK-TPG-VALOR(WRK-IP) TO WRK-VLR-PEND-PAG
       ADD 1 TO WRK-TOP-QTD-PEND(WRK-IO)
       ADD WRK-TPG-VALOR(WRK-IP) TO WRK-TOP-VLR-PEND(WRK-IO)
       END-IF.

       4400-LISTA-SEM-PAGAMENTO.
       IF WRK-TLQ-SIT(WRK-IL) = SPACE
       MOVE WRK-TLQ-DATA(WRK-IL) TO WRK-LD-DATA
       IF WRK-TLQ-FORMA(WRK-IL) = 'C'
       MOVE 'CARTAO' TO WRK-LD-FORMA
       ELSE
       MOVE 'PIX' TO WRK-LD-FORMA
       END-IF
       MOVE ZERO TO WRK-LD-VLR-BAL
       MOVE WRK-TLQ-VALOR(WRK-IL) TO WRK-LD-VLR-LIQ
       MOVE ZERO TO WRK-LD-DIFERENCA
       MOVE SPACES TO WRK-LD-FONE
       MOVE SPACES TO WRK-LD-FILME
       MOVE SPACES TO WRK-LD-OPERADOR
       MOVE WRK-TLQ-AUTORIZ(WRK-IL) TO WRK-LD-AUTORIZ
       COMPUTE WRK-DIAS = WRK-INT-LIQ -
           FUNCTION INTEGER-OF-DATE(WRK-TLQ-DATA(WRK-IL))
       MOVE WRK-DIAS TO WRK-LD-DIAS
       MOVE WRK-LINHA-DET TO REL-LINHA
       WRITE REL-LINHA
       ADD 1 TO WRK-QTD-PEND-LIQ
       ADD WRK-TLQ-VALOR(WRK-IL) TO WRK-VLR-PEND-LIQ
       END-IF.

       5000-TOTAIS-OPERADOR.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'TOTAIS POR OPERADOR' TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING '  OPERADOR     CONC.      VALOR   DIF.  VLR.DIFER.'
           DELIMITED BY SIZE
           '  PEND.   VLR.PEND.' DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       PERFORM 5200-LINHA-OPERADOR
           VARYING WRK-IO FROM 1 BY 1 UNTIL WRK-IO > WRK-QTD-OPER.

       5100-LOCALIZA-OPERADOR.
       MOVE ZERO TO WRK-ACHOU.
       PERFORM 5110-COMPARA-OPERADOR
           VARYING WRK-IO FROM 1 BY 1
           UNTIL WRK-IO > WRK-QTD-OPER OR WRK-ACHOU NOT = ZERO.
       IF WRK-ACHOU = ZERO
       IF WRK-QTD-OPER < 50
       ADD 1 TO WRK-QTD-OPER
       MOVE WRK-QTD-OPER TO WRK-ACHOU
       MOVE WRK-OPER-BUSCA TO WRK-TOP-OPERADOR(WRK-ACHOU)
       ELSE
       MOVE 50 TO WRK-ACHOU
       MOVE 'OUTROS' TO WRK-TOP-OPERADOR(WRK-ACHOU)
       END-IF
       MOVE ZERO TO WRK-TOP-QTD-CONC(WRK-ACHOU)
       MOVE ZERO TO WRK-TOP-VLR-CONC(WRK-ACHOU)
       MOVE ZERO TO WRK-TOP-QTD-DIF(WRK-ACHOU)
       MOVE ZERO TO WRK-TOP-VLR-DIF(WRK-ACHOU)
       MOVE ZERO TO WRK-TOP-QTD-PEND(WRK-ACHOU)
       MOVE ZERO TO WRK-TOP-VLR-PEND(WRK-ACHOU)
       END-IF.
       MOVE WRK-ACHOU TO WRK-IO.

       5110-COMPARA-OPERADOR.
       IF WRK-TOP-OPERADOR(WRK-IO) = WRK-OPER-BUSCA
       MOVE WRK-IO TO WRK-ACHOU
       END-IF.

       5200-LINHA-OPERADOR.
       MOVE WRK-TOP-OPERADOR(WRK-IO) TO WRK-LO-OPERADOR.
       MOVE WRK-TOP-QTD-CONC(WRK-IO) TO WRK-LO-QTD-CONC.
       MOVE WRK-TOP-VLR-CONC(WRK-IO) TO WRK-LO-VLR-CONC.
       MOVE WRK-TOP-QTD-DIF(WRK-IO) TO WRK-LO-QTD-DIF.
       MOVE WRK-TOP-VLR-DIF(WRK-IO) TO WRK-LO-VLR-DIF.
       MOVE WRK-TOP-QTD-PEND(WRK-IO) TO WRK-LO-QTD-PEND.
       MOVE WRK-TOP-VLR-PEND(WRK-IO) TO WRK-LO-VLR-PEND.
       MOVE WRK-LINHA-OPER TO REL-LINHA.
       WRITE REL-LINHA.

       7000-GRAVA-PENDENTES.
       OPEN OUTPUT PENDENTES.
       MOVE SPACES TO WRK-LINHA-PEND.
       MOVE 'H' TO WRK-PD-TIPO.
       MOVE WRK-DATA-LIQ TO WRK-PD-DT-INCL.
       MOVE WRK-LINHA-PEND TO PEND-LINHA.
       WRITE PEND-LINHA.
       PERFORM 7100-GRAVA-PAG-PENDENTE
           VARYING WRK-IP FROM 1 BY 1 UNTIL WRK-IP > WRK-QTD-PAG.
       PERFORM 7200-GRAVA-LIQ-PENDENTE
           VARYING WRK-IL FROM 1 BY 1 UNTIL WRK-IL > WRK-QTD-LIQ.
       CLOSE PENDENTES.

       7100-GRAVA-PAG-PENDENTE.
       IF WRK-TPG-SIT(WRK-IP) = SPACE
       MOVE WRK-TPG-FONE(WRK-IP) TO WRK-PG-FONE
       MOVE WRK-TPG-FILME(WRK-IP) TO WRK-PG-FILME
       MOVE WRK-TPG-DT-DEV(WRK-IP) TO WRK-PG-DT-DEV
       MOVE WRK-TPG-DATA(WRK-IP) TO WRK-PG-DT-PAGTO
       MOVE WRK-TPG-FORMA(WRK-IP) TO WRK-PG-FORMA
       MOVE WRK-TPG-VALOR(WRK-IP) TO WRK-PG-VALOR
       MOVE WRK-TPG-OPERADOR(WRK-IP) TO WRK-PG-OPERADOR
       MOVE SPACES TO WRK-LINHA-PEND
       MOVE 'P' TO WRK-PD-TIPO
       MOVE WRK-TPG-DT-INCL(WRK-IP) TO WRK-PD-DT-INCL
       MOVE WRK-LINHA-PAGTO TO WRK-PD-DADOS
       MOVE WRK-LINHA-PEND TO PEND-LINHA
       WRITE PEND-LINHA
       END-IF.

       7200-GRAVA-LIQ-PENDENTE.
       IF WRK-TLQ-SIT(WRK-IL) = SPACE
       MOVE WRK-TLQ-DATA(WRK-IL) TO WRK-LQ-DATA
       MOVE WRK-TLQ-FORMA(WRK-IL) TO WRK-LQ-FORMA
       MOVE WRK-TLQ-VALOR(WRK-IL) TO WRK-LQ-VALOR
       MOVE WRK-TLQ-AUTORIZ(WRK-IL) TO WRK-LQ-AUTORIZ
       MOVE SPACES TO WRK-LINHA-PEND
       MOVE 'L' TO WRK-PD-TIPO
       MOVE WRK-TLQ-DT-INCL(WRK-IL) TO WRK-PD-DT-INCL
       MOVE WRK-LINHA-LIQ TO WRK-PD-DADOS
       MOVE WRK-LINHA-PEND TO PEND-LINHA
       WRITE PEND-LINHA
       END-IF.

       8000-RESUMO.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'RESUMO' TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'PAGAMENTOS NOVOS (CARTAO/PIX).......:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-PAG-NOVO TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'PAGAMENTOS PENDENTES ANTERIORES.....:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-PAG-ANT TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'LIQUIDACOES DO ARQUIVO..............:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-LIQ-NOVO TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'LIQUIDACOES PENDENTES ANTERIORES....:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-LIQ-ANT TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'LINHAS DE LIQUIDACAO REJEITADAS.....:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-REJEIT TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'CONCILIADOS.........................:'
           TO WRK-CNT-DESC.
       MOVE WRK-QTD-CONC TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'VALOR CONCILIADO....................:'
           TO WRK-VLR-DESC.
       MOVE WRK-VLR-CONC TO WRK-VLR-TOTAL.
       PERFORM 8200-GRAVA-VALOR.
       MOVE 'COM DIFERENCA DE VALOR..............:'
           TO WRK-CNT-DESC.
       MOVE WRK-QTD-DIF TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'DIFERENCAS - VALOR NO BALCAO........:'
           TO WRK-VLR-DESC.
       MOVE WRK-VLR-DIF-BAL TO WRK-VLR-TOTAL.
       PERFORM 8200-GRAVA-VALOR.
       MOVE 'DIFERENCAS - VALOR LIQUIDADO........:'
           TO WRK-VLR-DESC.
       MOVE WRK-VLR-DIF-LIQ TO WRK-VLR-TOTAL.
       PERFORM 8200-GRAVA-VALOR.
       MOVE 'PAGOS E NAO LIQUIDADOS..............:'
           TO WRK-CNT-DESC.
       MOVE WRK-QTD-PEND-PAG TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'VALOR PAGO E NAO LIQUIDADO..........:'
           TO WRK-VLR-DESC.
       MOVE WRK-VLR-PEND-PAG TO WRK-VLR-TOTAL.
       PERFORM 8200-GRAVA-VALOR.
       MOVE 'LIQUIDADOS SEM PAGAMENTO............:'
           TO WRK-CNT-DESC.
       MOVE WRK-QTD-PEND-LIQ TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'VALOR LIQUIDADO SEM PAGAMENTO.......:'
           TO WRK-VLR-DESC.
       MOVE WRK-VLR-PEND-LIQ TO WRK-VLR-TOTAL.
       PERFORM 8200-GRAVA-VALOR.
       IF WRK-CONT-EXCEDE NOT = ZERO
       MOVE SPACES TO REL-LINHA
       STRING 'ATENCAO - TABELA CHEIA, ITENS NAO CONCILIADOS: '
           DELIMITED BY SIZE
           WRK-CONT-EXCEDE DELIMITED BY SIZE INTO REL-LINHA
       WRITE REL-LINHA
       END-IF.

       8100-GRAVA-RESUMO.
       MOVE WRK-LINHA-CNT TO REL-LINHA.
       WRITE REL-LINHA.

       8200-GRAVA-VALOR.
       MOVE WRK-LINHA-VLR TO REL-LINHA.
       WRITE REL-LINHA.

       9000-FINALIZAR.
       DISPLAY 'CONCPAG GERADO - CONCILIADOS: ' WRK-QTD-CONC
           ' PENDENTES: ' WRK-QTD-PEND-PAG ' ' WRK-QTD-PEND-LIQ.

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
       MOVE SPACES TO WRK-ARQ-PAGTOS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'PAGTOS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-PAGTOS.
       MOVE SPACES TO WRK-ARQ-PENDENTES.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'CONCPEND.DAT' DELIMITED BY SIZE INTO WRK-ARQ-PENDENTES.
