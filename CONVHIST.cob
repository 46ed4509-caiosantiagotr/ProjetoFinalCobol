       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVHIST.
      ************************************
      * AUTHOR: CAIO                      EMPRESA: X
      *OBJETIVO: SISTEMA DE GESTAO DE FLIMES - CONVERSAO UNICA DO
      *          HISTORICO SEQUENCIAL (ALUGHIST.DAT) PARA O ARQUIVO
      *          INDEXADO HISTALUG.DAT, COM VALORES DA FATURA E
      *          CONFERENCIA DE QUANTIDADES (CONVHIST.TXT)
      *Data: 15/10/2026
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HIST-ANTIGO ASSIGN TO WRK-ARQ-ANTIGO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ANTIGO-STATUS.
       SELECT ALUGUEIS-HIST ASSIGN TO WRK-ARQ-ALUGHIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ALUGHIST-STATUS
       RECORD KEY IS HIST-CHAVE
       ALTERNATE RECORD KEY IS HIST-CHAVE-FILME.
       SELECT FATURAS ASSIGN TO WRK-ARQ-FATURAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       FILE STATUS IS FATURAS-STATUS
       RECORD KEY IS FATURAS-CHAVE.
       SELECT REL-CONVERSAO ASSIGN TO WRK-ARQ-RELATORIO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REL-STATUS.
       SELECT PARAMS ASSIGN TO
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\PARAMS.DAT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PARAMS-STATUS.
           DATA DIVISION.
           FILE SECTION.
       FD HIST-ANTIGO.
       01 ANTIGO-REG.
           05 ANT-FONE           PIC 9(09).
           05 FILLER             PIC X(02).
           05 ANT-FILME          PIC 9(05).
           05 FILLER             PIC X(02).
           05 ANT-COPIA          PIC 9(03).
           05 FILLER             PIC X(02).
           05 ANT-DT-LOC         PIC 9(08).
           05 FILLER             PIC X(02).
           05 ANT-DT-PREV        PIC 9(08).
           05 FILLER             PIC X(02).
           05 ANT-DT-DEV         PIC 9(08).
           05 FILLER             PIC X(02).
           05 ANT-ATRASO         PIC X(01).
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
       FD FATURAS.
       01 FATURAS-REG.
       05 FATURAS-CHAVE.
       10 FATURAS-FONE      PIC 9(09).
       10 FATURAS-FILME     PIC 9(05).
       10 FATURAS-DT-DEV    PIC 9(08).
       05 FATURAS-DIAS-LOC     PIC 9(03).
       05 FATURAS-DIAS-ATR     PIC 9(03).
       05 FATURAS-VLR-LOCACAO  PIC 9(05)V99.
       05 FATURAS-VLR-MULTA    PIC 9(05)V99.
       05 FATURAS-VLR-TOTAL    PIC 9(05)V99.
       05 FATURAS-VLR-PAGO     PIC 9(05)V99.
       05 FATURAS-VLR-AVARIA   PIC 9(05)V99.
       FD REL-CONVERSAO.
       01 REL-LINHA              PIC X(90).
       FD PARAMS.
       01 PARAMS-REG             PIC X(60).
       WORKING-STORAGE SECTION.
       77 PARAMS-STATUS      PIC 9(02).
       77 WRK-PAR-DIRETORIO  PIC X(45) VALUE
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\'.
       77 WRK-ARQ-ANTIGO     PIC X(80).
       77 WRK-ARQ-ALUGHIST   PIC X(80).
       77 WRK-ARQ-FATURAS    PIC X(80).
       77 WRK-ARQ-RELATORIO  PIC X(80).
       77 WRK-SW-FIM-PAR     PIC X(01).
           88 FIM-PARAMS         VALUE 'S'.
           88 NAO-FIM-PARAMS     VALUE 'N'.
       77 ANTIGO-STATUS      PIC 9(02).
       77 ALUGHIST-STATUS    PIC 9(02).
       77 FATURAS-STATUS     PIC 9(02).
       77 REL-STATUS         PIC 9(02).
       77 WRK-DATA-EXEC      PIC 9(08).
       77 WRK-OPER-CONVERSAO PIC X(10) VALUE 'CONVERSAO'.
       77 WRK-CONT-LIDAS     PIC 9(07) VALUE ZERO.
       77 WRK-CONT-GRAVADAS  PIC 9(07) VALUE ZERO.
       77 WRK-CONT-SOMADAS   PIC 9(07) VALUE ZERO.
       77 WRK-CONT-REJEIT    PIC 9(07) VALUE ZERO.
       77 WRK-CONT-SEM-FAT   PIC 9(07) VALUE ZERO.
       77 WRK-CONT-NOVO      PIC 9(07) VALUE ZERO.
       77 WRK-CONT-ERRO      PIC 9(07) VALUE ZERO.
       77 WRK-CONT-CONFERE   PIC 9(07) VALUE ZERO.
       77 WRK-SW-FIM         PIC X(01).
           88 FIM-ENTRADA        VALUE 'S'.
           88 NAO-FIM-ENTRADA    VALUE 'N'.
       77 WRK-SW-CONFERE     PIC X(01).
           88 CONFERENCIA-OK     VALUE 'S'.
           88 CONFERENCIA-ERRO   VALUE 'N'.
       01 WRK-BUF-PARAM          PIC X(60).
       01 WRK-LINHA-GERAL.
           05 WRK-LG-TIPO        PIC X(01).
           05 FILLER             PIC X(01).
           05 WRK-LG-DIR         PIC X(45).
           05 WRK-LG-PRAZO       PIC 9(03).
           05 WRK-LG-LIMITE      PIC 9(03).
           05 WRK-LG-MULTA       PIC 9(03)V99.
       01 WRK-NOVO-REG.
           05 FILLER             PIC X(64).
           05 WRK-NV-DIAS-LOC    PIC 9(03).
           05 WRK-NV-DIAS-ATR    PIC 9(03).
           05 WRK-NV-VLR-LOCACAO PIC 9(05)V99.
           05 WRK-NV-VLR-MULTA   PIC 9(05)V99.
           05 WRK-NV-VLR-AVARIA  PIC 9(05)V99.
           05 WRK-NV-VLR-TOTAL   PIC 9(05)V99.
           05 FILLER             PIC X(10).
       01 WRK-LINHA-REJ.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-SEQ         PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-MOTIVO      PIC X(16).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-LINHA       PIC X(60).
       01 WRK-LINHA-CNT.
           05 WRK-CNT-DESC       PIC X(36).
           05 WRK-CNT-QTD        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
       PERFORM 1000-INICIAR.
       PERFORM 2000-CONVERTE UNTIL FIM-ENTRADA.
       CLOSE HIST-ANTIGO.
       CLOSE FATURAS.
       PERFORM 3000-CONTA-NOVO.
       PERFORM 8000-RESUMO.
       PERFORM 9000-FINALIZAR.
       STOP RUN.

       1000-INICIAR.
       PERFORM 1400-LER-PARAMETROS.
       MOVE 'N' TO WRK-SW-FIM.
       ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
       OPEN INPUT HIST-ANTIGO.
       IF ANTIGO-STATUS NOT = ZERO
       DISPLAY 'ALUGHIST.DAT NAO ENCONTRADO - STATUS ' ANTIGO-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
       END-IF.
       OPEN INPUT ALUGUEIS-HIST.
       IF ALUGHIST-STATUS = ZERO
       READ ALUGUEIS-HIST NEXT RECORD
       AT END
       CONTINUE
       NOT AT END
       DISPLAY 'HISTALUG.DAT JA CONTEM REGISTROS - CONVERSAO '
           'NAO EXECUTADA'
       CLOSE ALUGUEIS-HIST
       CLOSE HIST-ANTIGO
       MOVE 16 TO RETURN-CODE
       STOP RUN
       END-READ
       CLOSE ALUGUEIS-HIST
       END-IF.
       OPEN OUTPUT ALUGUEIS-HIST.
       CLOSE ALUGUEIS-HIST.
       OPEN I-O ALUGUEIS-HIST.
       IF ALUGHIST-STATUS NOT = ZERO
       DISPLAY 'ERRO AO CRIAR HISTALUG.DAT - STATUS ' ALUGHIST-STATUS
       CLOSE HIST-ANTIGO
       MOVE 16 TO RETURN-CODE
       STOP RUN
       END-IF.
       OPEN INPUT FATURAS.
       OPEN OUTPUT REL-CONVERSAO.
       MOVE SPACES TO REL-LINHA.
       STRING 'CONVERSAO DO HISTORICO DE ALUGUEIS - EMISSAO '
           DELIMITED BY SIZE
           WRK-DATA-EXEC DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'LINHAS REJEITADAS' TO REL-LINHA.
       WRITE REL-LINHA.

       2000-CONVERTE.
       READ HIST-ANTIGO
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       ADD 1 TO WRK-CONT-LIDAS
       IF ANT-FONE IS NUMERIC AND ANT-FILME IS NUMERIC
       AND ANT-DT-LOC IS NUMERIC AND ANT-DT-DEV IS NUMERIC
       PERFORM 2100-MONTA-REGISTRO
       PERFORM 2200-GRAVA-REGISTRO
       ELSE
       MOVE 'CAMPO INVALIDO' TO WRK-LR-MOTIVO
       PERFORM 2900-REJEITA
       END-IF
       END-READ.

       2100-MONTA-REGISTRO.
       MOVE SPACES TO ALUGHIST-REG.
       MOVE ANT-FONE TO HIST-FONE.
       MOVE ANT-DT-LOC TO HIST-DT-LOC.
       MOVE ANT-FILME TO HIST-FILME.
       MOVE ANT-FILME TO HIST-CF-FILME.
       MOVE ANT-DT-LOC TO HIST-CF-DT-LOC.
       MOVE ANT-FONE TO HIST-CF-FONE.
       IF ANT-COPIA IS NUMERIC
       MOVE ANT-COPIA TO HIST-COPIA
       ELSE
       MOVE ZERO TO HIST-COPIA
       END-IF.
       IF ANT-DT-PREV IS NUMERIC
       MOVE ANT-DT-PREV TO HIST-DT-PREV
       ELSE
       MOVE ZERO TO HIST-DT-PREV
       END-IF.
       MOVE ANT-DT-DEV TO HIST-DT-DEV.
       MOVE ANT-ATRASO TO HIST-ATRASO.
       MOVE WRK-OPER-CONVERSAO TO HIST-OPERADOR.
       MOVE ANT-FONE TO FATURAS-FONE.
       MOVE ANT-FILME TO FATURAS-FILME.
       MOVE ANT-DT-DEV TO FATURAS-DT-DEV.
       READ FATURAS
       INVALID KEY
       ADD 1 TO WRK-CONT-SEM-FAT
       MOVE ZERO TO HIST-DIAS-LOC
       MOVE ZERO TO HIST-DIAS-ATR
       MOVE ZERO TO HIST-VLR-LOCACAO
       MOVE ZERO TO HIST-VLR-MULTA
       MOVE ZERO TO HIST-VLR-AVARIA
       MOVE ZERO TO HIST-VLR-TOTAL
       NOT INVALID KEY
       MOVE FATURAS-DIAS-LOC TO HIST-DIAS-LOC
       MOVE FATURAS-DIAS-ATR TO HIST-DIAS-ATR
       MOVE FATURAS-VLR-LOCACAO TO HIST-VLR-LOCACAO
       MOVE FATURAS-VLR-MULTA TO HIST-VLR-MULTA
       MOVE FATURAS-VLR-AVARIA TO HIST-VLR-AVARIA
       MOVE FATURAS-VLR-TOTAL TO HIST-VLR-TOTAL
       END-READ.

       2200-GRAVA-REGISTRO.
       MOVE ALUGHIST-REG TO WRK-NOVO-REG.
       WRITE ALUGHIST-REG
       INVALID KEY
       PERFORM 2300-SOMA-REGISTRO
       NOT INVALID KEY
       ADD 1 TO WRK-CONT-GRAVADAS
       END-WRITE.

       2300-SOMA-REGISTRO.
       READ ALUGUEIS-HIST
       INVALID KEY
       MOVE 'ERRO DE GRAVACAO' TO WRK-LR-MOTIVO
       ADD 1 TO WRK-CONT-ERRO
       PERFORM 2900-REJEITA
       NOT INVALID KEY
       IF HIST-DT-DEV NOT = ANT-DT-DEV
       ADD WRK-NV-DIAS-LOC TO HIST-DIAS-LOC
       ADD WRK-NV-DIAS-ATR TO HIST-DIAS-ATR
       ADD WRK-NV-VLR-LOCACAO TO HIST-VLR-LOCACAO
       ADD WRK-NV-VLR-MULTA TO HIST-VLR-MULTA
       ADD WRK-NV-VLR-AVARIA TO HIST-VLR-AVARIA
       ADD WRK-NV-VLR-TOTAL TO HIST-VLR-TOTAL
       MOVE ANT-DT-DEV TO HIST-DT-DEV
       MOVE ANT-ATRASO TO HIST-ATRASO
       END-IF
       REWRITE ALUGHIST-REG
       INVALID KEY
       MOVE 'ERRO DE GRAVACAO' TO WRK-LR-MOTIVO
       ADD 1 TO WRK-CONT-ERRO
       PERFORM 2900-REJEITA
       NOT INVALID KEY
       ADD 1 TO WRK-CONT-SOMADAS
       END-REWRITE
       END-READ.

       2900-REJEITA.
       ADD 1 TO WRK-CONT-REJEIT.
       MOVE WRK-CONT-LIDAS TO WRK-LR-SEQ.
       MOVE ANTIGO-REG TO WRK-LR-LINHA.
       MOVE WRK-LINHA-REJ TO REL-LINHA.
       WRITE REL-LINHA.

       3000-CONTA-NOVO.
       MOVE 'N' TO WRK-SW-FIM.
       MOVE LOW-VALUES TO HIST-CHAVE.
       START ALUGUEIS-HIST KEY IS NOT LESS THAN HIST-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM
       END-START.
       PERFORM 3100-LER-NOVO UNTIL FIM-ENTRADA.
       CLOSE ALUGUEIS-HIST.

       3100-LER-NOVO.
       READ ALUGUEIS-HIST NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       ADD 1 TO WRK-CONT-NOVO
       END-READ.

       8000-RESUMO.
       MOVE 'S' TO WRK-SW-CONFERE.
       IF WRK-CONT-NOVO NOT = WRK-CONT-GRAVADAS
       MOVE 'N' TO WRK-SW-CONFERE
       END-IF.
       COMPUTE WRK-CONT-CONFERE =
           WRK-CONT-GRAVADAS + WRK-CONT-SOMADAS + WRK-CONT-REJEIT.
       IF WRK-CONT-CONFERE NOT = WRK-CONT-LIDAS
       OR WRK-CONT-ERRO NOT = ZERO
       MOVE 'N' TO WRK-SW-CONFERE
       END-IF.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'RESUMO' TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'LINHAS LIDAS EM ALUGHIST.DAT.......:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-LIDAS TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'REGISTROS GRAVADOS EM HISTALUG.DAT.:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-GRAVADAS TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'LINHAS SOMADAS A REGISTRO EXISTENTE:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-SOMADAS TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'LINHAS REJEITADAS..................:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-REJEIT TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'LINHAS SEM FATURA (VALORES ZERADOS):'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-SEM-FAT TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'REGISTROS CONTADOS EM HISTALUG.DAT.:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-NOVO TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       IF CONFERENCIA-OK
       MOVE 'CONFERENCIA OK - LIDAS = GRAVADAS + SOMADAS + REJEITADAS'
           TO REL-LINHA
       ELSE
       MOVE 'DIVERGENCIA NA CONFERENCIA - NAO UTILIZAR HISTALUG.DAT'
           TO REL-LINHA
       MOVE 16 TO RETURN-CODE
       END-IF.
       WRITE REL-LINHA.

       8100-GRAVA-RESUMO.
       MOVE WRK-LINHA-CNT TO REL-LINHA.
       WRITE REL-LINHA.

       9000-FINALIZAR.
       CLOSE REL-CONVERSAO.
       IF CONFERENCIA-OK
       DISPLAY 'CONVHIST CONCLUIDO - GRAVADOS: ' WRK-CONT-GRAVADAS
           ' LIDAS: ' WRK-CONT-LIDAS
       ELSE
       DISPLAY 'CONVHIST COM DIVERGENCIA - VER CONVHIST.TXT'
       END-IF.

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
       MOVE SPACES TO WRK-ARQ-ANTIGO.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'ALUGHIST.DAT' DELIMITED BY SIZE INTO WRK-ARQ-ANTIGO.
       MOVE SPACES TO WRK-ARQ-ALUGHIST.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'HISTALUG.DAT' DELIMITED BY SIZE INTO WRK-ARQ-ALUGHIST.
       MOVE SPACES TO WRK-ARQ-FATURAS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'FATURAS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-FATURAS.
       MOVE SPACES TO WRK-ARQ-RELATORIO.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'CONVHIST.TXT' DELIMITED BY SIZE INTO WRK-ARQ-RELATORIO.
