       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ALUGUEIS-HIST ASSIGN TO WRK-ARQ-ALUGHIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS ALUGHIST-STATUS
       RECORD KEY IS HIST-CHAVE
       ALTERNATE RECORD KEY IS HIST-CHAVE-FILME.
       SELECT FILMES ASSIGN TO WRK-ARQ-FILMES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
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
       FD FILMES.
       01 FILMES-REG.
       05 FILMES-CHAVE.
       05 FILMES-GENERO     PIC X(15).
       05 FILMES-COPIAS     PIC 9(03).
       05 FILMES-PRECO-DIA  PIC 9(03)V99.
       05 FILMES-VLR-REPOS  PIC 9(05)V99.
       05 FILMES-CLASSIF    PIC X(02).
           88 FILMES-LIVRE         VALUE 'L ' '  '.
       FD CLIENTES.
       01 CLIENTES-REG.
       05 CLIENTES-CHAVE.
       05 CLIENTES-SITUACAO PIC X(01).
           88 CLIENTES-ATIVO       VALUE 'A'.
           88 CLIENTES-BLOQUEADO   VALUE 'B'.
       05 CLIENTES-DT-NASC  PIC 9(08).
       FD REL-ESTAT.
       01 REL-LINHA              PIC X(90).
       FD PARAMS.
           05 WRK-LC-QTD         PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-ATR         PIC ZZZZ9.
       LINKAGE SECTION.
       01 LNK-LOTE.
           05 LNK-LOTE-DATA      PIC 9(08).
           05 LNK-LOTE-ANOMES    PIC 9(06).

       PROCEDURE DIVISION USING LNK-LOTE.
       0001-PRINCIPAL SECTION.
       PERFORM 1000-INICIAR.
       PERFORM 2000-LER-HISTORICO UNTIL FIM-HIST.
       PERFORM 5000-RELATORIO-GENEROS.
       PERFORM 6000-RELATORIO-CLIENTES.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIAR.
       PERFORM 1400-LER-PARAMETROS.
       MOVE 'N' TO WRK-SW-FIM.
       ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
       IF ADDRESS OF LNK-LOTE = NULL
       DISPLAY 'MES DE APURACAO (AAAAMM).....:'
       ACCEPT WRK-ANOMES
       ELSE
       MOVE LNK-LOTE-ANOMES TO WRK-ANOMES
       END-IF.
       OPEN INPUT ALUGUEIS-HIST.
       IF ALUGHIST-STATUS = 35
       MOVE 'S' TO WRK-SW-FIM
       OPEN OUTPUT REL-ESTAT.

       2000-LER-HISTORICO.
       READ ALUGUEIS-HIST NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       1450-MONTA-ARQUIVOS.
       MOVE SPACES TO WRK-ARQ-ALUGHIST.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'HISTALUG.DAT' DELIMITED BY SIZE INTO WRK-ARQ-ALUGHIST.
       MOVE SPACES TO WRK-ARQ-FILMES.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'FILMES.DAT' DELIMITED BY SIZE INTO WRK-ARQ-FILMES.
