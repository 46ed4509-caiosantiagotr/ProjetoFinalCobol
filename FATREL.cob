       05 FATURAS-VLR-MULTA    PIC 9(05)V99.
       05 FATURAS-VLR-TOTAL    PIC 9(05)V99.
       05 FATURAS-VLR-PAGO     PIC 9(05)V99.
       05 FATURAS-VLR-AVARIA   PIC 9(05)V99.
       FD CLIENTES.
       01 CLIENTES-REG.
       05 CLIENTES-CHAVE.
       05 CLIENTES-SITUACAO PIC X(01).
           88 CLIENTES-ATIVO       VALUE 'A'.
           88 CLIENTES-BLOQUEADO   VALUE 'B'.
       05 CLIENTES-DT-NASC  PIC 9(08).
       FD FILMES.
       01 FILMES-REG.
       05 FILMES-CHAVE.
       05 FILMES-GENERO     PIC X(15).
       05 FILMES-COPIAS     PIC 9(03).
       05 FILMES-PRECO-DIA  PIC 9(03)V99.
       05 FILMES-VLR-REPOS  PIC 9(05)V99.
       05 FILMES-CLASSIF    PIC X(02).
           88 FILMES-LIVRE         VALUE 'L ' '  '.
       SD FAT-ORD.
       01 FAT-ORD-REG.
       05 FAT-ORD-CHAVE     PIC 9(09).
           05 WRK-LC-QTD         PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-VALOR       PIC ZZZZZZZZ9.99.
       LINKAGE SECTION.
       01 LNK-LOTE.
           05 LNK-LOTE-DATA      PIC 9(08).
           05 LNK-LOTE-ANOMES    PIC 9(06).

       PROCEDURE DIVISION USING LNK-LOTE.
       0001-PRINCIPAL SECTION.
       PERFORM 1000-INICIAR.
       SORT FAT-ORD ON ASCENDING KEY FAT-ORD-CHAVE
           OUTPUT PROCEDURE IS 3700-TOTALIZA-CLIENTE.
       PERFORM 4000-TOTAIS-GERAIS.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIAR.
       PERFORM 1400-LER-PARAMETROS.
       MOVE 'N' TO WRK-SW-FIM.
       ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
       IF ADDRESS OF LNK-LOTE = NULL
       DISPLAY 'MES DE FECHAMENTO (AAAAMM)...:'
       ACCEPT WRK-ANOMES
       ELSE
       MOVE LNK-LOTE-ANOMES TO WRK-ANOMES
       END-IF.
       OPEN INPUT FATURAS.
       IF FATURAS-STATUS = 35
       MOVE 'S' TO WRK-SW-FIM
       END-IF.
       IF FATURAS-STATUS NOT = ZERO AND FATURAS-STATUS NOT = 35
       DISPLAY 'ERRO AO ABRIR FATURAS.DAT - STATUS ' FATURAS-STATUS
       MOVE 16 TO RETURN-CODE
       GOBACK
       END-IF.
       OPEN INPUT CLIENTES.
       OPEN INPUT FILMES.
       END-IF.
       IF FATURAS-STATUS NOT = ZERO AND FATURAS-STATUS NOT = 35
       DISPLAY 'ERRO AO ABRIR FATURAS.DAT - STATUS ' FATURAS-STATUS
       MOVE 16 TO RETURN-CODE
       GOBACK
       END-IF.

       3500-SELECIONA-CLIENTE.
