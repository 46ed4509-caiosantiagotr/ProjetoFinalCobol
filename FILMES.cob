       05 FILMES-GENERO     PIC X(15).
       05 FILMES-COPIAS     PIC 9(03).
       05 FILMES-PRECO-DIA  PIC 9(03)V99.
       05 FILMES-VLR-REPOS  PIC 9(05)V99.
       05 FILMES-CLASSIF    PIC X(02).
           88 FILMES-LIVRE         VALUE 'L ' '  '.
           88 FILMES-CLASSIF-OK
               VALUE 'L ' '10' '12' '14' '16' '18'.
       FD ALUGUEIS.
       01 ALUGUEIS-REG.
       05 ALUGUEIS-CHAVE.
               10 LINE 12 COLUMN 10 VALUE 'ANO....'.
               10 COLUMN PLUS 2 PIC 9(04) USING FILMES-ANO
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 4 VALUE 'CLASSIF'.
               10 COLUMN PLUS 2 PIC X(02) USING FILMES-CLASSIF.
               10 COLUMN PLUS 2 VALUE '(L/10/12/14/16/18)'.
               10 LINE 13 COLUMN 10 VALUE 'GENERO.'.
               10 COLUMN PLUS 2 PIC X(15) USING FILMES-GENERO.
               10 LINE 14 COLUMN 10 VALUE 'COPIAS.'.
               10 LINE 15 COLUMN 10 VALUE 'PRECO..'.
               10 COLUMN PLUS 2 PIC 9(03)V99 USING FILMES-PRECO-DIA
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 4 VALUE 'REPOSICAO'.
               10 COLUMN PLUS 2 PIC 9(05)V99 USING FILMES-VLR-REPOS
                   BLANK WHEN ZEROS.
       01 MOSTRA-ERRO.
           02 MSG-ERRO.
               10 LINE 16 COLUMN 01 ERASE EOL
       MOVE 'MODULO - INCLUSAO FILME' TO WRK-MODULO.
       DISPLAY TELA.
       ACCEPT TELA-REGISTRO.
       PERFORM 5100-VALIDA-CLASSIF.
       IF WRK-MSGERRO NOT = SPACES
        ACCEPT MOSTRA-ERRO
       ELSE
       WRITE FILMES-REG
       INVALID KEY
       MOVE 'JA EXISTE' TO WRK-MSGERRO
       NOT INVALID KEY
       MOVE '-- INCLUIDO --' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-WRITE
       END-IF.

       5100-VALIDA-CLASSIF.
       MOVE SPACES TO WRK-MSGERRO.
       IF FILMES-CLASSIF = SPACES OR FILMES-CLASSIF = 'L'
       MOVE 'L ' TO FILMES-CLASSIF
       END-IF.
       IF NOT FILMES-CLASSIF-OK
       MOVE 'CLASSIFICACAO INVALIDA' TO WRK-MSGERRO
       END-IF.

       6000-CONSULTAR.
       MOVE 'MODULO - CONSULTAR FILME' TO WRK-MODULO.
       NOT INVALID KEY
       DISPLAY SS-DADOS
       ACCEPT SS-DADOS
       PERFORM 5100-VALIDA-CLASSIF
       IF WRK-MSGERRO NOT = SPACES
        ACCEPT MOSTRA-ERRO
       ELSE
       REWRITE FILMES-REG
       INVALID KEY
       MOVE 'ERRO AO GRAVAR' TO WRK-MSGERRO
       MOVE '-- ALTERADO --' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-REWRITE
       END-IF
       END-READ.

       8000-EXCLUIR.
