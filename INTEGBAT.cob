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
       FD COPIAS.
       01 COPIAS-REG.
       05 COPIAS-CHAVE.
           88 COPIA-LOCADA         VALUE 'L'.
           88 COPIA-AVARIADA       VALUE 'A'.
           88 COPIA-BAIXADA        VALUE 'B'.
       05 COPIAS-CUSTO         PIC 9(05)V99.
       05 COPIAS-PEDIDO        PIC 9(06).
       FD RESERVAS.
       01 RESERVAS-REG.
       05 RESERVAS-CHAVE.
       05 FATURAS-VLR-MULTA    PIC 9(05)V99.
       05 FATURAS-VLR-TOTAL    PIC 9(05)V99.
       05 FATURAS-VLR-PAGO     PIC 9(05)V99.
       05 FATURAS-VLR-AVARIA   PIC 9(05)V99.
       SD INT-ORD.
       01 INT-ORD-REG.
       05 INT-ORD-FILME     PIC 9(05).
           OUTPUT PROCEDURE IS 4000-VERIFICA-SALDOS.
       PERFORM 8000-RESUMO.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIAR.
       PERFORM 1400-LER-PARAMETROS.
       OPEN INPUT ALUGUEIS.
       IF ALUGUEIS-STATUS NOT = ZERO AND ALUGUEIS-STATUS NOT = 35
       DISPLAY 'ERRO AO ABRIR ALUGUEIS.DAT - STATUS ' ALUGUEIS-STATUS
       MOVE 16 TO RETURN-CODE
       GOBACK
       END-IF.
       OPEN INPUT CLIENTES.
       OPEN INPUT FILMES.
       OPEN INPUT FATURAS.
       IF FATURAS-STATUS NOT = ZERO AND FATURAS-STATUS NOT = 35
       DISPLAY 'ERRO AO ABRIR FATURAS.DAT - STATUS ' FATURAS-STATUS
       MOVE 16 TO RETURN-CODE
       GOBACK
       END-IF.
       OPEN OUTPUT EXCECOES.
       MOVE SPACES TO EXCECOES-LINHA.
