       05 CLIENTES-SITUACAO PIC X(01).
           88 CLIENTES-ATIVO       VALUE 'A'.
           88 CLIENTES-BLOQUEADO   VALUE 'B'.
       05 CLIENTES-DT-NASC  PIC 9(08).
       SD ATR-ORD.
       01 ATR-ORD-REG.
       05 ATR-ORD-DIAS      PIC 9(05).
       05 FILMES-GENERO     PIC X(15).
       05 FILMES-COPIAS     PIC 9(03).
       05 FILMES-PRECO-DIA  PIC 9(03)V99.
       05 FILMES-VLR-REPOS  PIC 9(05)V99.
       05 FILMES-CLASSIF    PIC X(02).
           88 FILMES-LIVRE         VALUE 'L ' '  '.
       FD REL-ATRASOS.
       01 REL-LINHA              PIC X(100).
       FD EMAIL-ATRASOS.
           INPUT PROCEDURE IS 2000-SELECIONAR-ATRASOS
           OUTPUT PROCEDURE IS 4000-GERAR-SAIDAS.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIAR.
       PERFORM 1400-LER-PARAMETROS.
       END-IF.
       IF ALUGUEIS-STATUS NOT = ZERO AND ALUGUEIS-STATUS NOT = 35
       DISPLAY 'ERRO AO ABRIR ALUGUEIS.DAT - STATUS ' ALUGUEIS-STATUS
       MOVE 16 TO RETURN-CODE
       GOBACK
       END-IF.
       OPEN INPUT CLIENTES.
       OPEN INPUT FILMES.
