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
       SD REC-ORD.
       01 REC-ORD-REG.
       05 REC-ORD-FONE      PIC 9(09).
           INPUT PROCEDURE IS 2000-SELECIONAR-ABERTAS
           OUTPUT PROCEDURE IS 4000-GERAR-RELATORIO.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIAR.
       PERFORM 1400-LER-PARAMETROS.
       END-IF.
       IF FATURAS-STATUS NOT = ZERO AND FATURAS-STATUS NOT = 35
       DISPLAY 'ERRO AO ABRIR FATURAS.DAT - STATUS ' FATURAS-STATUS
       MOVE 16 TO RETURN-CODE
       GOBACK
       END-IF.
       OPEN INPUT CLIENTES.

