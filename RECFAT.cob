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
       FD PAGTOS.
       01 PAGTOS-LINHA           PIC X(60).
       FD OPERADORES.
               10 COLUMN PLUS 2 PIC X(30) FROM WRK-NOME-CLIENTE.
               10 LINE 12 COLUMN 10 VALUE 'TOTAL...'.
               10 COLUMN PLUS 2 PIC ZZZZ9.99 FROM FATURAS-VLR-TOTAL.
               10 COLUMN PLUS 2 VALUE 'LOC.'.
               10 COLUMN PLUS 1 PIC ZZZZ9.99 FROM FATURAS-VLR-LOCACAO.
               10 COLUMN PLUS 2 VALUE 'MULTA'.
               10 COLUMN PLUS 1 PIC ZZZZ9.99 FROM FATURAS-VLR-MULTA.
               10 COLUMN PLUS 2 VALUE 'AVARIA'.
               10 COLUMN PLUS 1 PIC ZZZZ9.99 FROM FATURAS-VLR-AVARIA.
               10 LINE 13 COLUMN 10 VALUE 'PAGO....'.
               10 COLUMN PLUS 2 PIC ZZZZ9.99 FROM FATURAS-VLR-PAGO.
               10 LINE 14 COLUMN 10 VALUE 'SALDO...'.
