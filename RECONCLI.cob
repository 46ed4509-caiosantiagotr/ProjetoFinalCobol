       05 CLIENTES-SITUACAO PIC X(01).
           88 CLIENTES-ATIVO       VALUE 'A'.
           88 CLIENTES-BLOQUEADO   VALUE 'B'.
       05 CLIENTES-DT-NASC  PIC 9(08).
       SD CLI-ORD.
       01 CLI-ORD-REG.
       05 CLI-ORD-FONE      PIC 9(09).
       05 CLI-ORD-NOME      PIC X(30).
       05 CLI-ORD-EMAIL     PIC X(40).
       05 CLI-ORD-SITUACAO  PIC X(01).
       05 CLI-ORD-DT-NASC   PIC 9(08).
       FD EXCECOES.
       01 EXCECOES-LINHA         PIC X(85).
       FD PARAMS.
