       05 CLIENTES-SITUACAO PIC X(01).
           88 CLIENTES-ATIVO       VALUE 'A'.
           88 CLIENTES-BLOQUEADO   VALUE 'B'.
       05 CLIENTES-DT-NASC  PIC 9(08).
       FD BACKUP-CLIENTES.
       01 BACKUP-REG             PIC X(92).
       FD CONTROLE.
       01 CONTROLE-REG.
           05 CTL-DATA           PIC 9(08).
           05 WRK-BKP-EMAIL      PIC X(40).
           05 FILLER             PIC X(01).
           05 WRK-BKP-SIT        PIC X(01).
           05 FILLER             PIC X(01).
           05 WRK-BKP-NASC       PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
       MOVE WRK-BKP-NOME TO CLIENTES-NOME
       MOVE WRK-BKP-EMAIL TO CLIENTES-EMAIL
       MOVE WRK-BKP-SIT TO CLIENTES-SITUACAO
       IF WRK-BKP-NASC IS NUMERIC
       MOVE WRK-BKP-NASC TO CLIENTES-DT-NASC
       ELSE
       MOVE ZERO TO CLIENTES-DT-NASC
       END-IF
       WRITE CLIENTES-REG
       INVALID KEY
       ADD 1 TO WRK-CONT-ERRO
