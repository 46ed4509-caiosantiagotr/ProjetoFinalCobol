       05 CLIENTES-SITUACAO PIC X(01).
           88 CLIENTES-ATIVO       VALUE 'A'.
           88 CLIENTES-BLOQUEADO   VALUE 'B'.
       05 CLIENTES-DT-NASC  PIC 9(08).
       FD BACKUP-CLIENTES.
       01 BACKUP-REG             PIC X(92).
       FD CHECKPOINT.
       01 CHECKPOINT-REG.
           05 CKP-DATA           PIC 9(08).
           05 WRK-BKP-EMAIL      PIC X(40).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-BKP-SIT        PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-BKP-NASC       PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
       PERFORM 1000-INICIAR.
       PERFORM 2000-LER-PROXIMO UNTIL FIM-CLIENTES.
       PERFORM 3000-FINALIZAR.
       GOBACK.

       1000-INICIAR.
       PERFORM 1400-LER-PARAMETROS.
       MOVE CLIENTES-NOME TO WRK-BKP-NOME
       MOVE CLIENTES-EMAIL TO WRK-BKP-EMAIL
       MOVE CLIENTES-SITUACAO TO WRK-BKP-SIT
       MOVE CLIENTES-DT-NASC TO WRK-BKP-NASC
       MOVE WRK-LINHA-BKP TO BACKUP-REG
       WRITE BACKUP-REG
       ADD 1 TO WRK-CONT-BKP
