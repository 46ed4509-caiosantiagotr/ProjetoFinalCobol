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
       FD INTERFACE-CTB.
       01 INTERFACE-LINHA        PIC X(100).
       FD REL-CONTROLE.
       77 WRK-CONT-EXP       PIC 9(07) VALUE ZERO.
       77 WRK-HASH-LOCACAO   PIC 9(09)V99 VALUE ZERO.
       77 WRK-HASH-MULTA     PIC 9(09)V99 VALUE ZERO.
       77 WRK-HASH-AVARIA    PIC 9(09)V99 VALUE ZERO.
       77 WRK-HASH-TOTAL     PIC 9(09)V99 VALUE ZERO.
       77 WRK-NOME-CLIENTE   PIC X(30).
       77 WRK-SW-FIM         PIC X(01).
       77 WRK-ED-VALOR       PIC 9(05).99.
       77 WRK-ED-HASH        PIC 9(09).99.
       77 WRK-ED-CONT        PIC 9(07).
       LINKAGE SECTION.
       01 LNK-LOTE.
           05 LNK-LOTE-DATA      PIC 9(08).
           05 LNK-LOTE-ANOMES    PIC 9(06).

       PROCEDURE DIVISION USING LNK-LOTE.
       0001-PRINCIPAL SECTION.
       PERFORM 1000-INICIAR.
       PERFORM 2000-LER-FATURA UNTIL FIM-FATURAS.
       PERFORM 4000-GRAVA-TRAILER.
       PERFORM 5000-GERA-CONTROLE.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIAR.
       PERFORM 1400-LER-PARAMETROS.
       MOVE 'N' TO WRK-SW-FIM.
       ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
       IF ADDRESS OF LNK-LOTE = NULL
       DISPLAY 'MES DE EXPORTACAO (AAAAMM)...:'
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
       OPEN OUTPUT INTERFACE-CTB.
       STRING ';' DELIMITED BY SIZE
           WRK-ED-VALOR DELIMITED BY SIZE
           INTO INTERFACE-LINHA(75:9).
       MOVE FATURAS-VLR-AVARIA TO WRK-ED-VALOR.
       STRING ';' DELIMITED BY SIZE
           WRK-ED-VALOR DELIMITED BY SIZE
           INTO INTERFACE-LINHA(84:9).
       WRITE INTERFACE-LINHA.
       ADD 1 TO WRK-CONT-EXP.
       ADD FATURAS-VLR-LOCACAO TO WRK-HASH-LOCACAO.
       ADD FATURAS-VLR-MULTA TO WRK-HASH-MULTA.
       ADD FATURAS-VLR-AVARIA TO WRK-HASH-AVARIA.
       ADD FATURAS-VLR-TOTAL TO WRK-HASH-TOTAL.

       4000-GRAVA-TRAILER.
       STRING ';' DELIMITED BY SIZE
           WRK-ED-HASH DELIMITED BY SIZE
           INTO INTERFACE-LINHA(36:13).
       MOVE WRK-HASH-AVARIA TO WRK-ED-HASH.
       STRING ';' DELIMITED BY SIZE
           WRK-ED-HASH DELIMITED BY SIZE
           INTO INTERFACE-LINHA(49:13).
       WRITE INTERFACE-LINHA.

       5000-GERA-CONTROLE.
       STRING 'HASH VALOR MULTA............: ' DELIMITED BY SIZE
           WRK-ED-HASH DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE WRK-HASH-AVARIA TO WRK-ED-HASH.
       MOVE SPACES TO REL-LINHA.
       STRING 'HASH VALOR AVARIA...........: ' DELIMITED BY SIZE
           WRK-ED-HASH DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE WRK-HASH-TOTAL TO WRK-ED-HASH.
       MOVE SPACES TO REL-LINHA.
       STRING 'HASH VALOR TOTAL............: ' DELIMITED BY SIZE
