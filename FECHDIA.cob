           05 WRK-LO-RESV        PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LO-VALOR       PIC ZZZZZZZZ9.99.
       LINKAGE SECTION.
       01 LNK-LOTE.
           05 LNK-LOTE-DATA      PIC 9(08).
           05 LNK-LOTE-ANOMES    PIC 9(06).

       PROCEDURE DIVISION USING LNK-LOTE.
       0001-PRINCIPAL SECTION.
       PERFORM 1000-INICIAR.
       PERFORM 2000-LER-MOVIMENTO UNTIL FIM-MOVDIA.
       PERFORM 4000-GERAR-RELATORIO.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIAR.
       PERFORM 1400-LER-PARAMETROS.
       MOVE 'N' TO WRK-SW-FIM.
       ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
       IF ADDRESS OF LNK-LOTE = NULL
       DISPLAY 'DATA DO FECHAMENTO (AAAAMMDD):'
       ACCEPT WRK-DATA-FECH
       ELSE
       MOVE LNK-LOTE-DATA TO WRK-DATA-FECH
       END-IF.
       IF WRK-DATA-FECH NOT NUMERIC OR WRK-DATA-FECH = ZERO
       MOVE WRK-DATA-EXEC TO WRK-DATA-FECH
       END-IF.
