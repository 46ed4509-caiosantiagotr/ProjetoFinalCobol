       05 LINE 11 COLUMN 15 VALUE '6 - RECEBIMENTO'.
       05 LINE 12 COLUMN 15 VALUE '7 - PARAMETROS'.
       05 LINE 13 COLUMN 15 VALUE '8 - OPERADORES'.
       05 LINE 14 COLUMN 15 VALUE '9 - TROCA DE TELEFONE'.
       05 LINE 15 COLUMN 15 VALUE 'C - COMPRAS'.
       05 LINE 16 COLUMN 15 VALUE 'X - LOGOFF'.
       05 LINE 17 COLUMN 15 VALUE 'OPCAO........:'.
       05 LINE 17 COLUMN 28 USING WRK-OPCAO.
       01 MOSTRA-ERRO.
           02 MSG-ERRO.
               10 LINE 18 COLUMN 01 ERASE EOL
                           BACKGROUND-COLOR 3.
            10 LINE 18 COLUMN 10 PIC X(30)
                                 BACKGROUND-COLOR 3
                                   FROM WRK-MSGERRO.
                   10 COLUMN PLUS 2 PIC X(01)
               MOVE 'ACESSO RESTRITO A SUPERVISOR' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               END-IF
               WHEN 9
               IF OPERADOR-SUPERVISOR
               PERFORM 5900-CHAMA-TROCA
               ELSE
               MOVE 'ACESSO RESTRITO A SUPERVISOR' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               END-IF
               WHEN 'C'
               IF OPERADOR-SUPERVISOR
               PERFORM 5950-CHAMA-COMPRAS
               ELSE
               MOVE 'ACESSO RESTRITO A SUPERVISOR' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               END-IF
               WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
        ACCEPT MOSTRA-ERRO
       END-CALL.

       5900-CHAMA-TROCA.
       CALL 'TROCACLI' USING WRK-COMM-OPERADOR
       ON EXCEPTION
       MOVE 'MODULO INDISPONIVEL' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-CALL.

       5950-CHAMA-COMPRAS.
       CALL 'PEDMNT' USING WRK-COMM-OPERADOR
       ON EXCEPTION
       MOVE 'MODULO INDISPONIVEL' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-CALL.

       1500-IDENTIFICA-OPERADOR.
       OPEN INPUT OPERADORES.
       IF OPERADORES-STATUS NOT = ZERO
