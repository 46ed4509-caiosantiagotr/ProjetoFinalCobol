       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ALUGUEIS-STATUS
       RECORD KEY IS ALUGUEIS-CHAVE.
       SELECT DEPENDENTES ASSIGN TO WRK-ARQ-DEPENDEN
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS DEPENDEN-STATUS
       RECORD KEY IS DEPEND-CHAVE.
       SELECT OPERADORES ASSIGN TO WRK-ARQ-OPERADOR
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       05 CLIENTES-SITUACAO PIC X(01).
           88 CLIENTES-ATIVO       VALUE 'A'.
           88 CLIENTES-BLOQUEADO   VALUE 'B'.
       05 CLIENTES-DT-NASC  PIC 9(08).
       FD REL-CLIENTES.
       01 REL-LINHA              PIC X(85).
       FD AUDIT-TRILHA.
               88 AUDIT-INCLUSAO     VALUE 'I'.
               88 AUDIT-ALTERACAO    VALUE 'A'.
               88 AUDIT-EXCLUSAO     VALUE 'E'.
               88 AUDIT-TROCA-FONE   VALUE 'T'.
               88 AUDIT-UNIFICACAO   VALUE 'U'.
               88 AUDIT-TROCA-PARCIAL VALUE 'P'.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 AUDIT-OPERADOR     PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 AUDIT-CHAVE-DEST   PIC 9(09).
       FD ALUGUEIS.
       01 ALUGUEIS-REG.
       05 ALUGUEIS-CHAVE.
       05 ALUGUEIS-SW-PONTOS   PIC X(01).
           88 ALUGUEL-COM-PONTOS   VALUE 'S'.
           88 ALUGUEL-SEM-PONTOS   VALUE 'N'.
       FD DEPENDENTES.
       01 DEPEND-REG.
       05 DEPEND-CHAVE.
       10 DEPEND-FONE       PIC 9(09).
       10 DEPEND-SEQ        PIC 9(02).
       05 DEPEND-NOME       PIC X(30).
       05 DEPEND-DT-NASC    PIC 9(08).
       FD OPERADORES.
       01 OPER-REG.
       05 OPER-CHAVE.
       77 WRK-ARQ-AUDIT      PIC X(80).
       77 WRK-ARQ-ALUGUEIS   PIC X(80).
       77 WRK-ARQ-OPERADOR   PIC X(80).
       77 WRK-ARQ-DEPENDEN   PIC X(80).
       77 DEPENDEN-STATUS    PIC 9(02).
       77 WRK-SW-FIM-DEP     PIC X(01).
           88 FIM-DEP            VALUE 'S'.
           88 NAO-FIM-DEP        VALUE 'N'.
       01 WRK-NASC-DATA      PIC 9(08).
       01 WRK-NASC-DESM REDEFINES WRK-NASC-DATA.
           05 WRK-NASC-ANO       PIC 9(04).
           05 WRK-NASC-MES       PIC 9(02).
           05 WRK-NASC-DIA       PIC 9(02).
       01 WRK-COMM-OPERADOR.
           05 COMM-OPER-CODIGO   PIC X(10).
           05 COMM-OPER-NIVEL    PIC 9(01).
       77 WRK-SW-FIM-PAR     PIC X(01).
           88 FIM-PARAMS         VALUE 'S'.
           88 NAO-FIM-PARAMS     VALUE 'N'.
       05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
       05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
       05 LINE 11 COLUMN 15 VALUE '5 - RELATORIO'.
       05 LINE 12 COLUMN 15 VALUE '6 - DEPENDENTES'.
       05 LINE 13 COLUMN 15 VALUE 'X - SAIDA'.
       05 LINE 14 COLUMN 15 VALUE 'OPCAO........:'.
       05 LINE 14 COLUMN 28 USING WRK-OPCAO.



               10 COLUMN PLUS 2 PIC X(40) USING CLIENTES-EMAIL.
               10 LINE 13 COLUMN 10 VALUE 'SIT(A/B)'.
               10 COLUMN PLUS 2 PIC X(01) USING CLIENTES-SITUACAO.
               10 LINE 14 COLUMN 10 VALUE 'NASCIM..'.
               10 COLUMN PLUS 2 PIC 9(08) USING CLIENTES-DT-NASC
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE '(AAAAMMDD)'.
       01 TELA-BUSCA-NOME.
               10 LINE 10 COLUMN 10 VALUE 'NOME (PARCIAL)'.
               10 COLUMN PLUS 2 PIC X(30) USING WRK-NOME-BUSCA.
               END-IF
               WHEN 5
               PERFORM 9000-RELATORIO
               WHEN 6
               PERFORM 9500-CHAMA-DEPENDENTES
               WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
       MOVE 'EMAIL INVALIDO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       ELSE
       PERFORM 5100-VALIDA-NASCIMENTO
       IF WRK-MSGERRO NOT = SPACES
        ACCEPT MOSTRA-ERRO
       ELSE
       IF NOT CLIENTES-BLOQUEADO
       MOVE 'A' TO CLIENTES-SITUACAO
       END-IF
        ACCEPT MOSTRA-ERRO
       END-WRITE
       END-IF
       END-IF
       END-IF.

       5100-VALIDA-NASCIMENTO.
       MOVE SPACES TO WRK-MSGERRO.
       IF CLIENTES-DT-NASC IS NOT NUMERIC
       MOVE ZERO TO CLIENTES-DT-NASC
       END-IF.
       ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
       MOVE CLIENTES-DT-NASC TO WRK-NASC-DATA.
       IF WRK-NASC-DATA NOT = ZERO
       IF WRK-NASC-ANO < 1900 OR WRK-NASC-DATA > WRK-DATA-EXEC
       OR WRK-NASC-MES < 1 OR WRK-NASC-MES > 12
       OR WRK-NASC-DIA < 1 OR WRK-NASC-DIA > 31
       MOVE 'DATA DE NASCIMENTO INVALIDA' TO WRK-MSGERRO
       END-IF
       END-IF.

       6000-CONSULTAR.
       NOT INVALID KEY
       DISPLAY SS-DADOS
       ACCEPT SS-DADOS
       PERFORM 5100-VALIDA-NASCIMENTO
       IF WRK-MSGERRO NOT = SPACES
        ACCEPT MOSTRA-ERRO
       ELSE
       IF NOT CLIENTES-BLOQUEADO
       MOVE 'A' TO CLIENTES-SITUACAO
       END-IF
       MOVE '-- ALTERADO --' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-REWRITE
       END-IF
       END-READ.

       8000-EXCLUIR.
       NOT INVALID KEY
       MOVE 'E' TO AUDIT-OPERACAO
       PERFORM 9700-GRAVA-AUDITORIA
       PERFORM 8200-EXCLUI-DEPENDENTES
       MOVE '-- EXCLUIDO --' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-DELETE
       END-IF
       END-READ.

       8200-EXCLUI-DEPENDENTES.
       MOVE 'N' TO WRK-SW-FIM-DEP.
       OPEN I-O DEPENDENTES.
       IF DEPENDEN-STATUS = ZERO
       MOVE CLIENTES-FONE TO DEPEND-FONE
       MOVE ZERO TO DEPEND-SEQ
       START DEPENDENTES KEY IS NOT LESS THAN DEPEND-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-DEP
       END-START
       PERFORM 8210-EXCLUI-DEPENDENTE UNTIL FIM-DEP
       CLOSE DEPENDENTES
       END-IF.

       8210-EXCLUI-DEPENDENTE.
       READ DEPENDENTES NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-DEP
       NOT AT END
       IF DEPEND-FONE NOT = CLIENTES-FONE
       MOVE 'S' TO WRK-SW-FIM-DEP
       ELSE
       DELETE DEPENDENTES
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-DEP
       END-DELETE
       END-IF
       END-READ.

       9000-RELATORIO.
       MOVE 'MODULO - RELATORIO' TO WRK-MODULO.
       DISPLAY TELA.
       ADD 1 TO WRK-CONT-REL
       END-READ.

       9500-CHAMA-DEPENDENTES.
       MOVE WRK-OPERADOR TO COMM-OPER-CODIGO.
       MOVE WRK-OPER-NIVEL TO COMM-OPER-NIVEL.
       CLOSE CLIENTES.
       CALL 'DEPMNT' USING WRK-COMM-OPERADOR
       ON EXCEPTION
       MOVE 'MODULO INDISPONIVEL' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-CALL.
       OPEN I-O CLIENTES.

       9700-GRAVA-AUDITORIA.
       ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
       ACCEPT AUDIT-HORA FROM TIME.
       MOVE CLIENTES-FONE TO AUDIT-CHAVE.
       MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
       MOVE ZERO TO AUDIT-CHAVE-DEST.
       WRITE AUDIT-REG.

       1500-IDENTIFICA-OPERADOR.
       MOVE SPACES TO WRK-ARQ-OPERADOR.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'OPERADOR.DAT' DELIMITED BY SIZE INTO WRK-ARQ-OPERADOR.
       MOVE SPACES TO WRK-ARQ-DEPENDEN.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'DEPENDEN.DAT' DELIMITED BY SIZE INTO WRK-ARQ-DEPENDEN.
