       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPMNT.
      ************************************
      * AUTHOR: CAIO                      EMPRESA: X
      *OBJETIVO: SISTEMA DE GESTAO DE FLIMES - MANUTENCAO DOS
      *          DEPENDENTES VINCULADOS A CONTA DO CLIENTE
      *          (NOME E DATA DE NASCIMENTO P/ CLASSIFICACAO)
      *Data: 15/10/2026
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DEPENDENTES ASSIGN TO WRK-ARQ-DEPENDEN
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS DEPENDEN-STATUS
       RECORD KEY IS DEPEND-CHAVE.
       SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       FILE STATUS IS CLIENTES-STATUS
       RECORD KEY IS CLIENTES-CHAVE.
       SELECT OPERADORES ASSIGN TO WRK-ARQ-OPERADOR
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       FILE STATUS IS OPERADORES-STATUS
       RECORD KEY IS OPER-CHAVE.
       SELECT PARAMS ASSIGN TO
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\PARAMS.DAT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PARAMS-STATUS.
           DATA DIVISION.
           FILE SECTION.
       FD DEPENDENTES.
       01 DEPEND-REG.
       05 DEPEND-CHAVE.
       10 DEPEND-FONE       PIC 9(09).
       10 DEPEND-SEQ        PIC 9(02).
       05 DEPEND-NOME       PIC X(30).
       05 DEPEND-DT-NASC    PIC 9(08).
       FD CLIENTES.
       01 CLIENTES-REG.
       05 CLIENTES-CHAVE.
       10 CLIENTES-FONE     PIC 9(09).
       05 CLIENTES-NOME     PIC X(30).
       05 CLIENTES-EMAIL    PIC X(40).
       05 CLIENTES-SITUACAO PIC X(01).
           88 CLIENTES-ATIVO       VALUE 'A'.
           88 CLIENTES-BLOQUEADO   VALUE 'B'.
       05 CLIENTES-DT-NASC  PIC 9(08).
       FD OPERADORES.
       01 OPER-REG.
       05 OPER-CHAVE.
       10 OPER-CODIGO       PIC X(10).
       05 OPER-NOME         PIC X(30).
       05 OPER-SENHA        PIC X(10).
       05 OPER-NIVEL        PIC 9(01).
           88 OPER-SUPERVISOR      VALUE 2.
       FD PARAMS.
       01 PARAMS-REG             PIC X(60).
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO          PIC X(1).
       77 WRK-MODULO         PIC X(25).
       77 WRK-TECLA          PIC X(1).
       77 WRK-MSGERRO        PIC X(30).
       77 DEPENDEN-STATUS    PIC 9(02).
       77 CLIENTES-STATUS    PIC 9(02).
       77 OPERADORES-STATUS  PIC 9(02).
       77 PARAMS-STATUS      PIC 9(02).
       77 WRK-DATA-EXEC      PIC 9(08).
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-SENHA          PIC X(10).
       77 WRK-OPER-NIVEL     PIC 9(01).
           88 OPERADOR-SUPERVISOR  VALUE 2.
       77 WRK-ARQ-DEPENDEN   PIC X(80).
       77 WRK-ARQ-CLIENTES   PIC X(80).
       77 WRK-ARQ-OPERADOR   PIC X(80).
       77 WRK-PAR-DIRETORIO  PIC X(45) VALUE
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\'.
       77 WRK-FONE-TITULAR   PIC 9(09).
       77 WRK-PROX-SEQ       PIC 9(02).
       77 WRK-CONT-DEP       PIC 9(02).
       77 WRK-SW-FIM-DEP     PIC X(01).
           88 FIM-DEP            VALUE 'S'.
           88 NAO-FIM-DEP        VALUE 'N'.
       77 WRK-SW-FIM-PAR     PIC X(01).
           88 FIM-PARAMS         VALUE 'S'.
           88 NAO-FIM-PARAMS     VALUE 'N'.
       01 WRK-NASC-DATA      PIC 9(08).
       01 WRK-NASC-DESM REDEFINES WRK-NASC-DATA.
           05 WRK-NASC-ANO       PIC 9(04).
           05 WRK-NASC-MES       PIC 9(02).
           05 WRK-NASC-DIA       PIC 9(02).
       01 WRK-BUF-PARAM          PIC X(60).
       01 WRK-LINHA-GERAL.
           05 WRK-LG-TIPO        PIC X(01).
           05 FILLER             PIC X(01).
           05 WRK-LG-DIR         PIC X(45).
           05 WRK-LG-PRAZO       PIC 9(03).
           05 WRK-LG-LIMITE      PIC 9(03).
           05 WRK-LG-MULTA       PIC 9(03)V99.
       LINKAGE SECTION.
       01 LNK-OPERADOR.
           05 LNK-OPER-CODIGO    PIC X(10).
           05 LNK-OPER-NIVEL     PIC 9(01).
       SCREEN SECTION.
       01 TELA.
             05 LIMPA-TELA.
             10 BLANK SCREEN.
             10 LINE 01 COLUMN 01  PIC X(20) ERASE EOL
             BACKGROUND-COLOR 2.
             10 LINE 01 COLUMN 15 PIC X(20)
             BACKGROUND-COLOR 2 FOREGROUND-COLOR 1
                             FROM 'SISTEMA DEPENDENTES'.
             10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
             BACKGROUND-COLOR 4 FROM WRK-MODULO.
       01 SS-MENU.
       05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
       05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
       05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
       05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
       05 LINE 11 COLUMN 15 VALUE '5 - LISTAR DA CONTA'.
       05 LINE 12 COLUMN 15 VALUE 'X - SAIDA'.
       05 LINE 13 COLUMN 15 VALUE 'OPCAO........:'.
       05 LINE 13 COLUMN 28 USING WRK-OPCAO.
       01 TELA-TITULAR.
               10 LINE 08 COLUMN 10 VALUE 'TITULAR.'.
               10 COLUMN PLUS 2 PIC 9(09) USING WRK-FONE-TITULAR
                   BLANK WHEN ZEROS.
       01 SS-NOME-TITULAR.
               10 LINE 08 COLUMN 32 PIC X(30) FROM CLIENTES-NOME.
       01 TELA-REGISTRO.
             05 CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'TELEFONE'.
               10 COLUMN PLUS 2 PIC 9(09) USING DEPEND-FONE
                   BLANK WHEN ZEROS.
               10 LINE 11 COLUMN 10 VALUE 'SEQ.....'.
               10 COLUMN PLUS 2 PIC 9(02) USING DEPEND-SEQ.
             05 SS-DADOS.
               10 LINE 12 COLUMN 10 VALUE 'NOME....'.
               10 COLUMN PLUS 2 PIC X(30) USING DEPEND-NOME.
               10 LINE 13 COLUMN 10 VALUE 'NASCIM..'.
               10 COLUMN PLUS 2 PIC 9(08) USING DEPEND-DT-NASC
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE '(AAAAMMDD)'.
       01 MOSTRA-ERRO.
           02 MSG-ERRO.
               10 LINE 16 COLUMN 01 ERASE EOL
                           BACKGROUND-COLOR 3.
            10 LINE 16 COLUMN 10 PIC X(30)
                                 BACKGROUND-COLOR 3
                                   FROM WRK-MSGERRO.
                   10 COLUMN PLUS 2 PIC X(01)
                       BACKGROUND-COLOR 3
                        USING WRK-TECLA.

       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL SECTION.
       PERFORM 1000-INICIAR THRU 1100-MONTATELA.
       PERFORM 2000-PROCESSAR UNTIL WRK-OPCAO = 'X'.
       PERFORM 3000-FINALIZAR.
       GOBACK.
       1000-INICIAR.
           PERFORM 1400-LER-PARAMETROS.
           IF ADDRESS OF LNK-OPERADOR = NULL
           PERFORM 1500-IDENTIFICA-OPERADOR
           ELSE
           MOVE LNK-OPER-CODIGO TO WRK-OPERADOR
           MOVE LNK-OPER-NIVEL TO WRK-OPER-NIVEL
           END-IF.
           OPEN I-O DEPENDENTES
           IF DEPENDEN-STATUS = 35 THEN
           OPEN OUTPUT DEPENDENTES
           CLOSE DEPENDENTES
           OPEN I-O DEPENDENTES
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = ZERO
           MOVE 'CADASTRO CLIENTES INDISPONIVEL' TO WRK-MSGERRO
           ACCEPT MOSTRA-ERRO
           CLOSE DEPENDENTES
           GOBACK
           END-IF.

           1100-MONTATELA.
           MOVE 'MODULO - DEPENDENTES' TO WRK-MODULO.
           DISPLAY TELA.
           ACCEPT SS-MENU.

           2000-PROCESSAR.
               MOVE SPACES TO WRK-MSGERRO.
               EVALUATE WRK-OPCAO
               WHEN 1
               PERFORM 5000-INCLUIR
               WHEN 2
               PERFORM 6000-CONSULTAR
               WHEN 3
               IF OPERADOR-SUPERVISOR
               PERFORM 7000-ALTERAR
               ELSE
               MOVE 'ACESSO RESTRITO A SUPERVISOR' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               END-IF
               WHEN 4
               IF OPERADOR-SUPERVISOR
               PERFORM 8000-EXCLUIR
               ELSE
               MOVE 'ACESSO RESTRITO A SUPERVISOR' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               END-IF
               WHEN 5
               PERFORM 9000-LISTAR
               WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
                   END-IF
                   END-EVALUATE.
                       PERFORM 1100-MONTATELA.
       3000-FINALIZAR.
       CLOSE DEPENDENTES.
       CLOSE CLIENTES.

       5000-INCLUIR.
       MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
       DISPLAY TELA.
       MOVE ZERO TO WRK-FONE-TITULAR.
       DISPLAY TELA-TITULAR.
       ACCEPT TELA-TITULAR.
       PERFORM 5100-LER-TITULAR.
       IF WRK-MSGERRO NOT = SPACES
        ACCEPT MOSTRA-ERRO
       ELSE
       DISPLAY SS-NOME-TITULAR
       PERFORM 5200-PROXIMA-SEQUENCIA
       IF WRK-PROX-SEQ = ZERO
       MOVE 'LIMITE DE DEPENDENTES ATINGIDO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       ELSE
       MOVE SPACES TO DEPEND-REG
       MOVE WRK-FONE-TITULAR TO DEPEND-FONE
       MOVE WRK-PROX-SEQ TO DEPEND-SEQ
       MOVE ZERO TO DEPEND-DT-NASC
       DISPLAY TELA-REGISTRO
       ACCEPT SS-DADOS
       PERFORM 5300-VALIDA-DADOS
       IF WRK-MSGERRO NOT = SPACES
        ACCEPT MOSTRA-ERRO
       ELSE
       WRITE DEPEND-REG
       INVALID KEY
       MOVE 'JA EXISTE' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       MOVE '-- INCLUIDO --' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-WRITE
       END-IF
       END-IF
       END-IF.

       5100-LER-TITULAR.
       MOVE SPACES TO WRK-MSGERRO.
       MOVE WRK-FONE-TITULAR TO CLIENTES-FONE.
       READ CLIENTES
       INVALID KEY
       MOVE 'TITULAR NAO CADASTRADO' TO WRK-MSGERRO
       END-READ.

       5200-PROXIMA-SEQUENCIA.
       MOVE ZERO TO WRK-PROX-SEQ.
       MOVE ZERO TO WRK-CONT-DEP.
       MOVE 'N' TO WRK-SW-FIM-DEP.
       MOVE WRK-FONE-TITULAR TO DEPEND-FONE.
       MOVE ZERO TO DEPEND-SEQ.
       START DEPENDENTES KEY IS NOT LESS THAN DEPEND-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-DEP
       END-START.
       PERFORM 5210-LER-SEQUENCIA UNTIL FIM-DEP.
       IF WRK-CONT-DEP < 99
       COMPUTE WRK-PROX-SEQ = WRK-CONT-DEP + 1
       END-IF.

       5210-LER-SEQUENCIA.
       READ DEPENDENTES NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-DEP
       NOT AT END
       IF DEPEND-FONE NOT = WRK-FONE-TITULAR
       MOVE 'S' TO WRK-SW-FIM-DEP
       ELSE
       MOVE DEPEND-SEQ TO WRK-CONT-DEP
       END-IF
       END-READ.

       5300-VALIDA-DADOS.
       MOVE SPACES TO WRK-MSGERRO.
       ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
       IF DEPEND-NOME = SPACES
       MOVE 'NOME NAO PODE SER BRANCO' TO WRK-MSGERRO
       ELSE
       IF DEPEND-DT-NASC IS NOT NUMERIC
       MOVE ZERO TO DEPEND-DT-NASC
       END-IF
       MOVE DEPEND-DT-NASC TO WRK-NASC-DATA
       IF WRK-NASC-ANO < 1900 OR WRK-NASC-DATA > WRK-DATA-EXEC
       OR WRK-NASC-MES < 1 OR WRK-NASC-MES > 12
       OR WRK-NASC-DIA < 1 OR WRK-NASC-DIA > 31
       MOVE 'DATA DE NASCIMENTO INVALIDA' TO WRK-MSGERRO
       END-IF
       END-IF.

       6000-CONSULTAR.
       MOVE 'MODULO - CONSULTA' TO WRK-MODULO.
       DISPLAY TELA.
       MOVE ZERO TO DEPEND-FONE.
       MOVE ZERO TO DEPEND-SEQ.
       DISPLAY TELA-REGISTRO.
       ACCEPT CHAVE.
       READ DEPENDENTES
       INVALID KEY
       MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
       NOT INVALID KEY
       MOVE '-- ENCONTRADO --' TO WRK-MSGERRO
       DISPLAY SS-DADOS
       END-READ.
       ACCEPT MOSTRA-ERRO.

       7000-ALTERAR.
       MOVE 'MODULO - ALTERACAO' TO WRK-MODULO.
       DISPLAY TELA.
       MOVE ZERO TO DEPEND-FONE.
       MOVE ZERO TO DEPEND-SEQ.
       DISPLAY TELA-REGISTRO.
       ACCEPT CHAVE.
       READ DEPENDENTES
       INVALID KEY
       MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       DISPLAY SS-DADOS
       ACCEPT SS-DADOS
       PERFORM 5300-VALIDA-DADOS
       IF WRK-MSGERRO NOT = SPACES
        ACCEPT MOSTRA-ERRO
       ELSE
       REWRITE DEPEND-REG
       INVALID KEY
       MOVE 'ERRO AO GRAVAR' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       MOVE '-- ALTERADO --' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-REWRITE
       END-IF
       END-READ.

       8000-EXCLUIR.
       MOVE 'MODULO - EXCLUSAO' TO WRK-MODULO.
       DISPLAY TELA.
       MOVE ZERO TO DEPEND-FONE.
       MOVE ZERO TO DEPEND-SEQ.
       DISPLAY TELA-REGISTRO.
       ACCEPT CHAVE.
       READ DEPENDENTES
       INVALID KEY
       MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       DISPLAY SS-DADOS
       MOVE 'CONFIRMA EXCLUSAO (S/N)?' TO WRK-MSGERRO
       ACCEPT MOSTRA-ERRO
       IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
       DELETE DEPENDENTES
       INVALID KEY
       MOVE 'ERRO AO EXCLUIR' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       MOVE '-- EXCLUIDO --' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-DELETE
       ELSE
       MOVE '-- CANCELADO --' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-IF
       END-READ.

       9000-LISTAR.
       MOVE 'MODULO - LISTAR DA CONTA' TO WRK-MODULO.
       DISPLAY TELA.
       MOVE ZERO TO WRK-FONE-TITULAR.
       DISPLAY TELA-TITULAR.
       ACCEPT TELA-TITULAR.
       PERFORM 5100-LER-TITULAR.
       IF WRK-MSGERRO NOT = SPACES
        ACCEPT MOSTRA-ERRO
       ELSE
       DISPLAY SS-NOME-TITULAR
       MOVE ZERO TO WRK-CONT-DEP
       MOVE 'N' TO WRK-SW-FIM-DEP
       MOVE WRK-FONE-TITULAR TO DEPEND-FONE
       MOVE ZERO TO DEPEND-SEQ
       START DEPENDENTES KEY IS NOT LESS THAN DEPEND-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-DEP
       END-START
       PERFORM 9100-MOSTRA-DEPENDENTE UNTIL FIM-DEP
       IF WRK-CONT-DEP = ZERO
       MOVE 'NENHUM DEPENDENTE CADASTRADO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-IF
       END-IF.

       9100-MOSTRA-DEPENDENTE.
       READ DEPENDENTES NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-DEP
       NOT AT END
       IF DEPEND-FONE NOT = WRK-FONE-TITULAR
       MOVE 'S' TO WRK-SW-FIM-DEP
       ELSE
       ADD 1 TO WRK-CONT-DEP
       DISPLAY TELA-REGISTRO
       MOVE 'ENTER P/ PROXIMO' TO WRK-MSGERRO
       ACCEPT MOSTRA-ERRO
       END-IF
       END-READ.

       1500-IDENTIFICA-OPERADOR.
       OPEN INPUT OPERADORES.
       IF OPERADORES-STATUS NOT = ZERO
       DISPLAY 'CADASTRO DE OPERADORES AUSENTE - EXECUTE OPERMNT'
       STOP RUN
       END-IF.
       DISPLAY 'CODIGO DO OPERADOR...........:'.
       ACCEPT WRK-OPERADOR.
       DISPLAY 'SENHA........................:'.
       ACCEPT WRK-SENHA.
       MOVE WRK-OPERADOR TO OPER-CODIGO.
       READ OPERADORES
       INVALID KEY
       DISPLAY 'OPERADOR NAO CADASTRADO - ACESSO NEGADO'
       CLOSE OPERADORES
       STOP RUN
       NOT INVALID KEY
       IF OPER-SENHA NOT = WRK-SENHA
       DISPLAY 'SENHA INVALIDA - ACESSO NEGADO'
       CLOSE OPERADORES
       STOP RUN
       ELSE
       MOVE OPER-NIVEL TO WRK-OPER-NIVEL
       END-IF
       END-READ.
       CLOSE OPERADORES.

       1400-LER-PARAMETROS.
       OPEN INPUT PARAMS.
       IF PARAMS-STATUS = ZERO
       MOVE 'N' TO WRK-SW-FIM-PAR
       PERFORM 1410-LER-PARAM UNTIL FIM-PARAMS
       END-IF.
       CLOSE PARAMS.
       PERFORM 1450-MONTA-ARQUIVOS.

       1410-LER-PARAM.
       READ PARAMS
       AT END
       MOVE 'S' TO WRK-SW-FIM-PAR
       NOT AT END
       MOVE PARAMS-REG TO WRK-BUF-PARAM
       IF WRK-BUF-PARAM(1:1) = 'G'
       MOVE WRK-BUF-PARAM TO WRK-LINHA-GERAL
       IF WRK-LG-DIR NOT = SPACES
       MOVE WRK-LG-DIR TO WRK-PAR-DIRETORIO
       END-IF
       END-IF
       END-READ.

       1450-MONTA-ARQUIVOS.
       MOVE SPACES TO WRK-ARQ-DEPENDEN.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'DEPENDEN.DAT' DELIMITED BY SIZE INTO WRK-ARQ-DEPENDEN.
       MOVE SPACES TO WRK-ARQ-CLIENTES.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'CLIENTES.DAT' DELIMITED BY SIZE INTO WRK-ARQ-CLIENTES.
       MOVE SPACES TO WRK-ARQ-OPERADOR.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'OPERADOR.DAT' DELIMITED BY SIZE INTO WRK-ARQ-OPERADOR.

