       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORNMNT.
      ************************************
      * AUTHOR: CAIO                      EMPRESA: X
      *OBJETIVO: SISTEMA DE GESTAO DE FLIMES - MANUTENCAO DO
      *          CADASTRO DE FORNECEDORES DE COPIAS
      *Data: 15/10/2026
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FORNEC ASSIGN TO WRK-ARQ-FORNEC
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS FORNEC-STATUS
       RECORD KEY IS FORNEC-CHAVE.
       SELECT PEDIDOS ASSIGN TO WRK-ARQ-PEDIDOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS PEDIDOS-STATUS
       RECORD KEY IS PED-CHAVE.
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
       FD FORNEC.
       01 FORNEC-REG.
       05 FORNEC-CHAVE.
       10 FORNEC-CODIGO     PIC 9(05).
       05 FORNEC-NOME       PIC X(30).
       05 FORNEC-CNPJ       PIC 9(14).
       05 FORNEC-FONE       PIC 9(11).
       05 FORNEC-EMAIL      PIC X(40).
       05 FORNEC-CONTATO    PIC X(20).
       05 FORNEC-PRAZO      PIC 9(03).
       05 FORNEC-SITUACAO   PIC X(01).
           88 FORNEC-ATIVO         VALUE 'A'.
           88 FORNEC-INATIVO       VALUE 'I'.
       FD PEDIDOS.
       01 PED-REG.
       05 PED-CHAVE.
       10 PED-NUMERO        PIC 9(06).
       05 PED-FORNEC        PIC 9(05).
       05 PED-FILME         PIC 9(05).
       05 PED-DT-PEDIDO     PIC 9(08).
       05 PED-QTD           PIC 9(03).
       05 PED-QTD-REC       PIC 9(03).
       05 PED-CUSTO-UNIT    PIC 9(05)V99.
       05 PED-DT-ULT-REC    PIC 9(08).
       05 PED-OPERADOR      PIC X(10).
       05 PED-SITUACAO      PIC X(01).
           88 PEDIDO-ABERTO        VALUE 'A'.
           88 PEDIDO-PARCIAL       VALUE 'P'.
           88 PEDIDO-RECEBIDO      VALUE 'R'.
           88 PEDIDO-CANCELADO     VALUE 'C'.
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
       77 FORNEC-STATUS      PIC 9(02).
       77 PEDIDOS-STATUS     PIC 9(02).
       77 OPERADORES-STATUS  PIC 9(02).
       77 PARAMS-STATUS      PIC 9(02).
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-SENHA          PIC X(10).
       77 WRK-OPER-NIVEL     PIC 9(01).
           88 OPERADOR-SUPERVISOR  VALUE 2.
       77 WRK-ARQ-FORNEC     PIC X(80).
       77 WRK-ARQ-PEDIDOS    PIC X(80).
       77 WRK-ARQ-OPERADOR   PIC X(80).
       77 WRK-PAR-DIRETORIO  PIC X(45) VALUE
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\'.
       77 WRK-CONT-LISTA     PIC 9(05).
       77 WRK-CONT-PED       PIC 9(05).
       77 WRK-SW-FIM         PIC X(01).
           88 FIM-FORNEC         VALUE 'S'.
           88 NAO-FIM-FORNEC     VALUE 'N'.
       77 WRK-SW-FIM-PED     PIC X(01).
           88 FIM-PEDIDOS        VALUE 'S'.
           88 NAO-FIM-PEDIDOS    VALUE 'N'.
       77 WRK-SW-FIM-PAR     PIC X(01).
           88 FIM-PARAMS         VALUE 'S'.
           88 NAO-FIM-PARAMS     VALUE 'N'.
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
                             FROM 'SISTEMA FORNECEDORES'.
             10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
             BACKGROUND-COLOR 4 FROM WRK-MODULO.
       01 SS-MENU.
       05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
       05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
       05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
       05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
       05 LINE 11 COLUMN 15 VALUE '5 - LISTAR'.
       05 LINE 12 COLUMN 15 VALUE 'X - SAIDA'.
       05 LINE 13 COLUMN 15 VALUE 'OPCAO........:'.
       05 LINE 13 COLUMN 28 USING WRK-OPCAO.
       01 TELA-REGISTRO.
             05 CHAVE FOREGROUND-COLOR 2.
               10 LINE 07 COLUMN 10 VALUE 'CODIGO..'.
               10 COLUMN PLUS 2 PIC 9(05) USING FORNEC-CODIGO
                   BLANK WHEN ZEROS.
             05 SS-DADOS.
               10 LINE 08 COLUMN 10 VALUE 'NOME....'.
               10 COLUMN PLUS 2 PIC X(30) USING FORNEC-NOME.
               10 LINE 09 COLUMN 10 VALUE 'CNPJ....'.
               10 COLUMN PLUS 2 PIC 9(14) USING FORNEC-CNPJ
                   BLANK WHEN ZEROS.
               10 LINE 10 COLUMN 10 VALUE 'FONE....'.
               10 COLUMN PLUS 2 PIC 9(11) USING FORNEC-FONE
                   BLANK WHEN ZEROS.
               10 LINE 11 COLUMN 10 VALUE 'EMAIL...'.
               10 COLUMN PLUS 2 PIC X(40) USING FORNEC-EMAIL.
               10 LINE 12 COLUMN 10 VALUE 'CONTATO.'.
               10 COLUMN PLUS 2 PIC X(20) USING FORNEC-CONTATO.
               10 LINE 13 COLUMN 10 VALUE 'PRAZO...'.
               10 COLUMN PLUS 2 PIC 9(03) USING FORNEC-PRAZO.
               10 COLUMN PLUS 2 VALUE '(DIAS P/ ENTREGA)'.
               10 LINE 14 COLUMN 10 VALUE 'SITUACAO'.
               10 COLUMN PLUS 2 PIC X(01) USING FORNEC-SITUACAO.
               10 COLUMN PLUS 2 VALUE '(A=ATIVO I=INATIVO)'.
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
           OPEN I-O FORNEC
           IF FORNEC-STATUS = 35 THEN
           OPEN OUTPUT FORNEC
           CLOSE FORNEC
           OPEN I-O FORNEC
           END-IF.

           1100-MONTATELA.
           MOVE 'MODULO - FORNECEDORES' TO WRK-MODULO.
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
       CLOSE FORNEC.

       5000-INCLUIR.
       MOVE 'MODULO - INCLUSAO' TO WRK-MODULO.
       DISPLAY TELA.
       MOVE SPACES TO FORNEC-REG.
       MOVE ZERO TO FORNEC-CODIGO.
       MOVE ZERO TO FORNEC-CNPJ.
       MOVE ZERO TO FORNEC-FONE.
       MOVE ZERO TO FORNEC-PRAZO.
       MOVE 'A' TO FORNEC-SITUACAO.
       DISPLAY TELA-REGISTRO.
       ACCEPT CHAVE.
       IF FORNEC-CODIGO = ZERO
       MOVE 'CODIGO NAO PODE SER ZERO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       ELSE
       ACCEPT SS-DADOS
       PERFORM 5300-VALIDA-DADOS
       IF WRK-MSGERRO NOT = SPACES
        ACCEPT MOSTRA-ERRO
       ELSE
       WRITE FORNEC-REG
       INVALID KEY
       MOVE 'FORNECEDOR JA EXISTE' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       MOVE '-- INCLUIDO --' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-WRITE
       END-IF
       END-IF.

       5300-VALIDA-DADOS.
       MOVE SPACES TO WRK-MSGERRO.
       IF FORNEC-SITUACAO = 'a' OR FORNEC-SITUACAO = SPACE
       MOVE 'A' TO FORNEC-SITUACAO
       END-IF.
       IF FORNEC-SITUACAO = 'i'
       MOVE 'I' TO FORNEC-SITUACAO
       END-IF.
       IF FORNEC-NOME = SPACES
       MOVE 'NOME NAO PODE SER BRANCO' TO WRK-MSGERRO
       ELSE
       IF NOT FORNEC-ATIVO AND NOT FORNEC-INATIVO
       MOVE 'SITUACAO INVALIDA (A/I)' TO WRK-MSGERRO
       END-IF
       END-IF.

       6000-CONSULTAR.
       MOVE 'MODULO - CONSULTA' TO WRK-MODULO.
       DISPLAY TELA.
       MOVE ZERO TO FORNEC-CODIGO.
       DISPLAY TELA-REGISTRO.
       ACCEPT CHAVE.
       READ FORNEC
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
       MOVE ZERO TO FORNEC-CODIGO.
       DISPLAY TELA-REGISTRO.
       ACCEPT CHAVE.
       READ FORNEC
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
       REWRITE FORNEC-REG
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
       MOVE ZERO TO FORNEC-CODIGO.
       DISPLAY TELA-REGISTRO.
       ACCEPT CHAVE.
       READ FORNEC
       INVALID KEY
       MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       DISPLAY SS-DADOS
       PERFORM 8100-CONTA-PEDIDOS
       IF WRK-CONT-PED NOT = ZERO
       MOVE 'FORNECEDOR POSSUI PEDIDOS' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       ELSE
       MOVE 'CONFIRMA EXCLUSAO (S/N)?' TO WRK-MSGERRO
       ACCEPT MOSTRA-ERRO
       IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
       DELETE FORNEC
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
       END-IF
       END-READ.

       8100-CONTA-PEDIDOS.
       MOVE ZERO TO WRK-CONT-PED.
       OPEN INPUT PEDIDOS.
       IF PEDIDOS-STATUS = ZERO
       MOVE 'N' TO WRK-SW-FIM-PED
       PERFORM 8110-LER-PEDIDO UNTIL FIM-PEDIDOS
       CLOSE PEDIDOS
       END-IF.

       8110-LER-PEDIDO.
       READ PEDIDOS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-PED
       NOT AT END
       IF PED-FORNEC = FORNEC-CODIGO
       ADD 1 TO WRK-CONT-PED
       MOVE 'S' TO WRK-SW-FIM-PED
       END-IF
       END-READ.

       9000-LISTAR.
       MOVE 'MODULO - LISTAR' TO WRK-MODULO.
       DISPLAY TELA.
       MOVE ZERO TO WRK-CONT-LISTA.
       MOVE 'N' TO WRK-SW-FIM.
       MOVE ZERO TO FORNEC-CODIGO.
       START FORNEC KEY IS NOT LESS THAN FORNEC-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM
       END-START.
       PERFORM 9100-MOSTRA-FORNECEDOR UNTIL FIM-FORNEC.
       IF WRK-CONT-LISTA = ZERO
       MOVE 'NENHUM FORNECEDOR CADASTRADO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-IF.

       9100-MOSTRA-FORNECEDOR.
       READ FORNEC NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       ADD 1 TO WRK-CONT-LISTA
       DISPLAY TELA-REGISTRO
       MOVE 'ENTER P/ PROXIMO' TO WRK-MSGERRO
       ACCEPT MOSTRA-ERRO
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
       MOVE SPACES TO WRK-ARQ-FORNEC.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'FORNEC.DAT' DELIMITED BY SIZE INTO WRK-ARQ-FORNEC.
       MOVE SPACES TO WRK-ARQ-PEDIDOS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'PEDIDOS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-PEDIDOS.
       MOVE SPACES TO WRK-ARQ-OPERADOR.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'OPERADOR.DAT' DELIMITED BY SIZE INTO WRK-ARQ-OPERADOR.
