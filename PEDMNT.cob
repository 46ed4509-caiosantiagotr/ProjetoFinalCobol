       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDMNT.
      ************************************
      * AUTHOR: CAIO                      EMPRESA: X
      *OBJETIVO: SISTEMA DE GESTAO DE FLIMES - PEDIDOS DE COMPRA DE
      *          COPIAS (INCLUIR, CONSULTAR, ALTERAR, CANCELAR) E
      *          RECEBIMENTO COM INCLUSAO DAS COPIAS NO ESTOQUE
      *Data: 15/10/2026
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PEDIDOS ASSIGN TO WRK-ARQ-PEDIDOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PEDIDOS-STATUS
       RECORD KEY IS PED-CHAVE.
       SELECT FORNEC ASSIGN TO WRK-ARQ-FORNEC
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       FILE STATUS IS FORNEC-STATUS
       RECORD KEY IS FORNEC-CHAVE.
       SELECT FILMES ASSIGN TO WRK-ARQ-FILMES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       FILE STATUS IS FILMES-STATUS
       RECORD KEY IS FILMES-CHAVE.
       SELECT COPIAS ASSIGN TO WRK-ARQ-COPIAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS COPIAS-STATUS
       RECORD KEY IS COPIAS-CHAVE.
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
       FD FILMES.
       01 FILMES-REG.
       05 FILMES-CHAVE.
       10 FILMES-CODIGO     PIC 9(05).
       05 FILMES-TITULO     PIC X(40).
       05 FILMES-ANO        PIC 9(04).
       05 FILMES-GENERO     PIC X(15).
       05 FILMES-COPIAS     PIC 9(03).
       05 FILMES-PRECO-DIA  PIC 9(03)V99.
       05 FILMES-VLR-REPOS  PIC 9(05)V99.
       05 FILMES-CLASSIF    PIC X(02).
           88 FILMES-LIVRE         VALUE 'L ' '  '.
       FD COPIAS.
       01 COPIAS-REG.
       05 COPIAS-CHAVE.
       10 COPIAS-FILME      PIC 9(05).
       10 COPIAS-NUMERO     PIC 9(03).
       05 COPIAS-DT-AQUIS      PIC 9(08).
       05 COPIAS-SITUACAO      PIC X(01).
           88 COPIA-DISPONIVEL     VALUE 'D'.
           88 COPIA-LOCADA         VALUE 'L'.
           88 COPIA-AVARIADA       VALUE 'A'.
           88 COPIA-BAIXADA        VALUE 'B'.
       05 COPIAS-CUSTO         PIC 9(05)V99.
       05 COPIAS-PEDIDO        PIC 9(06).
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
       77 PEDIDOS-STATUS     PIC 9(02).
       77 FORNEC-STATUS      PIC 9(02).
       77 FILMES-STATUS      PIC 9(02).
       77 COPIAS-STATUS      PIC 9(02).
       77 OPERADORES-STATUS  PIC 9(02).
       77 PARAMS-STATUS      PIC 9(02).
       77 WRK-DATA-EXEC      PIC 9(08).
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-SENHA          PIC X(10).
       77 WRK-OPER-NIVEL     PIC 9(01).
           88 OPERADOR-SUPERVISOR  VALUE 2.
       77 WRK-ARQ-PEDIDOS    PIC X(80).
       77 WRK-ARQ-FORNEC     PIC X(80).
       77 WRK-ARQ-FILMES     PIC X(80).
       77 WRK-ARQ-COPIAS     PIC X(80).
       77 WRK-ARQ-OPERADOR   PIC X(80).
       77 WRK-PAR-DIRETORIO  PIC X(45) VALUE
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\'.
       77 WRK-PROX-PEDIDO    PIC 9(06).
       77 WRK-QTD-RECEBER    PIC 9(03).
       77 WRK-QTD-PENDENTE   PIC 9(03).
       77 WRK-QTD-GRAVADA    PIC 9(03).
       77 WRK-ULT-COPIA      PIC 9(03).
       77 WRK-PRI-COPIA      PIC 9(03).
       77 WRK-CONT-DISP      PIC 9(03).
       77 WRK-CONT-LISTA     PIC 9(05).
       77 WRK-SW-FIM         PIC X(01).
           88 FIM-PEDIDOS        VALUE 'S'.
           88 NAO-FIM-PEDIDOS    VALUE 'N'.
       77 WRK-SW-FIM-REC     PIC X(01).
           88 FIM-RECONTA        VALUE 'S'.
           88 NAO-FIM-RECONTA    VALUE 'N'.
       77 WRK-SW-FIM-PAR     PIC X(01).
           88 FIM-PARAMS         VALUE 'S'.
           88 NAO-FIM-PARAMS     VALUE 'N'.
       01 WRK-COMM-OPERADOR.
           05 COMM-OPER-CODIGO   PIC X(10).
           05 COMM-OPER-NIVEL    PIC 9(01).
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
                             FROM 'SISTEMA DE COMPRAS'.
             10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
             BACKGROUND-COLOR 4 FROM WRK-MODULO.
       01 SS-MENU.
       05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR PEDIDO'.
       05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
       05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
       05 LINE 10 COLUMN 15 VALUE '4 - CANCELAR'.
       05 LINE 11 COLUMN 15 VALUE '5 - RECEBER'.
       05 LINE 12 COLUMN 15 VALUE '6 - LISTAR EM ABERTO'.
       05 LINE 13 COLUMN 15 VALUE '7 - FORNECEDORES'.
       05 LINE 14 COLUMN 15 VALUE 'X - SAIDA'.
       05 LINE 15 COLUMN 15 VALUE 'OPCAO........:'.
       05 LINE 15 COLUMN 28 USING WRK-OPCAO.
       01 TELA-REGISTRO.
             05 CHAVE FOREGROUND-COLOR 2.
               10 LINE 07 COLUMN 10 VALUE 'PEDIDO..'.
               10 COLUMN PLUS 2 PIC 9(06) USING PED-NUMERO
                   BLANK WHEN ZEROS.
             05 SS-DADOS.
               10 LINE 08 COLUMN 10 VALUE 'FORNEC..'.
               10 COLUMN PLUS 2 PIC 9(05) USING PED-FORNEC
                   BLANK WHEN ZEROS.
               10 LINE 09 COLUMN 10 VALUE 'FILME...'.
               10 COLUMN PLUS 2 PIC 9(05) USING PED-FILME
                   BLANK WHEN ZEROS.
               10 LINE 10 COLUMN 10 VALUE 'QTDE....'.
               10 COLUMN PLUS 2 PIC 9(03) USING PED-QTD.
               10 LINE 11 COLUMN 10 VALUE 'CUSTO UN'.
               10 COLUMN PLUS 2 PIC ZZZZ9.99 USING PED-CUSTO-UNIT.
       01 SS-SITUACAO.
               10 LINE 12 COLUMN 10 VALUE 'DATA....'.
               10 COLUMN PLUS 2 PIC 9(08) FROM PED-DT-PEDIDO
                   BLANK WHEN ZEROS.
               10 COLUMN PLUS 2 VALUE 'RECEBIDAS'.
               10 COLUMN PLUS 2 PIC ZZ9 FROM PED-QTD-REC.
               10 COLUMN PLUS 2 VALUE 'SIT.'.
               10 COLUMN PLUS 2 PIC X(01) FROM PED-SITUACAO.
               10 COLUMN PLUS 2 VALUE '(A/P/R/C)'.
       01 SS-NOMES.
               10 LINE 08 COLUMN 30 PIC X(30) FROM FORNEC-NOME.
               10 LINE 09 COLUMN 30 PIC X(40) FROM FILMES-TITULO.
       01 TELA-RECEBER.
               10 LINE 14 COLUMN 10 VALUE 'QTDE RECEBIDA AGORA'.
               10 COLUMN PLUS 2 PIC 9(03) USING WRK-QTD-RECEBER.
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
           MOVE WRK-OPERADOR TO COMM-OPER-CODIGO.
           MOVE WRK-OPER-NIVEL TO COMM-OPER-NIVEL.
           PERFORM 1200-ABRE-CADASTROS.
           OPEN I-O FILMES
           IF FILMES-STATUS = 35 THEN
           OPEN OUTPUT FILMES
           CLOSE FILMES
           OPEN I-O FILMES
           END-IF.
           OPEN I-O COPIAS
           IF COPIAS-STATUS = 35 THEN
           OPEN OUTPUT COPIAS
           CLOSE COPIAS
           OPEN I-O COPIAS
           END-IF.

           1100-MONTATELA.
           MOVE 'MODULO - COMPRAS' TO WRK-MODULO.
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
               PERFORM 8000-CANCELAR
               ELSE
               MOVE 'ACESSO RESTRITO A SUPERVISOR' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               END-IF
               WHEN 5
               PERFORM 8500-RECEBER
               WHEN 6
               PERFORM 9000-LISTAR
               WHEN 7
               PERFORM 9500-CHAMA-FORNECEDORES
               WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
                   END-IF
                   END-EVALUATE.
                       PERFORM 1100-MONTATELA.
       3000-FINALIZAR.
       CLOSE PEDIDOS.
       CLOSE FORNEC.
       CLOSE FILMES.
       CLOSE COPIAS.

       1200-ABRE-CADASTROS.
           OPEN I-O PEDIDOS
           IF PEDIDOS-STATUS = 35 THEN
           OPEN OUTPUT PEDIDOS
           CLOSE PEDIDOS
           OPEN I-O PEDIDOS
           END-IF.
           OPEN I-O FORNEC
           IF FORNEC-STATUS = 35 THEN
           OPEN OUTPUT FORNEC
           CLOSE FORNEC
           OPEN I-O FORNEC
           END-IF.

       5000-INCLUIR.
       MOVE 'MODULO - INCLUIR PEDIDO' TO WRK-MODULO.
       DISPLAY TELA.
       PERFORM 5200-PROXIMO-PEDIDO.
       MOVE SPACES TO PED-REG.
       MOVE WRK-PROX-PEDIDO TO PED-NUMERO.
       MOVE ZERO TO PED-FORNEC.
       MOVE ZERO TO PED-FILME.
       MOVE ZERO TO PED-QTD.
       MOVE ZERO TO PED-QTD-REC.
       MOVE ZERO TO PED-CUSTO-UNIT.
       MOVE ZERO TO PED-DT-ULT-REC.
       ACCEPT PED-DT-PEDIDO FROM DATE YYYYMMDD.
       MOVE WRK-OPERADOR TO PED-OPERADOR.
       MOVE 'A' TO PED-SITUACAO.
       DISPLAY TELA-REGISTRO.
       DISPLAY SS-SITUACAO.
       ACCEPT SS-DADOS.
       PERFORM 5300-VALIDA-DADOS.
       IF WRK-MSGERRO NOT = SPACES
        ACCEPT MOSTRA-ERRO
       ELSE
       DISPLAY SS-NOMES
       WRITE PED-REG
       INVALID KEY
       MOVE 'PEDIDO JA EXISTE' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       MOVE '-- PEDIDO INCLUIDO --' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-WRITE
       END-IF.

       5200-PROXIMO-PEDIDO.
       MOVE ZERO TO WRK-PROX-PEDIDO.
       MOVE 'N' TO WRK-SW-FIM.
       MOVE ZERO TO PED-NUMERO.
       START PEDIDOS KEY IS NOT LESS THAN PED-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM
       END-START.
       PERFORM 5210-LER-NUMERO UNTIL FIM-PEDIDOS.
       ADD 1 TO WRK-PROX-PEDIDO.

       5210-LER-NUMERO.
       READ PEDIDOS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       MOVE PED-NUMERO TO WRK-PROX-PEDIDO
       END-READ.

       5300-VALIDA-DADOS.
       MOVE SPACES TO WRK-MSGERRO.
       MOVE PED-FORNEC TO FORNEC-CODIGO.
       READ FORNEC
       INVALID KEY
       MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MSGERRO
       NOT INVALID KEY
       IF FORNEC-INATIVO
       MOVE 'FORNECEDOR INATIVO' TO WRK-MSGERRO
       END-IF
       END-READ.
       IF WRK-MSGERRO = SPACES
       MOVE PED-FILME TO FILMES-CODIGO
       READ FILMES
       INVALID KEY
       MOVE 'FILME NAO ENCONTRADO' TO WRK-MSGERRO
       END-READ
       END-IF.
       IF WRK-MSGERRO = SPACES
       IF PED-QTD = ZERO
       MOVE 'QUANTIDADE NAO PODE SER ZERO' TO WRK-MSGERRO
       ELSE
       IF PED-CUSTO-UNIT = ZERO
       MOVE 'CUSTO UNITARIO OBRIGATORIO' TO WRK-MSGERRO
       END-IF
       END-IF
       END-IF.

       5400-LER-NOMES.
       MOVE PED-FORNEC TO FORNEC-CODIGO.
       READ FORNEC
       INVALID KEY
       MOVE '*** NAO CADASTRADO ***' TO FORNEC-NOME
       END-READ.
       MOVE PED-FILME TO FILMES-CODIGO.
       READ FILMES
       INVALID KEY
       MOVE '*** FILME NAO CADASTRADO ***' TO FILMES-TITULO
       END-READ.

       6000-CONSULTAR.
       MOVE 'MODULO - CONSULTAR PEDIDO' TO WRK-MODULO.
       DISPLAY TELA.
       MOVE ZERO TO PED-NUMERO.
       DISPLAY CHAVE.
       ACCEPT CHAVE.
       READ PEDIDOS
       INVALID KEY
       MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSGERRO
       NOT INVALID KEY
       PERFORM 5400-LER-NOMES
       DISPLAY SS-DADOS
       DISPLAY SS-SITUACAO
       DISPLAY SS-NOMES
       MOVE '-- ENCONTRADO --' TO WRK-MSGERRO
       END-READ.
       ACCEPT MOSTRA-ERRO.

       7000-ALTERAR.
       MOVE 'MODULO - ALTERAR PEDIDO' TO WRK-MODULO.
       DISPLAY TELA.
       MOVE ZERO TO PED-NUMERO.
       DISPLAY CHAVE.
       ACCEPT CHAVE.
       READ PEDIDOS
       INVALID KEY
       MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       PERFORM 5400-LER-NOMES
       DISPLAY SS-DADOS
       DISPLAY SS-SITUACAO
       DISPLAY SS-NOMES
       IF NOT PEDIDO-ABERTO OR PED-QTD-REC NOT = ZERO
       MOVE 'PEDIDO JA RECEBIDO/CANCELADO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       ELSE
       ACCEPT SS-DADOS
       PERFORM 5300-VALIDA-DADOS
       IF WRK-MSGERRO NOT = SPACES
        ACCEPT MOSTRA-ERRO
       ELSE
       REWRITE PED-REG
       INVALID KEY
       MOVE 'ERRO AO GRAVAR' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       MOVE '-- ALTERADO --' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-REWRITE
       END-IF
       END-IF
       END-READ.

       8000-CANCELAR.
       MOVE 'MODULO - CANCELAR PEDIDO' TO WRK-MODULO.
       DISPLAY TELA.
       MOVE ZERO TO PED-NUMERO.
       DISPLAY CHAVE.
       ACCEPT CHAVE.
       READ PEDIDOS
       INVALID KEY
       MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       PERFORM 5400-LER-NOMES
       DISPLAY SS-DADOS
       DISPLAY SS-SITUACAO
       DISPLAY SS-NOMES
       IF NOT PEDIDO-ABERTO AND NOT PEDIDO-PARCIAL
       MOVE 'PEDIDO NAO ESTA EM ABERTO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       ELSE
       MOVE 'CONFIRMA CANCELAMENTO (S/N)?' TO WRK-MSGERRO
       ACCEPT MOSTRA-ERRO
       IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
       MOVE 'C' TO PED-SITUACAO
       REWRITE PED-REG
       INVALID KEY
       MOVE 'ERRO AO GRAVAR' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       MOVE '-- PEDIDO CANCELADO --' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-REWRITE
       ELSE
       MOVE '-- CANCELADO --' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-IF
       END-IF
       END-READ.

       8500-RECEBER.
       MOVE 'MODULO - RECEBER PEDIDO' TO WRK-MODULO.
       DISPLAY TELA.
       MOVE ZERO TO PED-NUMERO.
       DISPLAY CHAVE.
       ACCEPT CHAVE.
       READ PEDIDOS
       INVALID KEY
       MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       PERFORM 5400-LER-NOMES
       DISPLAY SS-DADOS
       DISPLAY SS-SITUACAO
       DISPLAY SS-NOMES
       IF NOT PEDIDO-ABERTO AND NOT PEDIDO-PARCIAL
       MOVE 'PEDIDO NAO ESTA EM ABERTO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       ELSE
       PERFORM 8510-INFORMA-QUANTIDADE
       END-IF
       END-READ.

       8510-INFORMA-QUANTIDADE.
       COMPUTE WRK-QTD-PENDENTE = PED-QTD - PED-QTD-REC.
       MOVE WRK-QTD-PENDENTE TO WRK-QTD-RECEBER.
       DISPLAY TELA-RECEBER.
       ACCEPT TELA-RECEBER.
       IF WRK-QTD-RECEBER = ZERO
       OR WRK-QTD-RECEBER > WRK-QTD-PENDENTE
       MOVE 'QUANTIDADE INVALIDA' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       ELSE
       MOVE PED-FILME TO FILMES-CODIGO
       READ FILMES
       INVALID KEY
       MOVE 'FILME NAO ENCONTRADO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       PERFORM 8520-ULTIMA-COPIA
       IF WRK-ULT-COPIA + WRK-QTD-RECEBER > 999
       MOVE 'LIMITE DE COPIAS DO FILME' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       ELSE
       MOVE 'CONFIRMA RECEBIMENTO (S/N)?' TO WRK-MSGERRO
       ACCEPT MOSTRA-ERRO
       IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
       PERFORM 8540-GRAVA-RECEBIMENTO
       ELSE
       MOVE '-- CANCELADO --' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-IF
       END-IF
       END-READ
       END-IF.

       8520-ULTIMA-COPIA.
       MOVE ZERO TO WRK-ULT-COPIA.
       MOVE 'N' TO WRK-SW-FIM-REC.
       MOVE PED-FILME TO COPIAS-FILME.
       MOVE ZERO TO COPIAS-NUMERO.
       START COPIAS KEY IS NOT LESS THAN COPIAS-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-REC
       END-START.
       PERFORM 8530-LER-ULTIMA UNTIL FIM-RECONTA.

       8530-LER-ULTIMA.
       READ COPIAS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-REC
       NOT AT END
       IF COPIAS-FILME NOT = PED-FILME
       MOVE 'S' TO WRK-SW-FIM-REC
       ELSE
       MOVE COPIAS-NUMERO TO WRK-ULT-COPIA
       END-IF
       END-READ.

       8540-GRAVA-RECEBIMENTO.
       ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
       MOVE ZERO TO WRK-QTD-GRAVADA.
       COMPUTE WRK-PRI-COPIA = WRK-ULT-COPIA + 1.
       PERFORM 8550-GRAVA-COPIA WRK-QTD-RECEBER TIMES.
       PERFORM 9100-RECONTA-DISPONIVEIS.
       ADD WRK-QTD-GRAVADA TO PED-QTD-REC.
       MOVE WRK-DATA-EXEC TO PED-DT-ULT-REC.
       IF PED-QTD-REC < PED-QTD
       MOVE 'P' TO PED-SITUACAO
       ELSE
       MOVE 'R' TO PED-SITUACAO
       END-IF.
       REWRITE PED-REG
       INVALID KEY
       MOVE 'ERRO AO GRAVAR PEDIDO' TO WRK-MSGERRO
       NOT INVALID KEY
       MOVE SPACES TO WRK-MSGERRO
       STRING 'COPIAS ' DELIMITED BY SIZE
           WRK-PRI-COPIA DELIMITED BY SIZE
           ' A ' DELIMITED BY SIZE
           WRK-ULT-COPIA DELIMITED BY SIZE
           ' INCLUIDAS' DELIMITED BY SIZE INTO WRK-MSGERRO
       END-REWRITE.
       DISPLAY SS-SITUACAO.
       ACCEPT MOSTRA-ERRO.

       8550-GRAVA-COPIA.
       ADD 1 TO WRK-ULT-COPIA.
       MOVE PED-FILME TO COPIAS-FILME.
       MOVE WRK-ULT-COPIA TO COPIAS-NUMERO.
       MOVE WRK-DATA-EXEC TO COPIAS-DT-AQUIS.
       MOVE 'D' TO COPIAS-SITUACAO.
       MOVE PED-CUSTO-UNIT TO COPIAS-CUSTO.
       MOVE PED-NUMERO TO COPIAS-PEDIDO.
       WRITE COPIAS-REG
       INVALID KEY
       SUBTRACT 1 FROM WRK-ULT-COPIA
       NOT INVALID KEY
       ADD 1 TO WRK-QTD-GRAVADA
       END-WRITE.

       9100-RECONTA-DISPONIVEIS.
       MOVE ZERO TO WRK-CONT-DISP.
       MOVE 'N' TO WRK-SW-FIM-REC.
       MOVE FILMES-CODIGO TO COPIAS-FILME.
       MOVE ZERO TO COPIAS-NUMERO.
       START COPIAS KEY IS NOT LESS THAN COPIAS-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-REC
       END-START.
       PERFORM 9110-LER-RECONTA UNTIL FIM-RECONTA.
       MOVE WRK-CONT-DISP TO FILMES-COPIAS.
       REWRITE FILMES-REG
       INVALID KEY
       MOVE 'ERRO AO ATUALIZAR FILME' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-REWRITE.

       9110-LER-RECONTA.
       READ COPIAS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-REC
       NOT AT END
       IF COPIAS-FILME NOT = FILMES-CODIGO
       MOVE 'S' TO WRK-SW-FIM-REC
       ELSE
       IF COPIA-DISPONIVEL
       ADD 1 TO WRK-CONT-DISP
       END-IF
       END-IF
       END-READ.

       9000-LISTAR.
       MOVE 'MODULO - PEDIDOS EM ABERTO' TO WRK-MODULO.
       MOVE ZERO TO WRK-CONT-LISTA.
       MOVE 'N' TO WRK-SW-FIM.
       MOVE ZERO TO PED-NUMERO.
       START PEDIDOS KEY IS NOT LESS THAN PED-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM
       END-START.
       PERFORM 9010-MOSTRA-PEDIDO UNTIL FIM-PEDIDOS.
       IF WRK-CONT-LISTA = ZERO
       DISPLAY TELA
       MOVE 'NENHUM PEDIDO EM ABERTO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-IF.

       9010-MOSTRA-PEDIDO.
       READ PEDIDOS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       IF PEDIDO-ABERTO OR PEDIDO-PARCIAL
       ADD 1 TO WRK-CONT-LISTA
       PERFORM 5400-LER-NOMES
       DISPLAY TELA
       DISPLAY TELA-REGISTRO
       DISPLAY SS-SITUACAO
       DISPLAY SS-NOMES
       MOVE 'ENTER P/ PROXIMO' TO WRK-MSGERRO
       ACCEPT MOSTRA-ERRO
       END-IF
       END-READ.

       9500-CHAMA-FORNECEDORES.
       CLOSE PEDIDOS.
       CLOSE FORNEC.
       CALL 'FORNMNT' USING WRK-COMM-OPERADOR
       ON EXCEPTION
       MOVE 'MODULO INDISPONIVEL' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-CALL.
       PERFORM 1200-ABRE-CADASTROS.

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
       MOVE SPACES TO WRK-ARQ-PEDIDOS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'PEDIDOS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-PEDIDOS.
       MOVE SPACES TO WRK-ARQ-FORNEC.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'FORNEC.DAT' DELIMITED BY SIZE INTO WRK-ARQ-FORNEC.
       MOVE SPACES TO WRK-ARQ-FILMES.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'FILMES.DAT' DELIMITED BY SIZE INTO WRK-ARQ-FILMES.
       MOVE SPACES TO WRK-ARQ-COPIAS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'COPIAS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-COPIAS.
       MOVE SPACES TO WRK-ARQ-OPERADOR.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'OPERADOR.DAT' DELIMITED BY SIZE INTO WRK-ARQ-OPERADOR.
