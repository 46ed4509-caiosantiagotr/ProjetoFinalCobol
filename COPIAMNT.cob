      * AUTHOR: CAIO                      EMPRESA: X
      *OBJETIVO: SISTEMA DE GESTAO DE FLIMES - MANUTENCAO DO ESTOQUE
      *          DE COPIAS FISICAS POR FILME (INCLUIR, CONSULTAR,
      *          ALTERAR SITUACAO E LISTAR), CONTAGEM FISICA E
      *          CONFIRMACAO DO INVENTARIO
      *Data: 02/09/2026
      **************************************
       ENVIRONMENT DIVISION.
       ACCESS MODE IS RANDOM
       FILE STATUS IS OPERADORES-STATUS
       RECORD KEY IS OPER-CHAVE.
       SELECT INVCONT ASSIGN TO WRK-ARQ-INVCONT
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       FILE STATUS IS INVCONT-STATUS
       RECORD KEY IS INV-CHAVE.
       SELECT INVDIF ASSIGN TO WRK-ARQ-INVDIF
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS INVDIF-STATUS.
       SELECT REL-INVENT ASSIGN TO WRK-ARQ-RELINV
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REL-STATUS.
       SELECT RETIRAR ASSIGN TO WRK-ARQ-RETIRAR
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RETIRAR-STATUS.
       SELECT PARAMS ASSIGN TO
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\PARAMS.DAT'
       ORGANIZATION IS LINE SEQUENTIAL
           88 COPIA-LOCADA         VALUE 'L'.
           88 COPIA-AVARIADA       VALUE 'A'.
           88 COPIA-BAIXADA        VALUE 'B'.
       05 COPIAS-CUSTO         PIC 9(05)V99.
       05 COPIAS-PEDIDO        PIC 9(06).
       FD FILMES.
       01 FILMES-REG.
       05 FILMES-CHAVE.
       05 FILMES-GENERO     PIC X(15).
       05 FILMES-COPIAS     PIC 9(03).
       05 FILMES-PRECO-DIA  PIC 9(03)V99.
       05 FILMES-VLR-REPOS  PIC 9(05)V99.
       05 FILMES-CLASSIF    PIC X(02).
           88 FILMES-LIVRE         VALUE 'L ' '  '.
       FD OPERADORES.
       01 OPER-REG.
       05 OPER-CHAVE.
       05 OPER-SENHA        PIC X(10).
       05 OPER-NIVEL        PIC 9(01).
           88 OPER-SUPERVISOR      VALUE 2.
       FD INVCONT.
       01 INV-REG.
       05 INV-CHAVE.
       10 INV-DATA          PIC 9(08).
       10 INV-FILME         PIC 9(05).
       10 INV-COPIA         PIC 9(03).
       05 INV-HORA          PIC 9(08).
       05 INV-OPERADOR      PIC X(10).
       05 INV-SW-COPIA      PIC X(01).
           88 INV-COPIA-EXISTE     VALUE 'S'.
       05 INV-SW-ALUG       PIC X(01).
           88 INV-COM-ALUGUEL      VALUE 'S'.
       FD INVDIF.
       01 INVDIF-LINHA          PIC X(30).
       FD RETIRAR.
       01 RETIRAR-LINHA          PIC X(50).
       FD REL-INVENT.
       01 REL-LINHA             PIC X(120).
       FD PARAMS.
       01 PARAMS-REG             PIC X(60).
       WORKING-STORAGE SECTION.
       77 COPIAS-STATUS      PIC 9(02).
       77 FILMES-STATUS      PIC 9(02).
       77 OPERADORES-STATUS  PIC 9(02).
       77 INVCONT-STATUS     PIC 9(02).
       77 INVDIF-STATUS      PIC 9(02).
       77 REL-STATUS         PIC 9(02).
       77 RETIRAR-STATUS     PIC 9(02).
       77 WRK-MSGERRO        PIC X(30).
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-SENHA          PIC X(10).
       77 WRK-SW-FIM         PIC X(01).
           88 FIM-COPIAS         VALUE 'S'.
           88 NAO-FIM-COPIAS     VALUE 'N'.
       77 WRK-SW-FIM-INV     PIC X(01).
           88 FIM-INVENTARIO     VALUE 'S'.
           88 NAO-FIM-INVENTARIO VALUE 'N'.
       77 WRK-INV-HOJE       PIC 9(08).
       77 WRK-INV-DATA       PIC 9(08).
       77 WRK-INV-CONTADAS   PIC 9(05).
       77 WRK-INV-BAIXAR     PIC 9(05).
       77 WRK-INV-DISPON     PIC 9(05).
       77 WRK-INV-OUTRAS     PIC 9(05).
       77 WRK-INV-APLIC      PIC 9(05).
       77 WRK-INV-IGNOR      PIC 9(05).
       77 WRK-RET-BAIXADAS   PIC 9(05).
       77 WRK-RET-DESC       PIC X(16).
       77 WRK-SW-FIM-RET     PIC X(01).
           88 FIM-RETIRAR        VALUE 'S'.
           88 NAO-FIM-RETIRAR    VALUE 'N'.
       77 PARAMS-STATUS      PIC 9(02).
       77 WRK-PAR-DIRETORIO  PIC X(45) VALUE
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\'.
       77 WRK-ARQ-COPIAS     PIC X(80).
       77 WRK-ARQ-FILMES     PIC X(80).
       77 WRK-ARQ-OPERADOR   PIC X(80).
       77 WRK-ARQ-INVCONT    PIC X(80).
       77 WRK-ARQ-INVDIF     PIC X(80).
       77 WRK-ARQ-RELINV     PIC X(80).
       77 WRK-ARQ-RETIRAR    PIC X(80).
       77 WRK-SW-FIM-PAR     PIC X(01).
           88 FIM-PARAMS         VALUE 'S'.
           88 NAO-FIM-PARAMS     VALUE 'N'.
           05 WRK-LG-PRAZO       PIC 9(03).
           05 WRK-LG-LIMITE      PIC 9(03).
           05 WRK-LG-MULTA       PIC 9(03)V99.
       01 WRK-LINHA-DIF.
           05 WRK-DIF-DATA       PIC 9(08).
           05 FILLER             PIC X(01).
           05 WRK-DIF-FILME      PIC 9(05).
           05 FILLER             PIC X(01).
           05 WRK-DIF-COPIA      PIC 9(03).
           05 FILLER             PIC X(01).
           05 WRK-DIF-TIPO       PIC X(01).
           05 FILLER             PIC X(01).
           05 WRK-DIF-SIT-ANT    PIC X(01).
           05 FILLER             PIC X(01).
           05 WRK-DIF-ACAO       PIC X(01).
       01 WRK-LINHA-AJUSTE.
           05 WRK-AJ-FILME       PIC 9(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-AJ-COPIA       PIC 9(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-AJ-SIT-ANT     PIC X(01).
           05 FILLER             PIC X(04) VALUE ' -> '.
           05 WRK-AJ-SIT-NOVA    PIC X(01).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-AJ-OCORR       PIC X(30).
       01 WRK-LINHA-RET.
           05 WRK-RET-FILME      PIC 9(05).
           05 FILLER             PIC X(01).
           05 WRK-RET-COPIA      PIC 9(03).
           05 FILLER             PIC X(01).
           05 WRK-RET-MOTIVO     PIC X(01).
               88 RET-PAGA-PARADA    VALUE 'P'.
               88 RET-EXCESSO        VALUE 'E'.
           05 FILLER             PIC X(01).
           05 WRK-RET-CUSTO      PIC 9(05)V99.
           05 FILLER             PIC X(01).
           05 WRK-RET-RECEITA    PIC 9(07)V99.
           05 FILLER             PIC X(01).
           05 WRK-RET-PARADA     PIC 9(05).
           05 FILLER             PIC X(01).
           05 WRK-RET-DATA       PIC 9(08).
       LINKAGE SECTION.
       01 LNK-OPERADOR.
           05 LNK-OPER-CODIGO    PIC X(10).
       05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
       05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR SITUACAO'.
       05 LINE 10 COLUMN 15 VALUE '4 - LISTAR POR FILME'.
       05 LINE 11 COLUMN 15 VALUE '5 - CONTAGEM INVENTARIO'.
       05 LINE 12 COLUMN 15 VALUE '6 - CONFIRMAR INVENTARIO'.
       05 LINE 13 COLUMN 15 VALUE '7 - CANDIDATAS A BAIXA'.
       05 LINE 14 COLUMN 15 VALUE 'X - SAIDA'.
       05 LINE 15 COLUMN 15 VALUE 'OPCAO........:'.
       05 LINE 15 COLUMN 28 USING WRK-OPCAO.
       01 TELA-REGISTRO.
             05 CHAVE FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE 'FILME..'.
                   BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 10 VALUE 'SITUAC.'.
               10 COLUMN PLUS 2 PIC X(01) FROM COPIAS-SITUACAO.
               10 LINE 14 COLUMN 10 VALUE 'CUSTO..'.
               10 COLUMN PLUS 2 PIC ZZZZ9.99 USING COPIAS-CUSTO.
       01 TELA-SITUACAO.
               10 LINE 15 COLUMN 10 VALUE 'NOVA SIT(D/A/B)'.
               10 COLUMN PLUS 2 PIC X(01) USING WRK-SIT-NOVA.
       01 TELA-CONTAGEM.
               10 LINE 07 COLUMN 10 VALUE
                   'CONTAGEM FISICA - FILME ZERO ENCERRA'.
               10 LINE 12 COLUMN 10 VALUE 'CONTADAS NA SESSAO'.
               10 COLUMN PLUS 2 PIC ZZZZ9 FROM WRK-INV-CONTADAS.
       01 TELA-INVENTARIO.
               10 LINE 09 COLUMN 10 VALUE 'DATA DA CONTAGEM...'.
               10 COLUMN PLUS 2 PIC 9(08) FROM WRK-INV-DATA.
               10 LINE 10 COLUMN 10 VALUE 'A BAIXAR (B).......'.
               10 COLUMN PLUS 2 PIC ZZZZ9 FROM WRK-INV-BAIXAR.
               10 LINE 11 COLUMN 10 VALUE 'A DISPONIBILIZAR...'.
               10 COLUMN PLUS 2 PIC ZZZZ9 FROM WRK-INV-DISPON.
               10 LINE 12 COLUMN 10 VALUE 'SEM AJUSTE (VER REL)'.
               10 COLUMN PLUS 1 PIC ZZZZ9 FROM WRK-INV-OUTRAS.
       01 TELA-CANDIDATA.
               10 LINE 07 COLUMN 10 VALUE
                   'CANDIDATAS A BAIXA - RENTABILIDADE'.
               10 LINE 15 COLUMN 10 VALUE 'MOTIVO.'.
               10 COLUMN PLUS 2 PIC X(16) FROM WRK-RET-DESC.
               10 COLUMN PLUS 2 VALUE 'RECEITA'.
               10 COLUMN PLUS 2 PIC ZZZZZZ9.99 FROM WRK-RET-RECEITA.
               10 COLUMN PLUS 2 VALUE 'PARADA'.
               10 COLUMN PLUS 2 PIC ZZZZ9 FROM WRK-RET-PARADA.
       01 MOSTRA-ERRO.
           02 MSG-ERRO.
               10 LINE 16 COLUMN 01 ERASE EOL
               END-IF
               WHEN 4
               PERFORM 8000-LISTAR
               WHEN 5
               PERFORM 5500-CONTAGEM
               WHEN 6
               IF OPERADOR-SUPERVISOR
               PERFORM 5600-CONFIRMA-INVENTARIO
               ELSE
               MOVE 'ACESSO RESTRITO A SUPERVISOR' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               END-IF
               WHEN 7
               IF OPERADOR-SUPERVISOR
               PERFORM 5700-CANDIDATAS-BAIXA
               ELSE
               MOVE 'ACESSO RESTRITO A SUPERVISOR' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               END-IF
               WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
       ELSE
       ACCEPT COPIAS-DT-AQUIS FROM DATE YYYYMMDD
       MOVE 'D' TO COPIAS-SITUACAO
       MOVE ZERO TO COPIAS-CUSTO
       MOVE ZERO TO COPIAS-PEDIDO
       DISPLAY SS-DADOS
       ACCEPT SS-DADOS
       WRITE COPIAS-REG
       END-IF
       END-READ.

       5500-CONTAGEM.
       MOVE 'MODULO - CONTAGEM FISICA' TO WRK-MODULO.
       ACCEPT WRK-INV-HOJE FROM DATE YYYYMMDD.
       MOVE ZERO TO WRK-INV-CONTADAS.
       OPEN I-O INVCONT.
       IF INVCONT-STATUS = 35 THEN
       OPEN OUTPUT INVCONT
       CLOSE INVCONT
       OPEN I-O INVCONT
       END-IF.
       MOVE 'N' TO WRK-SW-FIM-INV.
       PERFORM 5510-LER-CONTAGEM UNTIL FIM-INVENTARIO.
       CLOSE INVCONT.

       5510-LER-CONTAGEM.
       DISPLAY TELA.
       MOVE ZEROS TO COPIAS-CHAVE.
       DISPLAY TELA-CONTAGEM.
       DISPLAY CHAVE.
       ACCEPT CHAVE.
       IF COPIAS-FILME = ZERO
       MOVE 'S' TO WRK-SW-FIM-INV
       ELSE
       IF COPIAS-NUMERO = ZERO
       MOVE 'NUMERO NAO PODE SER ZERO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       ELSE
       PERFORM 5520-GRAVA-CONTAGEM
       END-IF
       END-IF.

       5520-GRAVA-CONTAGEM.
       MOVE WRK-INV-HOJE TO INV-DATA.
       MOVE COPIAS-FILME TO INV-FILME.
       MOVE COPIAS-NUMERO TO INV-COPIA.
       ACCEPT INV-HORA FROM TIME.
       MOVE WRK-OPERADOR TO INV-OPERADOR.
       MOVE 'N' TO INV-SW-COPIA.
       MOVE 'N' TO INV-SW-ALUG.
       WRITE INV-REG
       INVALID KEY
       MOVE 'COPIA JA CONTADA HOJE' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       ADD 1 TO WRK-INV-CONTADAS
       READ COPIAS
       INVALID KEY
       MOVE 'CONTADA - COPIA NAO CADASTRADA' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       MOVE '-- CONTADA --' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-READ
       END-WRITE.

       5600-CONFIRMA-INVENTARIO.
       MOVE 'MODULO - CONFIRMAR INVENTARIO' TO WRK-MODULO.
       DISPLAY TELA.
       MOVE ZERO TO WRK-INV-DATA.
       MOVE ZERO TO WRK-INV-BAIXAR.
       MOVE ZERO TO WRK-INV-DISPON.
       MOVE ZERO TO WRK-INV-OUTRAS.
       OPEN INPUT INVDIF.
       IF INVDIF-STATUS NOT = ZERO
       MOVE 'NENHUM INVENTARIO PENDENTE' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       ELSE
       MOVE 'N' TO WRK-SW-FIM-INV
       PERFORM 5610-CONTA-PENDENTE UNTIL FIM-INVENTARIO
       CLOSE INVDIF
       IF WRK-INV-BAIXAR = ZERO AND WRK-INV-DISPON = ZERO
       MOVE 'NENHUM AJUSTE A CONFIRMAR' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       ELSE
       DISPLAY TELA-INVENTARIO
       MOVE 'CONFIRMA AJUSTES? (S/N)' TO WRK-MSGERRO
       MOVE SPACE TO WRK-TECLA
       ACCEPT MOSTRA-ERRO
       IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
       PERFORM 5620-APLICA-INVENTARIO
       ELSE
       MOVE '-- CANCELADO --' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-IF
       END-IF
       END-IF.

       5610-CONTA-PENDENTE.
       READ INVDIF
       AT END
       MOVE 'S' TO WRK-SW-FIM-INV
       NOT AT END
       MOVE INVDIF-LINHA TO WRK-LINHA-DIF
       MOVE WRK-DIF-DATA TO WRK-INV-DATA
       EVALUATE WRK-DIF-ACAO
       WHEN 'B'
       ADD 1 TO WRK-INV-BAIXAR
       WHEN 'D'
       ADD 1 TO WRK-INV-DISPON
       WHEN OTHER
       ADD 1 TO WRK-INV-OUTRAS
       END-EVALUATE
       END-READ.

       5620-APLICA-INVENTARIO.
       MOVE ZERO TO WRK-INV-APLIC.
       MOVE ZERO TO WRK-INV-IGNOR.
       MOVE SPACES TO WRK-ARQ-RELINV.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'INV' DELIMITED BY SIZE
           WRK-INV-DATA DELIMITED BY SIZE
           '.TXT' DELIMITED BY SIZE INTO WRK-ARQ-RELINV.
       OPEN EXTEND REL-INVENT.
       IF REL-STATUS = 35 THEN
       OPEN OUTPUT REL-INVENT
       END-IF.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'AJUSTES CONFIRMADOS PELO SUPERVISOR' TO REL-LINHA.
       WRITE REL-LINHA.
       OPEN INPUT INVDIF.
       MOVE 'N' TO WRK-SW-FIM-INV.
       PERFORM 5630-LER-DIVERGENCIA UNTIL FIM-INVENTARIO.
       CLOSE INVDIF.
       ACCEPT WRK-INV-HOJE FROM DATE YYYYMMDD.
       MOVE SPACES TO REL-LINHA.
       STRING 'CONFIRMADO POR ' DELIMITED BY SIZE
           WRK-OPERADOR DELIMITED BY SPACE
           ' EM ' DELIMITED BY SIZE
           WRK-INV-HOJE DELIMITED BY SIZE
           ' - AJUSTADAS ' DELIMITED BY SIZE
           WRK-INV-APLIC DELIMITED BY SIZE
           ' IGNORADAS ' DELIMITED BY SIZE
           WRK-INV-IGNOR DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       CLOSE REL-INVENT.
       OPEN OUTPUT INVDIF.
       CLOSE INVDIF.
       MOVE '-- INVENTARIO CONFIRMADO --' TO WRK-MSGERRO.
        ACCEPT MOSTRA-ERRO.

       5630-LER-DIVERGENCIA.
       READ INVDIF
       AT END
       MOVE 'S' TO WRK-SW-FIM-INV
       NOT AT END
       MOVE INVDIF-LINHA TO WRK-LINHA-DIF
       IF WRK-DIF-ACAO NOT = SPACE
       PERFORM 5640-AJUSTA-COPIA
       END-IF
       END-READ.

       5640-AJUSTA-COPIA.
       MOVE WRK-DIF-FILME TO COPIAS-FILME.
       MOVE WRK-DIF-COPIA TO COPIAS-NUMERO.
       MOVE WRK-DIF-FILME TO WRK-AJ-FILME.
       MOVE WRK-DIF-COPIA TO WRK-AJ-COPIA.
       MOVE WRK-DIF-SIT-ANT TO WRK-AJ-SIT-ANT.
       MOVE WRK-DIF-ACAO TO WRK-AJ-SIT-NOVA.
       READ COPIAS
       INVALID KEY
       ADD 1 TO WRK-INV-IGNOR
       MOVE 'IGNORADA - COPIA EXCLUIDA' TO WRK-AJ-OCORR
       NOT INVALID KEY
       IF COPIAS-SITUACAO NOT = WRK-DIF-SIT-ANT
       ADD 1 TO WRK-INV-IGNOR
       MOVE 'IGNORADA - SITUACAO MUDOU' TO WRK-AJ-OCORR
       ELSE
       MOVE WRK-DIF-ACAO TO COPIAS-SITUACAO
       REWRITE COPIAS-REG
       INVALID KEY
       ADD 1 TO WRK-INV-IGNOR
       MOVE 'IGNORADA - ERRO AO GRAVAR' TO WRK-AJ-OCORR
       NOT INVALID KEY
       ADD 1 TO WRK-INV-APLIC
       MOVE 'AJUSTADA' TO WRK-AJ-OCORR
       MOVE WRK-DIF-FILME TO FILMES-CODIGO
       READ FILMES
       INVALID KEY
       CONTINUE
       NOT INVALID KEY
       PERFORM 9100-RECONTA-DISPONIVEIS
       END-READ
       END-REWRITE
       END-IF
       END-READ.
       MOVE WRK-LINHA-AJUSTE TO REL-LINHA.
       WRITE REL-LINHA.

       5700-CANDIDATAS-BAIXA.
       MOVE 'MODULO - CANDIDATAS A BAIXA' TO WRK-MODULO.
       MOVE ZERO TO WRK-RET-BAIXADAS.
       OPEN INPUT RETIRAR.
       IF RETIRAR-STATUS NOT = ZERO
       MOVE 'SEM CANDIDATAS - RODE RENTCOP' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       ELSE
       MOVE 'N' TO WRK-SW-FIM-RET
       PERFORM 5710-LER-CANDIDATA UNTIL FIM-RETIRAR
       CLOSE RETIRAR
       MOVE SPACES TO WRK-MSGERRO
       STRING '-- FIM - BAIXADAS: ' DELIMITED BY SIZE
           WRK-RET-BAIXADAS DELIMITED BY SIZE
           ' --' DELIMITED BY SIZE INTO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-IF.

       5710-LER-CANDIDATA.
       READ RETIRAR
       AT END
       MOVE 'S' TO WRK-SW-FIM-RET
       NOT AT END
       MOVE RETIRAR-LINHA TO WRK-LINHA-RET
       MOVE WRK-RET-FILME TO COPIAS-FILME
       MOVE WRK-RET-COPIA TO COPIAS-NUMERO
       READ COPIAS
       INVALID KEY
       CONTINUE
       NOT INVALID KEY
       IF COPIA-DISPONIVEL
       PERFORM 5720-DECIDE-CANDIDATA
       END-IF
       END-READ
       END-READ.

       5720-DECIDE-CANDIDATA.
       IF RET-PAGA-PARADA
       MOVE 'PAGA E PARADA' TO WRK-RET-DESC
       ELSE
       MOVE 'EXCESSO TITULO' TO WRK-RET-DESC
       END-IF.
       PERFORM 6100-TITULO-FILME.
       DISPLAY TELA.
       DISPLAY TELA-REGISTRO.
       DISPLAY TELA-CANDIDATA.
       MOVE 'BAIXAR ESTA COPIA? (S/N/F=FIM)' TO WRK-MSGERRO.
       MOVE SPACE TO WRK-TECLA.
       ACCEPT MOSTRA-ERRO.
       IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
       MOVE 'B' TO WRK-SIT-NOVA
       PERFORM 7100-GRAVA-SITUACAO
       ADD 1 TO WRK-RET-BAIXADAS
       ELSE
       IF WRK-TECLA = 'F' OR WRK-TECLA = 'f'
       MOVE 'S' TO WRK-SW-FIM-RET
       END-IF
       END-IF.

       6000-CONSULTAR.
       MOVE 'MODULO - CONSULTAR COPIA' TO WRK-MODULO.
       DISPLAY TELA.
       MOVE SPACES TO WRK-ARQ-OPERADOR.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'OPERADOR.DAT' DELIMITED BY SIZE INTO WRK-ARQ-OPERADOR.
       MOVE SPACES TO WRK-ARQ-INVCONT.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'INVCONT.DAT' DELIMITED BY SIZE INTO WRK-ARQ-INVCONT.
       MOVE SPACES TO WRK-ARQ-INVDIF.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'INVDIF.DAT' DELIMITED BY SIZE INTO WRK-ARQ-INVDIF.
       MOVE SPACES TO WRK-ARQ-RETIRAR.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'RETIRAR.DAT' DELIMITED BY SIZE INTO WRK-ARQ-RETIRAR.
