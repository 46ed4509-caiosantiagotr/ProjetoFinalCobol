       FILE STATUS IS FILMES-STATUS
       RECORD KEY IS FILMES-CHAVE.
       SELECT ALUGUEIS-HIST ASSIGN TO WRK-ARQ-ALUGHIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ALUGHIST-STATUS
       RECORD KEY IS HIST-CHAVE
       ALTERNATE RECORD KEY IS HIST-CHAVE-FILME.
       SELECT FATURAS ASSIGN TO WRK-ARQ-FATURAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       SELECT REL-PONTOS ASSIGN TO WRK-ARQ-PONTEXT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RELPON-STATUS.
       SELECT DEPENDENTES ASSIGN TO WRK-ARQ-DEPENDEN
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       FILE STATUS IS DEPENDEN-STATUS
       RECORD KEY IS DEPEND-CHAVE.
       SELECT LIB-IDADE ASSIGN TO WRK-ARQ-LIBIDADE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LIBIDADE-STATUS.
       SELECT AVISOS ASSIGN TO WRK-ARQ-AVISOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       FILE STATUS IS AVISOS-STATUS
       RECORD KEY IS AVISO-CHAVE.
       SELECT PARAMS ASSIGN TO
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\PARAMS.DAT'
       ORGANIZATION IS LINE SEQUENTIAL
       05 CLIENTES-SITUACAO PIC X(01).
           88 CLIENTES-ATIVO       VALUE 'A'.
           88 CLIENTES-BLOQUEADO   VALUE 'B'.
       05 CLIENTES-DT-NASC  PIC 9(08).
       FD FILMES.
       01 FILMES-REG.
       05 FILMES-CHAVE.
       05 FILMES-GENERO     PIC X(15).
       05 FILMES-COPIAS     PIC 9(03).
       05 FILMES-PRECO-DIA  PIC 9(03)V99.
       05 FILMES-VLR-REPOS  PIC 9(05)V99.
       05 FILMES-CLASSIF    PIC X(02).
           88 FILMES-LIVRE         VALUE 'L ' '  '.
       FD ALUGUEIS-HIST.
       01 ALUGHIST-REG.
       05 HIST-CHAVE.
       10 HIST-FONE         PIC 9(09).
       10 HIST-DT-LOC       PIC 9(08).
       10 HIST-FILME        PIC 9(05).
       05 HIST-CHAVE-FILME.
       10 HIST-CF-FILME     PIC 9(05).
       10 HIST-CF-DT-LOC    PIC 9(08).
       10 HIST-CF-FONE      PIC 9(09).
       05 HIST-COPIA           PIC 9(03).
       05 HIST-DT-PREV         PIC 9(08).
       05 HIST-DT-DEV          PIC 9(08).
       05 HIST-ATRASO          PIC X(01).
       05 HIST-DIAS-LOC        PIC 9(03).
       05 HIST-DIAS-ATR        PIC 9(03).
       05 HIST-VLR-LOCACAO     PIC 9(05)V99.
       05 HIST-VLR-MULTA       PIC 9(05)V99.
       05 HIST-VLR-AVARIA      PIC 9(05)V99.
       05 HIST-VLR-TOTAL       PIC 9(05)V99.
       05 HIST-OPERADOR        PIC X(10).
       FD FATURAS.
       01 FATURAS-REG.
       05 FATURAS-CHAVE.
       05 FATURAS-VLR-MULTA    PIC 9(05)V99.
       05 FATURAS-VLR-TOTAL    PIC 9(05)V99.
       05 FATURAS-VLR-PAGO     PIC 9(05)V99.
       05 FATURAS-VLR-AVARIA   PIC 9(05)V99.
       FD RESERVAS.
       01 RESERVAS-REG.
       05 RESERVAS-CHAVE.
       05 OPER-NIVEL        PIC 9(01).
           88 OPER-SUPERVISOR      VALUE 2.
       FD REL-EXTRATO.
       01 REL-EXT-LINHA          PIC X(100).
       FD COPIAS.
       01 COPIAS-REG.
       05 COPIAS-CHAVE.
           88 COPIA-LOCADA         VALUE 'L'.
           88 COPIA-AVARIADA       VALUE 'A'.
           88 COPIA-BAIXADA        VALUE 'B'.
       05 COPIAS-CUSTO         PIC 9(05)V99.
       05 COPIAS-PEDIDO        PIC 9(06).
       FD MOVDIA.
       01 MOVDIA-LINHA          PIC X(60).
       FD PONTOS.
       01 PONTHIST-LINHA        PIC X(40).
       FD REL-PONTOS.
       01 REL-PON-LINHA         PIC X(60).
       FD DEPENDENTES.
       01 DEPEND-REG.
       05 DEPEND-CHAVE.
       10 DEPEND-FONE       PIC 9(09).
       10 DEPEND-SEQ        PIC 9(02).
       05 DEPEND-NOME       PIC X(30).
       05 DEPEND-DT-NASC    PIC 9(08).
       FD LIB-IDADE.
       01 LIBIDADE-LINHA        PIC X(70).
       FD AVISOS.
       01 AVISO-REG.
       05 AVISO-CHAVE.
       10 AVISO-TIPO        PIC X(01).
           88 AVISO-VENCIMENTO     VALUE 'V'.
           88 AVISO-RESERVA        VALUE 'R'.
           88 AVISO-SALDO          VALUE 'S'.
       10 AVISO-FONE        PIC 9(09).
       10 AVISO-REFER       PIC X(21).
       05 AVISO-NOME           PIC X(30).
       05 AVISO-EMAIL          PIC X(40).
       05 AVISO-FILME          PIC 9(05).
       05 AVISO-DT-REF         PIC 9(08).
       05 AVISO-VALOR          PIC 9(07)V99.
       05 AVISO-DT-GERACAO     PIC 9(08).
       05 AVISO-ORIGEM         PIC X(10).
       05 AVISO-SITUACAO       PIC X(01).
           88 AVISO-PENDENTE       VALUE 'P'.
           88 AVISO-ENVIADO        VALUE 'E'.
           88 AVISO-DEVOLVIDO      VALUE 'D'.
           88 AVISO-EMAIL-INVALIDO VALUE 'I'.
       05 AVISO-DT-ENVIO       PIC 9(08).
       FD PARAMS.
       01 PARAMS-REG             PIC X(60).
       WORKING-STORAGE SECTION.
       77 WRK-DIAS-ATRASO    PIC 9(03).
       77 WRK-VLR-LOCACAO    PIC 9(05)V99.
       77 WRK-VLR-MULTA      PIC 9(05)V99.
       77 WRK-VLR-AVARIA     PIC 9(05)V99.
       77 WRK-VLR-REPOS-PAD  PIC 9(05)V99 VALUE 50.00.
       77 WRK-ESTADO-COPIA   PIC X(01).
           88 ESTADO-OK          VALUE 'O'.
           88 ESTADO-AVARIADA    VALUE 'A'.
           88 ESTADO-PERDIDA     VALUE 'P'.
       77 WRK-LIMITE-ALUG    PIC 9(03) VALUE 5.
       77 WRK-INT-HOJE       PIC 9(08).
       77 WRK-INT-PREV       PIC 9(08).
       77 WRK-SW-FIM-PHI     PIC X(01).
           88 FIM-PONTHIST       VALUE 'S'.
           88 NAO-FIM-PONTHIST   VALUE 'N'.
       77 DEPENDEN-STATUS    PIC 9(02).
       77 LIBIDADE-STATUS    PIC 9(02).
       77 WRK-ARQ-DEPENDEN   PIC X(80).
       77 WRK-ARQ-LIBIDADE   PIC X(80).
       77 AVISOS-STATUS      PIC 9(02).
       77 WRK-ARQ-AVISOS     PIC X(80).
       01 WRK-AVISO-REF-RES.
           05 WRK-AVR-FILME      PIC 9(05).
           05 WRK-AVR-DT-RES     PIC 9(08).
           05 WRK-AVR-HR-RES     PIC 9(08).
       77 WRK-DEP-SEQ        PIC 9(02).
       77 WRK-IDADE          PIC 9(03).
       77 WRK-IDADE-MIN      PIC 9(02).
       77 WRK-SUPERVISOR     PIC X(10).
       77 WRK-SENHA-SUP      PIC X(10).
       77 WRK-SW-LIBERADO    PIC X(01).
           88 LIBERADO           VALUE 'S'.
           88 NAO-LIBERADO       VALUE 'N'.
       01 WRK-CLASSIF        PIC X(02).
       01 WRK-CLASSIF-NUM REDEFINES WRK-CLASSIF PIC 9(02).
       01 WRK-NASC-DATA      PIC 9(08).
       01 WRK-NASC-DESM REDEFINES WRK-NASC-DATA.
           05 WRK-NA-ANO         PIC 9(04).
           05 WRK-NA-MMDD        PIC 9(04).
       01 WRK-IDADE-HOJE     PIC 9(08).
       01 WRK-IDADE-HOJE-DESM REDEFINES WRK-IDADE-HOJE.
           05 WRK-IH-ANO         PIC 9(04).
           05 WRK-IH-MMDD        PIC 9(04).
       01 WRK-LINHA-LIB.
           05 WRK-LIB-DATA       PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIB-HORA       PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIB-OPERADOR   PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIB-SUPERVISOR PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIB-FONE       PIC 9(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIB-DEP-SEQ    PIC 9(02).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIB-FILME      PIC 9(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIB-CLASSIF    PIC X(02).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIB-IDADE      PIC 9(03).
       01 WRK-LINHA-PHIST.
           05 WRK-PH-FONE        PIC 9(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LR-RENOV       PIC 9(03).
           05 WRK-LR-PTS-TAXA    PIC 9(03).
           05 WRK-LR-PTS-RESG    PIC 9(05).
           05 WRK-LR-RETENCAO    PIC 9(03).
           05 WRK-LR-VLR-REPOS   PIC 9(05)V99.
       01 WRK-TAB-PRAZOS.
           05 WRK-TP-ENT OCCURS 20 TIMES.
               10 WRK-TP-GENERO  PIC X(15).
       77 WRK-SW-FIM-HIST    PIC X(01).
           88 FIM-HIST           VALUE 'S'.
           88 NAO-FIM-HIST       VALUE 'N'.
       77 WRK-HF-FILME       PIC 9(05) VALUE ZERO.
       77 WRK-HF-CONT        PIC 9(03) VALUE ZERO.
       77 WRK-HF-DT-LOC      PIC X(10).
       77 WRK-HF-DT-PREV     PIC X(10).
       77 WRK-HF-DT-DEV      PIC X(10).
       01 WRK-DATA-AAAAMMDD  PIC 9(08).
       01 WRK-DATA-DESM REDEFINES WRK-DATA-AAAAMMDD.
           05 WRK-DD-ANO         PIC 9(04).
           05 WRK-EXT-DT-DEV     PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-EXT-OBS        PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-EXT-VALOR      PIC ZZZZ9.99.
       LINKAGE SECTION.
       01 LNK-OPERADOR.
           05 LNK-OPER-CODIGO    PIC X(10).
       05 LINE 09 COLUMN 15 VALUE '3 - EXTRATO'.
       05 LINE 10 COLUMN 15 VALUE '4 - RENOVAR'.
       05 LINE 11 COLUMN 15 VALUE '5 - PONTOS'.
       05 LINE 12 COLUMN 15 VALUE '6 - HISTORICO DO FILME'.
       05 LINE 13 COLUMN 15 VALUE 'X - SAIDA'.
       05 LINE 14 COLUMN 15 VALUE 'OPCAO........:'.
       05 LINE 14 COLUMN 28 USING WRK-OPCAO.
       01 TELA-REGISTRO.
             05 CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE 'TELEFONE'.
               10 LINE 10 COLUMN 10 VALUE 'TELEFONE'.
               10 COLUMN PLUS 2 PIC 9(09) USING ALUGUEIS-FONE
                   BLANK WHEN ZEROS.
       01 TELA-ESTADO.
           05 LINE 14 COLUMN 26 VALUE 'ESTADO (O-OK A-AVARIA P-PERDA)'.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-ESTADO-COPIA.
       01 TELA-AVISO-RESERVA.
           05 LINE 15 COLUMN 10 VALUE 'RESERVA 1A DA FILA:'.
           05 COLUMN PLUS 2 PIC 9(09) FROM WRK-RSV-FONE.
           05 COLUMN PLUS 2 PIC X(30) FROM WRK-RSV-NOME.
       01 TELA-RETIRADA.
           05 LINE 15 COLUMN 10 VALUE 'RETIRADO POR (00=TITULAR)'.
           05 COLUMN PLUS 2 PIC 9(02) USING WRK-DEP-SEQ.
       01 TELA-LIBERACAO.
           05 LINE 15 COLUMN 01 ERASE EOL.
           05 LINE 15 COLUMN 10 VALUE 'SUPERVISOR'.
           05 COLUMN PLUS 2 PIC X(10) USING WRK-SUPERVISOR.
           05 COLUMN PLUS 2 VALUE 'SENHA'.
           05 COLUMN PLUS 2 PIC X(10) USING WRK-SENHA-SUP SECURE.
       01 TELA-HIST-FILME.
             05 CHAVE-HF FOREGROUND-COLOR 2.
               10 LINE 05 COLUMN 10 VALUE 'FILME'.
               10 COLUMN PLUS 2 PIC 9(05) USING WRK-HF-FILME
                   BLANK WHEN ZEROS.
             05 SS-HF-DADOS.
               10 LINE 06 COLUMN 10 VALUE 'TITULO...'.
               10 COLUMN PLUS 2 PIC X(40) FROM FILMES-TITULO.
               10 LINE 08 COLUMN 10 VALUE 'CLIENTE..'.
               10 COLUMN PLUS 2 PIC 9(09) FROM HIST-FONE.
               10 COLUMN PLUS 2 PIC X(30) FROM CLIENTES-NOME.
               10 LINE 09 COLUMN 10 VALUE 'COPIA....'.
               10 COLUMN PLUS 2 PIC 9(03) FROM HIST-COPIA.
               10 COLUMN PLUS 2 VALUE 'OPERADOR'.
               10 COLUMN PLUS 2 PIC X(10) FROM HIST-OPERADOR.
               10 LINE 10 COLUMN 10 VALUE 'RETIRADA.'.
               10 COLUMN PLUS 2 PIC X(10) FROM WRK-HF-DT-LOC.
               10 COLUMN PLUS 2 VALUE 'PREVISTA'.
               10 COLUMN PLUS 2 PIC X(10) FROM WRK-HF-DT-PREV.
               10 LINE 11 COLUMN 10 VALUE 'DEVOLUCAO'.
               10 COLUMN PLUS 2 PIC X(10) FROM WRK-HF-DT-DEV.
               10 COLUMN PLUS 2 VALUE 'ATRASO'.
               10 COLUMN PLUS 2 PIC X(01) FROM HIST-ATRASO.
               10 COLUMN PLUS 2 VALUE 'DIAS'.
               10 COLUMN PLUS 2 PIC ZZ9 FROM HIST-DIAS-ATR.
               10 LINE 12 COLUMN 10 VALUE 'LOCACAO..'.
               10 COLUMN PLUS 2 PIC ZZZZ9.99 FROM HIST-VLR-LOCACAO.
               10 COLUMN PLUS 2 VALUE 'MULTA'.
               10 COLUMN PLUS 2 PIC ZZZZ9.99 FROM HIST-VLR-MULTA.
               10 COLUMN PLUS 2 VALUE 'AVARIA'.
               10 COLUMN PLUS 2 PIC ZZZZ9.99 FROM HIST-VLR-AVARIA.
               10 LINE 13 COLUMN 10 VALUE 'TOTAL....'.
               10 COLUMN PLUS 2 PIC ZZZZ9.99 FROM HIST-VLR-TOTAL.
               10 COLUMN PLUS 2 VALUE 'LOCACAO NR'.
               10 COLUMN PLUS 2 PIC ZZ9 FROM WRK-HF-CONT.

       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL SECTION.
           CLOSE FILMES
           OPEN I-O FILMES
           END-IF.
           OPEN I-O ALUGUEIS-HIST
           IF ALUGHIST-STATUS = 35 THEN
           OPEN OUTPUT ALUGUEIS-HIST
           CLOSE ALUGUEIS-HIST
           OPEN I-O ALUGUEIS-HIST
           END-IF.
           OPEN I-O FATURAS
           IF FATURAS-STATUS = 35 THEN
           CLOSE PONTOS-HIST
           OPEN EXTEND PONTOS-HIST
           END-IF.
           OPEN I-O DEPENDENTES
           IF DEPENDEN-STATUS = 35 THEN
           OPEN OUTPUT DEPENDENTES
           CLOSE DEPENDENTES
           OPEN I-O DEPENDENTES
           END-IF.
           OPEN EXTEND LIB-IDADE.
           IF LIBIDADE-STATUS = 35 THEN
           OPEN OUTPUT LIB-IDADE
           CLOSE LIB-IDADE
           OPEN EXTEND LIB-IDADE
           END-IF.
           OPEN I-O AVISOS
           IF AVISOS-STATUS = 35 THEN
           OPEN OUTPUT AVISOS
           CLOSE AVISOS
           OPEN I-O AVISOS
           END-IF.

           1100-MONTATELA.
           MOVE 'MODULO - ALUGUEIS' TO WRK-MODULO.
               PERFORM 8000-RENOVAR
               WHEN 5
               PERFORM 7600-EXTRATO-PONTOS
               WHEN 6
               PERFORM 7900-HISTORICO-FILME
               WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
       CLOSE MOVDIA.
       CLOSE PONTOS.
       CLOSE PONTOS-HIST.
       CLOSE DEPENDENTES.
       CLOSE LIB-IDADE.
       CLOSE AVISOS.

       5000-ALUGAR.
       MOVE 'MODULO - ALUGAR FILME' TO WRK-MODULO.
       MOVE 'FILME NAO ENCONTRADO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       PERFORM 5900-VERIFICA-IDADE
       IF NAO-PODE-ALUGAR
        ACCEPT MOSTRA-ERRO
       ELSE
       PERFORM 5500-ACHA-COPIA-LIVRE
       IF FILMES-COPIAS = ZERO OR SEM-COPIA-LIVRE
       MOVE 'SEM COPIAS - RESERVAR? (S/N)' TO WRK-MSGERRO
       END-REWRITE
       END-WRITE
       END-IF
       END-IF
       END-READ
       END-IF
       END-READ.
       END-IF
       END-IF.

       5900-VERIFICA-IDADE.
       MOVE 'S' TO WRK-SW-PODE.
       IF NOT FILMES-LIVRE
       MOVE FILMES-CLASSIF TO WRK-CLASSIF
       IF WRK-CLASSIF IS NUMERIC
       MOVE WRK-CLASSIF-NUM TO WRK-IDADE-MIN
       ELSE
       MOVE 18 TO WRK-IDADE-MIN
       END-IF
       MOVE ZERO TO WRK-DEP-SEQ
       DISPLAY TELA-RETIRADA
       ACCEPT TELA-RETIRADA
       IF WRK-DEP-SEQ = ZERO
       MOVE CLIENTES-DT-NASC TO WRK-NASC-DATA
       ELSE
       MOVE ALUGUEIS-FONE TO DEPEND-FONE
       MOVE WRK-DEP-SEQ TO DEPEND-SEQ
       READ DEPENDENTES
       INVALID KEY
       MOVE 'DEPENDENTE NAO CADASTRADO' TO WRK-MSGERRO
       MOVE 'N' TO WRK-SW-PODE
       NOT INVALID KEY
       MOVE DEPEND-DT-NASC TO WRK-NASC-DATA
       END-READ
       END-IF
       IF PODE-ALUGAR
       PERFORM 5910-CALCULA-IDADE
       IF WRK-NASC-DATA = ZERO
       MOVE 'NASCIMENTO NAO CADASTRADO' TO WRK-MSGERRO
       PERFORM 5920-LIBERA-SUPERVISOR
       ELSE
       IF WRK-IDADE < WRK-IDADE-MIN
       MOVE 'IDADE ABAIXO DA CLASSIFICACAO' TO WRK-MSGERRO
       PERFORM 5920-LIBERA-SUPERVISOR
       END-IF
       END-IF
       END-IF
       END-IF.

       5910-CALCULA-IDADE.
       IF WRK-NASC-DATA IS NOT NUMERIC
       MOVE ZERO TO WRK-NASC-DATA
       END-IF.
       MOVE ZERO TO WRK-IDADE.
       ACCEPT WRK-IDADE-HOJE FROM DATE YYYYMMDD.
       IF WRK-NASC-DATA NOT = ZERO AND WRK-IH-ANO > WRK-NA-ANO
       COMPUTE WRK-IDADE = WRK-IH-ANO - WRK-NA-ANO
       IF WRK-IH-MMDD < WRK-NA-MMDD
       SUBTRACT 1 FROM WRK-IDADE
       END-IF
       END-IF.

       5920-LIBERA-SUPERVISOR.
       ACCEPT MOSTRA-ERRO.
       MOVE 'N' TO WRK-SW-LIBERADO.
       MOVE SPACES TO WRK-SUPERVISOR.
       MOVE 'LIBERAR C/ SUPERVISOR? (S/N)' TO WRK-MSGERRO.
       ACCEPT MOSTRA-ERRO.
       IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
       IF OPERADOR-SUPERVISOR
       MOVE WRK-OPERADOR TO WRK-SUPERVISOR
       MOVE 'S' TO WRK-SW-LIBERADO
       ELSE
       PERFORM 5930-VALIDA-SUPERVISOR
       END-IF
       ELSE
       MOVE '-- CANCELADO --' TO WRK-MSGERRO
       END-IF.
       IF LIBERADO
       PERFORM 5940-GRAVA-LIBERACAO
       ELSE
       MOVE 'N' TO WRK-SW-PODE
       END-IF.

       5930-VALIDA-SUPERVISOR.
       MOVE SPACES TO WRK-SENHA-SUP.
       DISPLAY TELA-LIBERACAO.
       ACCEPT TELA-LIBERACAO.
       MOVE 'SUPERVISOR/SENHA INVALIDOS' TO WRK-MSGERRO.
       OPEN INPUT OPERADORES.
       IF OPERADORES-STATUS = ZERO
       MOVE WRK-SUPERVISOR TO OPER-CODIGO
       READ OPERADORES
       INVALID KEY
       CONTINUE
       NOT INVALID KEY
       IF OPER-SENHA = WRK-SENHA-SUP AND OPER-SUPERVISOR
       MOVE 'S' TO WRK-SW-LIBERADO
       END-IF
       END-READ
       END-IF.
       CLOSE OPERADORES.

       5940-GRAVA-LIBERACAO.
       ACCEPT WRK-LIB-DATA FROM DATE YYYYMMDD.
       ACCEPT WRK-LIB-HORA FROM TIME.
       MOVE WRK-OPERADOR TO WRK-LIB-OPERADOR.
       MOVE WRK-SUPERVISOR TO WRK-LIB-SUPERVISOR.
       MOVE ALUGUEIS-FONE TO WRK-LIB-FONE.
       MOVE WRK-DEP-SEQ TO WRK-LIB-DEP-SEQ.
       MOVE ALUGUEIS-FILME TO WRK-LIB-FILME.
       MOVE FILMES-CLASSIF TO WRK-LIB-CLASSIF.
       MOVE WRK-IDADE TO WRK-LIB-IDADE.
       MOVE WRK-LINHA-LIB TO LIBIDADE-LINHA.
       WRITE LIBIDADE-LINHA.

       5200-CONTA-ABERTOS.
       MOVE ZERO TO WRK-CONT-ABERTOS.
       MOVE 'N' TO WRK-SW-TEM-ATRASO.
       MOVE 'ALUGUEL NAO ENCONTRADO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       PERFORM 6050-PEDE-ESTADO
       IF WRK-MSGERRO NOT = SPACES
        ACCEPT MOSTRA-ERRO
       ELSE
       ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
       MOVE WRK-DATA-ATUAL TO ALUGUEIS-DT-DEV
       COMPUTE WRK-INT-DEV = FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL)
       ELSE
       MOVE 'N' TO ALUGUEIS-SW-ATRASO
       END-IF
       DELETE ALUGUEIS
       INVALID KEY
       MOVE 'ERRO AO GRAVAR' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       MOVE ZERO TO WRK-DIAS-LOCADO WRK-DIAS-ATRASO
       MOVE ZERO TO WRK-VLR-LOCACAO WRK-VLR-MULTA
       MOVE ZERO TO WRK-VLR-AVARIA WRK-VLR-MOVTO
       MOVE ALUGUEIS-FILME TO FILMES-CODIGO
       READ FILMES
       INVALID KEY
       MOVE 'FILME NAO ENCONTRADO NO CATALOGO' TO WRK-MSGERRO
       NOT INVALID KEY
       IF ESTADO-OK
       ADD 1 TO FILMES-COPIAS
       END-IF
       REWRITE FILMES-REG
       INVALID KEY
       MOVE 'ERRO AO ATUALIZAR FILME' TO WRK-MSGERRO
       NOT INVALID KEY
       IF ESTADO-OK
       PERFORM 6500-LIBERA-COPIA
       ELSE
       PERFORM 6700-RETEM-COPIA
       END-IF
       PERFORM 6200-GRAVA-FATURA
       MOVE 'D' TO WRK-MOV-TIPO
       MOVE ALUGUEIS-SW-ATRASO TO WRK-MOV-ATRASO
       PERFORM 9800-GRAVA-MOVIMENTO
       PERFORM 6600-CREDITA-PONTOS
       IF ESTADO-OK
       PERFORM 6400-AVISA-RESERVA
       END-IF
       EVALUATE TRUE
       WHEN ESTADO-PERDIDA
       MOVE '-- ALUGUEL ENCERRADO: PERDA -' TO WRK-MSGERRO
       WHEN ESTADO-AVARIADA
       MOVE '-- DEVOLVIDO COM AVARIA --' TO WRK-MSGERRO
       WHEN ALUGUEIS-ATRASADO
       MOVE '-- DEVOLVIDO COM ATRASO --' TO WRK-MSGERRO
       WHEN OTHER
       MOVE '-- DEVOLVIDO --' TO WRK-MSGERRO
       END-EVALUATE
       END-REWRITE
       END-READ
       PERFORM 6100-GRAVA-HISTORICO
        ACCEPT MOSTRA-ERRO
       END-DELETE
       END-IF
       END-READ.

       6050-PEDE-ESTADO.
       MOVE 'O' TO WRK-ESTADO-COPIA.
       MOVE ALUGUEIS-FONE TO CLIENTES-FONE.
       READ CLIENTES
       INVALID KEY
       MOVE SPACES TO CLIENTES-NOME
       END-READ.
       MOVE ALUGUEIS-FILME TO FILMES-CODIGO.
       READ FILMES
       INVALID KEY
       MOVE SPACES TO FILMES-TITULO
       END-READ.
       DISPLAY SS-DADOS.
       DISPLAY TELA-ESTADO.
       ACCEPT TELA-ESTADO.
       IF NOT ESTADO-OK AND NOT ESTADO-AVARIADA
       AND NOT ESTADO-PERDIDA
       MOVE 'ESTADO INVALIDO (O/A/P)' TO WRK-MSGERRO
       ELSE
       IF NOT ESTADO-OK
       IF ESTADO-PERDIDA
       MOVE 'CONFIRMA PERDA DA COPIA (S/N)' TO WRK-MSGERRO
       ELSE
       MOVE 'CONFIRMA AVARIA DA COPIA (S/N)' TO WRK-MSGERRO
       END-IF
       ACCEPT MOSTRA-ERRO
       IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
       MOVE SPACES TO WRK-MSGERRO
       ELSE
       MOVE '-- CANCELADO --' TO WRK-MSGERRO
       END-IF
       END-IF
       END-IF.

       6200-GRAVA-FATURA.
       COMPUTE WRK-INT-SAIDA =
       END-IF.
       COMPUTE FATURAS-VLR-MULTA =
           WRK-DIAS-ATRASO * WRK-MULTA-DIA.
       MOVE ZERO TO WRK-VLR-AVARIA.
       IF NOT ESTADO-OK
       IF FILMES-VLR-REPOS NOT = ZERO
       MOVE FILMES-VLR-REPOS TO WRK-VLR-AVARIA
       ELSE
       MOVE WRK-VLR-REPOS-PAD TO WRK-VLR-AVARIA
       END-IF
       END-IF.
       MOVE WRK-VLR-AVARIA TO FATURAS-VLR-AVARIA.
       COMPUTE FATURAS-VLR-TOTAL =
           FATURAS-VLR-LOCACAO + FATURAS-VLR-MULTA
           + FATURAS-VLR-AVARIA.
       MOVE FATURAS-VLR-TOTAL TO WRK-VLR-MOVTO.
       MOVE FATURAS-VLR-LOCACAO TO WRK-VLR-LOCACAO.
       MOVE FATURAS-VLR-MULTA TO WRK-VLR-MULTA.
       MOVE ZERO TO FATURAS-VLR-PAGO.
       WRITE FATURAS-REG
       INVALID KEY
       END-WRITE.

       6300-ACUMULA-FATURA.
       READ FATURAS
       INVALID KEY
       MOVE 'ERRO AO GRAVAR FATURA' TO WRK-MSGERRO
       ADD WRK-DIAS-ATRASO TO FATURAS-DIAS-ATR
       ADD WRK-VLR-LOCACAO TO FATURAS-VLR-LOCACAO
       ADD WRK-VLR-MULTA TO FATURAS-VLR-MULTA
       ADD WRK-VLR-AVARIA TO FATURAS-VLR-AVARIA
       COMPUTE FATURAS-VLR-TOTAL =
           FATURAS-VLR-LOCACAO + FATURAS-VLR-MULTA
           + FATURAS-VLR-AVARIA
       REWRITE FATURAS-REG
       INVALID KEY
       MOVE 'ERRO AO GRAVAR FATURA' TO WRK-MSGERRO
       END-READ
       END-IF.

       6700-RETEM-COPIA.
       IF ALUGUEIS-COPIA NOT = ZERO
       MOVE ALUGUEIS-FILME TO COPIAS-FILME
       MOVE ALUGUEIS-COPIA TO COPIAS-NUMERO
       READ COPIAS
       INVALID KEY
       CONTINUE
       NOT INVALID KEY
       IF ESTADO-PERDIDA
       MOVE 'B' TO COPIAS-SITUACAO
       ELSE
       MOVE 'A' TO COPIAS-SITUACAO
       END-IF
       REWRITE COPIAS-REG
       INVALID KEY
       MOVE 'ERRO AO ATUALIZAR COPIA' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       END-REWRITE
       END-READ
       END-IF.

       6600-CREDITA-PONTOS.
       COMPUTE WRK-PTS-CALC =
           (WRK-VLR-MOVTO - WRK-VLR-AVARIA) * WRK-PTS-TAXA.
       IF WRK-PTS-CALC NOT = ZERO
       MOVE ALUGUEIS-FONE TO PONTOS-FONE
       READ PONTOS
       MOVE 'S' TO WRK-SW-TEM-RESERVA
       MOVE RESERVAS-FONE TO WRK-RSV-FONE
       PERFORM 6410-NOME-RESERVA
       PERFORM 6420-ENFILEIRA-AVISO
       END-IF
       END-READ
       END-START.
       DISPLAY TELA-AVISO-RESERVA
       END-IF.

       6420-ENFILEIRA-AVISO.
       MOVE SPACES TO AVISO-REG.
       MOVE 'R' TO AVISO-TIPO.
       MOVE RESERVAS-FONE TO AVISO-FONE.
       MOVE RESERVAS-FILME TO WRK-AVR-FILME.
       MOVE RESERVAS-DT-RES TO WRK-AVR-DT-RES.
       MOVE RESERVAS-HR-RES TO WRK-AVR-HR-RES.
       MOVE WRK-AVISO-REF-RES TO AVISO-REFER.
       MOVE WRK-RSV-NOME TO AVISO-NOME.
       IF CLIENTES-STATUS = ZERO
       MOVE CLIENTES-EMAIL TO AVISO-EMAIL
       END-IF.
       MOVE RESERVAS-FILME TO AVISO-FILME.
       MOVE WRK-DATA-ATUAL TO AVISO-DT-REF.
       MOVE ZERO TO AVISO-VALOR.
       MOVE WRK-DATA-ATUAL TO AVISO-DT-GERACAO.
       MOVE 'ALUGUEIS' TO AVISO-ORIGEM.
       MOVE 'P' TO AVISO-SITUACAO.
       MOVE ZERO TO AVISO-DT-ENVIO.
       WRITE AVISO-REG
       INVALID KEY
       CONTINUE
       END-WRITE.

       6410-NOME-RESERVA.
       MOVE WRK-RSV-FONE TO CLIENTES-FONE.
       READ CLIENTES
       MOVE 'PREVISTA' TO REL-EXT-LINHA(55:8).
       MOVE 'DEVOLUCAO' TO REL-EXT-LINHA(67:9).
       MOVE 'OBS' TO REL-EXT-LINHA(79:3).
       MOVE 'VALOR' TO REL-EXT-LINHA(94:5).
       WRITE REL-EXT-LINHA.
       PERFORM 7200-ABERTOS.
       MOVE SPACES TO REL-EXT-LINHA.
       ADD 1 TO WRK-CONT-EXT.

       7300-HISTORICO.
       MOVE WRK-EXT-FONE TO HIST-FONE.
       MOVE ZERO TO HIST-DT-LOC.
       MOVE ZERO TO HIST-FILME.
       MOVE 'N' TO WRK-SW-FIM-HIST.
       START ALUGUEIS-HIST KEY IS NOT LESS THAN HIST-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-HIST
       END-START.
       PERFORM 7310-LER-HIST UNTIL FIM-HIST.

       7310-LER-HIST.
       READ ALUGUEIS-HIST NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-HIST
       NOT AT END
       IF HIST-FONE NOT = WRK-EXT-FONE
       MOVE 'S' TO WRK-SW-FIM-HIST
       ELSE
       PERFORM 7320-LINHA-HIST
       END-IF
       END-READ.

       7320-LINHA-HIST.
       MOVE SPACES TO WRK-LINHA-EXT.
       MOVE HIST-FILME TO FILMES-CODIGO.
       PERFORM 7400-TITULO-FILME.
       MOVE HIST-DT-LOC TO WRK-DATA-AAAAMMDD.
       PERFORM 7500-FORMATA-DATA.
       MOVE WRK-DATA-FMT TO WRK-EXT-DT-LOC.
       MOVE HIST-DT-PREV TO WRK-DATA-AAAAMMDD.
       PERFORM 7500-FORMATA-DATA.
       MOVE WRK-DATA-FMT TO WRK-EXT-DT-PREV.
       MOVE HIST-DT-DEV TO WRK-DATA-AAAAMMDD.
       PERFORM 7500-FORMATA-DATA.
       MOVE WRK-DATA-FMT TO WRK-EXT-DT-DEV.
       IF HIST-ATRASO = 'S'
       MOVE 'ATRASADO' TO WRK-EXT-OBS
       ELSE
       MOVE SPACES TO WRK-EXT-OBS
       END-IF.
       MOVE HIST-VLR-TOTAL TO WRK-EXT-VALOR.
       MOVE WRK-LINHA-EXT TO REL-EXT-LINHA.
       WRITE REL-EXT-LINHA.
       ADD 1 TO WRK-CONT-EXT.
       WRITE REL-PON-LINHA.
       ADD 1 TO WRK-CONT-PTS.

       7900-HISTORICO-FILME.
       MOVE 'MODULO - HISTORICO DO FILME' TO WRK-MODULO.
       DISPLAY TELA.
       MOVE ZERO TO WRK-HF-FILME.
       DISPLAY CHAVE-HF.
       ACCEPT CHAVE-HF.
       MOVE WRK-HF-FILME TO FILMES-CODIGO.
       READ FILMES
       INVALID KEY
       MOVE 'FILME NAO ENCONTRADO' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       NOT INVALID KEY
       MOVE ZERO TO WRK-HF-CONT
       MOVE WRK-HF-FILME TO HIST-CF-FILME
       MOVE ZERO TO HIST-CF-DT-LOC
       MOVE ZERO TO HIST-CF-FONE
       MOVE 'N' TO WRK-SW-FIM-HIST
       START ALUGUEIS-HIST KEY IS NOT LESS THAN HIST-CHAVE-FILME
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-HIST
       END-START
       PERFORM 7910-LER-HIST-FILME UNTIL FIM-HIST
       IF WRK-HF-CONT = ZERO
       MOVE 'FILME SEM LOCACOES NO HIST.' TO WRK-MSGERRO
       ELSE
       MOVE '-- FIM DO HISTORICO --' TO WRK-MSGERRO
       END-IF
        ACCEPT MOSTRA-ERRO
       END-READ.

       7910-LER-HIST-FILME.
       READ ALUGUEIS-HIST NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-HIST
       NOT AT END
       IF HIST-CF-FILME NOT = WRK-HF-FILME
       MOVE 'S' TO WRK-SW-FIM-HIST
       ELSE
       PERFORM 7920-MOSTRA-HIST-FILME
       END-IF
       END-READ.

       7920-MOSTRA-HIST-FILME.
       ADD 1 TO WRK-HF-CONT.
       MOVE HIST-FONE TO CLIENTES-FONE.
       READ CLIENTES
       INVALID KEY
       MOVE '*** CLIENTE NAO CADASTRADO ***' TO CLIENTES-NOME
       END-READ.
       MOVE HIST-DT-LOC TO WRK-DATA-AAAAMMDD.
       PERFORM 7500-FORMATA-DATA.
       MOVE WRK-DATA-FMT TO WRK-HF-DT-LOC.
       MOVE HIST-DT-PREV TO WRK-DATA-AAAAMMDD.
       PERFORM 7500-FORMATA-DATA.
       MOVE WRK-DATA-FMT TO WRK-HF-DT-PREV.
       MOVE HIST-DT-DEV TO WRK-DATA-AAAAMMDD.
       PERFORM 7500-FORMATA-DATA.
       MOVE WRK-DATA-FMT TO WRK-HF-DT-DEV.
       DISPLAY SS-HF-DADOS.
       MOVE 'ENTER P/ PROXIMA  F=FIM' TO WRK-MSGERRO.
       MOVE SPACE TO WRK-TECLA.
       ACCEPT MOSTRA-ERRO.
       IF WRK-TECLA = 'F' OR WRK-TECLA = 'f'
       MOVE 'S' TO WRK-SW-FIM-HIST
       END-IF.

       8000-RENOVAR.
       MOVE 'MODULO - RENOVAR ALUGUEL' TO WRK-MODULO.
       DISPLAY TELA.
       END-START.

       6100-GRAVA-HISTORICO.
       MOVE ALUGUEIS-FONE TO HIST-FONE.
       MOVE ALUGUEIS-DT-LOC TO HIST-DT-LOC.
       MOVE ALUGUEIS-FILME TO HIST-FILME.
       READ ALUGUEIS-HIST
       INVALID KEY
       MOVE ALUGUEIS-FONE TO HIST-CF-FONE
       MOVE ALUGUEIS-DT-LOC TO HIST-CF-DT-LOC
       MOVE ALUGUEIS-FILME TO HIST-CF-FILME
       MOVE WRK-DIAS-LOCADO TO HIST-DIAS-LOC
       MOVE WRK-DIAS-ATRASO TO HIST-DIAS-ATR
       MOVE WRK-VLR-LOCACAO TO HIST-VLR-LOCACAO
       MOVE WRK-VLR-MULTA TO HIST-VLR-MULTA
       MOVE WRK-VLR-AVARIA TO HIST-VLR-AVARIA
       MOVE WRK-VLR-MOVTO TO HIST-VLR-TOTAL
       PERFORM 6110-DADOS-HISTORICO
       WRITE ALUGHIST-REG
       INVALID KEY
       MOVE 'ERRO AO GRAVAR HISTORICO' TO WRK-MSGERRO
       END-WRITE
       NOT INVALID KEY
       ADD WRK-DIAS-LOCADO TO HIST-DIAS-LOC
       ADD WRK-DIAS-ATRASO TO HIST-DIAS-ATR
       ADD WRK-VLR-LOCACAO TO HIST-VLR-LOCACAO
       ADD WRK-VLR-MULTA TO HIST-VLR-MULTA
       ADD WRK-VLR-AVARIA TO HIST-VLR-AVARIA
       ADD WRK-VLR-MOVTO TO HIST-VLR-TOTAL
       PERFORM 6110-DADOS-HISTORICO
       REWRITE ALUGHIST-REG
       INVALID KEY
       MOVE 'ERRO AO GRAVAR HISTORICO' TO WRK-MSGERRO
       END-REWRITE
       END-READ.

       6110-DADOS-HISTORICO.
       MOVE ALUGUEIS-COPIA TO HIST-COPIA.
       MOVE ALUGUEIS-DT-PREV TO HIST-DT-PREV.
       MOVE ALUGUEIS-DT-DEV TO HIST-DT-DEV.
       MOVE ALUGUEIS-SW-ATRASO TO HIST-ATRASO.
       MOVE WRK-OPERADOR TO HIST-OPERADOR.

       9800-GRAVA-MOVIMENTO.
       ACCEPT WRK-MOV-DATA FROM DATE YYYYMMDD.
       IF WRK-LR-PTS-RESG IS NUMERIC AND WRK-LR-PTS-RESG NOT = ZERO
       MOVE WRK-LR-PTS-RESG TO WRK-PTS-RESGATE
       END-IF.
       IF WRK-LR-VLR-REPOS IS NUMERIC AND WRK-LR-VLR-REPOS NOT = ZERO
       MOVE WRK-LR-VLR-REPOS TO WRK-VLR-REPOS-PAD
       END-IF.

       1450-MONTA-ARQUIVOS.
       MOVE SPACES TO WRK-ARQ-ALUGUEIS.
           'FILMES.DAT' DELIMITED BY SIZE INTO WRK-ARQ-FILMES.
       MOVE SPACES TO WRK-ARQ-ALUGHIST.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'HISTALUG.DAT' DELIMITED BY SIZE INTO WRK-ARQ-ALUGHIST.
       MOVE SPACES TO WRK-ARQ-FATURAS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'FATURAS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-FATURAS.
       MOVE SPACES TO WRK-ARQ-PONTHIST.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'PONTHIST.DAT' DELIMITED BY SIZE INTO WRK-ARQ-PONTHIST.
       MOVE SPACES TO WRK-ARQ-DEPENDEN.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'DEPENDEN.DAT' DELIMITED BY SIZE INTO WRK-ARQ-DEPENDEN.
       MOVE SPACES TO WRK-ARQ-LIBIDADE.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'LIBIDADE.DAT' DELIMITED BY SIZE INTO WRK-ARQ-LIBIDADE.
       MOVE SPACES TO WRK-ARQ-AVISOS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'AVISOS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-AVISOS.
       MOVE SPACES TO WRK-ARQ-PONTEXT.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'PONTEXT.TXT' DELIMITED BY SIZE INTO WRK-ARQ-PONTEXT.
