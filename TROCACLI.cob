       IDENTIFICATION DIVISION.
       PROGRAM-ID. TROCACLI.
      ************************************
      * AUTHOR: CAIO                      EMPRESA: X
      *OBJETIVO: SISTEMA DE GESTAO DE FLIMES - TROCA DE TELEFONE DO
      *          CLIENTE E UNIFICACAO DE CADASTROS DUPLICADOS EM
      *          TODOS OS ARQUIVOS (ALUGUEIS, FATURAS, RESERVAS,
      *          PONTOS, DEPENDENTES, HISTALUG, PONTHIST E PAGTOS)
      *Data: 15/10/2026
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CLIENTES-STATUS
       RECORD KEY IS CLIENTES-CHAVE.
       SELECT ALUGUEIS ASSIGN TO WRK-ARQ-ALUGUEIS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ALUGUEIS-STATUS
       RECORD KEY IS ALUGUEIS-CHAVE.
       SELECT FATURAS ASSIGN TO WRK-ARQ-FATURAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS FATURAS-STATUS
       RECORD KEY IS FATURAS-CHAVE.
       SELECT RESERVAS ASSIGN TO WRK-ARQ-RESERVAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS RESERVAS-STATUS
       RECORD KEY IS RESERVAS-CHAVE.
       SELECT PONTOS ASSIGN TO WRK-ARQ-PONTOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       FILE STATUS IS PONTOS-STATUS
       RECORD KEY IS PONTOS-CHAVE.
       SELECT DEPENDENTES ASSIGN TO WRK-ARQ-DEPENDEN
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS DEPENDEN-STATUS
       RECORD KEY IS DEPEND-CHAVE.
       SELECT ALUGUEIS-HIST ASSIGN TO WRK-ARQ-ALUGHIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ALUGHIST-STATUS
       RECORD KEY IS HIST-CHAVE
       ALTERNATE RECORD KEY IS HIST-CHAVE-FILME.
       SELECT LINHAS ASSIGN TO WRK-ARQ-LINHAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LINHAS-STATUS.
       SELECT LINHAS-TMP ASSIGN TO WRK-ARQ-LINTMP
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LINTMP-STATUS.
       SELECT REL-TROCA ASSIGN TO WRK-ARQ-RELATORIO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REL-STATUS.
       SELECT AUDIT-TRILHA ASSIGN TO WRK-ARQ-AUDIT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AUDIT-STATUS.
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
       FD ALUGUEIS.
       01 ALUGUEIS-REG.
       05 ALUGUEIS-CHAVE.
       10 ALUGUEIS-FONE     PIC 9(09).
       10 ALUGUEIS-FILME    PIC 9(05).
       05 ALUGUEIS-DT-LOC      PIC 9(08).
       05 ALUGUEIS-DT-PREV     PIC 9(08).
       05 ALUGUEIS-DT-DEV      PIC 9(08).
       05 ALUGUEIS-SW-ATRASO   PIC X(01).
           88 ALUGUEIS-ATRASADO    VALUE 'S'.
           88 ALUGUEIS-EM-DIA      VALUE 'N'.
       05 ALUGUEIS-QT-RENOV    PIC 9(02).
       05 ALUGUEIS-COPIA       PIC 9(03).
       05 ALUGUEIS-SW-PONTOS   PIC X(01).
           88 ALUGUEL-COM-PONTOS   VALUE 'S'.
           88 ALUGUEL-SEM-PONTOS   VALUE 'N'.
       FD FATURAS.
       01 FATURAS-REG.
       05 FATURAS-CHAVE.
       10 FATURAS-FONE      PIC 9(09).
       10 FATURAS-FILME     PIC 9(05).
       10 FATURAS-DT-DEV    PIC 9(08).
       05 FATURAS-DIAS-LOC     PIC 9(03).
       05 FATURAS-DIAS-ATR     PIC 9(03).
       05 FATURAS-VLR-LOCACAO  PIC 9(05)V99.
       05 FATURAS-VLR-MULTA    PIC 9(05)V99.
       05 FATURAS-VLR-TOTAL    PIC 9(05)V99.
       05 FATURAS-VLR-PAGO     PIC 9(05)V99.
       05 FATURAS-VLR-AVARIA   PIC 9(05)V99.
       FD RESERVAS.
       01 RESERVAS-REG.
       05 RESERVAS-CHAVE.
       10 RESERVAS-FILME    PIC 9(05).
       10 RESERVAS-DT-RES   PIC 9(08).
       10 RESERVAS-HR-RES   PIC 9(08).
       10 RESERVAS-FONE     PIC 9(09).
       FD PONTOS.
       01 PONTOS-REG.
       05 PONTOS-CHAVE.
       10 PONTOS-FONE       PIC 9(09).
       05 PONTOS-SALDO         PIC 9(07).
       FD DEPENDENTES.
       01 DEPEND-REG.
       05 DEPEND-CHAVE.
       10 DEPEND-FONE       PIC 9(09).
       10 DEPEND-SEQ        PIC 9(02).
       05 DEPEND-NOME       PIC X(30).
       05 DEPEND-DT-NASC    PIC 9(08).
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
       FD LINHAS.
       01 LINHAS-REG             PIC X(60).
       FD LINHAS-TMP.
       01 LINTMP-REG             PIC X(60).
       FD REL-TROCA.
       01 REL-LINHA              PIC X(90).
       FD AUDIT-TRILHA.
       01 AUDIT-REG.
           05 AUDIT-DATA         PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 AUDIT-HORA         PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 AUDIT-CHAVE        PIC 9(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 AUDIT-OPERACAO     PIC X(01).
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
       77 CLIENTES-STATUS    PIC 9(02).
       77 ALUGUEIS-STATUS    PIC 9(02).
       77 FATURAS-STATUS     PIC 9(02).
       77 RESERVAS-STATUS    PIC 9(02).
       77 PONTOS-STATUS      PIC 9(02).
       77 ALUGHIST-STATUS    PIC 9(02).
       77 LINHAS-STATUS      PIC 9(02).
       77 DEPENDEN-STATUS    PIC 9(02).
       77 LINTMP-STATUS      PIC 9(02).
       77 REL-STATUS         PIC 9(02).
       77 AUDIT-STATUS       PIC 9(02).
       77 OPERADORES-STATUS  PIC 9(02).
       77 PARAMS-STATUS      PIC 9(02).
       77 WRK-OPERADOR       PIC X(10) VALUE SPACES.
       77 WRK-SENHA          PIC X(10).
       77 WRK-PAR-DIRETORIO  PIC X(45) VALUE
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\'.
       77 WRK-ARQ-CLIENTES   PIC X(80).
       77 WRK-ARQ-ALUGUEIS   PIC X(80).
       77 WRK-ARQ-FATURAS    PIC X(80).
       77 WRK-ARQ-RESERVAS   PIC X(80).
       77 WRK-ARQ-PONTOS     PIC X(80).
       77 WRK-ARQ-ALUGHIST   PIC X(80).
       77 WRK-ARQ-PONTHIST   PIC X(80).
       77 WRK-ARQ-PAGTOS     PIC X(80).
       77 WRK-ARQ-LINHAS     PIC X(80).
       77 WRK-ARQ-DEPENDEN   PIC X(80).
       77 WRK-ARQ-LINTMP     PIC X(80).
       77 WRK-ARQ-RELATORIO  PIC X(80).
       77 WRK-ARQ-AUDIT      PIC X(80).
       77 WRK-ARQ-OPERADOR   PIC X(80).
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
       77 WRK-DATA-EXEC      PIC 9(08).
       77 WRK-FONE-ANT       PIC 9(09).
       77 WRK-FONE-NOVO      PIC 9(09).
       77 WRK-NOME-ANT       PIC X(30).
       77 WRK-NOME-NOVO      PIC X(30).
       77 WRK-TIPO-OPER      PIC X(01).
           88 OPER-TROCA         VALUE 'T'.
           88 OPER-UNIFICA       VALUE 'U'.
       77 WRK-SW-CONFLITO    PIC X(01).
           88 TEM-CONFLITO       VALUE 'S'.
           88 SEM-CONFLITO       VALUE 'N'.
       77 WRK-SW-FIM-SCAN    PIC X(01).
           88 FIM-SCAN           VALUE 'S'.
           88 NAO-FIM-SCAN       VALUE 'N'.
       77 WRK-SW-ERRO-TROCA  PIC X(01).
           88 TROCA-COM-ERRO     VALUE 'S'.
           88 TROCA-SEM-ERRO     VALUE 'N'.
       77 WRK-SW-PTS-OK      PIC X(01).
           88 PONTOS-TRANSFERIDOS VALUE 'S'.
       77 WRK-ERR-ARQ        PIC X(03).
       77 WRK-ERR-ACAO       PIC X(08).
       77 WRK-ERR-CHAVE      PIC X(22).
       77 WRK-ERR-STATUS     PIC 9(02).
       77 WRK-SW-FIM-LIN     PIC X(01).
           88 FIM-LINHAS         VALUE 'S'.
           88 NAO-FIM-LINHAS     VALUE 'N'.
       77 WRK-SW-ACHOU       PIC X(01).
           88 REGISTRO-ACHADO    VALUE 'S'.
           88 REGISTRO-NAO-ACHADO VALUE 'N'.
       77 WRK-QTD-ALU        PIC 9(05).
       77 WRK-QTD-FAT        PIC 9(05).
       77 WRK-QTD-RES        PIC 9(05).
       77 WRK-QTD-HIS        PIC 9(05).
       77 WRK-QTD-PHI        PIC 9(05).
       77 WRK-QTD-PAG        PIC 9(05).
       77 WRK-QTD-DEP        PIC 9(05).
       77 WRK-DEP-ULT-SEQ    PIC 9(02).
       77 WRK-QTD-LINHAS     PIC 9(05).
       77 WRK-QTD-DEST       PIC 9(05).
       77 WRK-CNF-ALU        PIC 9(05).
       77 WRK-CNF-FAT        PIC 9(05).
       77 WRK-CNF-RES        PIC 9(05).
       77 WRK-PTS-ANT        PIC 9(07).
       77 WRK-PTS-NOVO       PIC 9(07).
       77 WRK-SW-PTS-ANT     PIC X(01).
           88 TEM-PONTOS-ANT     VALUE 'S'.
           88 SEM-PONTOS-ANT     VALUE 'N'.
       77 WRK-SW-PTS-NOVO    PIC X(01).
           88 TEM-PONTOS-NOVO    VALUE 'S'.
           88 SEM-PONTOS-NOVO    VALUE 'N'.
       77 WRK-ARQ-SIGLA      PIC X(03).
       77 WRK-IX             PIC 9(03) COMP.
       77 WRK-IX2            PIC 9(03) COMP.
       77 WRK-RF-USADOS      PIC 9(03) COMP.
       77 WRK-RD-USADOS      PIC 9(03) COMP.
       01 WRK-TAB-RES-FONTE.
           05 WRK-RF-FILME       PIC 9(05) OCCURS 100 TIMES.
       01 WRK-TAB-RES-DEST.
           05 WRK-RD-FILME       PIC 9(05) OCCURS 100 TIMES.
       01 WRK-GUARDA-ALUGUEL     PIC X(45).
       01 WRK-GUARDA-FATURA      PIC X(63).
       01 WRK-GUARDA-HIST.
           05 FILLER             PIC X(44).
           05 FILLER             PIC X(20).
           05 WRK-GH-DIAS-LOC    PIC 9(03).
           05 WRK-GH-DIAS-ATR    PIC 9(03).
           05 WRK-GH-VLR-LOCACAO PIC 9(05)V99.
           05 WRK-GH-VLR-MULTA   PIC 9(05)V99.
           05 WRK-GH-VLR-AVARIA  PIC 9(05)V99.
           05 WRK-GH-VLR-TOTAL   PIC 9(05)V99.
           05 FILLER             PIC X(10).
       01 WRK-GUARDA-RESERVA     PIC X(30).
       01 WRK-GUARDA-CLIENTE     PIC X(88).
       01 WRK-GUARDA-DEPEND      PIC X(49).
       01 WRK-BUF-LINHA.
           05 WRK-BL-FONE        PIC 9(09).
           05 WRK-BL-RESTO       PIC X(51).
       01 WRK-LINHA-LST.
           05 WRK-LST-ARQ        PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LST-ANTES      PIC 9(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LST-DEPOIS     PIC 9(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LST-COMPL      PIC X(60).
       01 WRK-LINHA-CNT.
           05 WRK-CNT-DESC       PIC X(36).
           05 WRK-CNT-QTD        PIC ZZZZ9.
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
                             FROM 'SISTEMA DE CLIENTES'.
             10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
             BACKGROUND-COLOR 4 FROM WRK-MODULO.
       01 SS-MENU.
       05 LINE 07 COLUMN 15 VALUE '1 - TROCAR TELEFONE'.
       05 LINE 08 COLUMN 15 VALUE '2 - UNIFICAR DUPLICADOS'.
       05 LINE 09 COLUMN 15 VALUE 'X - SAIDA'.
       05 LINE 10 COLUMN 15 VALUE 'OPCAO........:'.
       05 LINE 10 COLUMN 28 USING WRK-OPCAO.
       01 TELA-TROCA.
             05 CHAVE-TROCA FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 10 VALUE 'FONE ANTIGO'.
               10 COLUMN PLUS 2 PIC 9(09) USING WRK-FONE-ANT
                   BLANK WHEN ZEROS.
               10 LINE 09 COLUMN 10 VALUE 'FONE NOVO..'.
               10 COLUMN PLUS 2 PIC 9(09) USING WRK-FONE-NOVO
                   BLANK WHEN ZEROS.
             05 SS-RESUMO.
               10 LINE 10 COLUMN 10 VALUE 'CLIENTE....'.
               10 COLUMN PLUS 2 PIC X(30) FROM WRK-NOME-ANT.
               10 LINE 11 COLUMN 10 VALUE 'DESTINO....'.
               10 COLUMN PLUS 2 PIC X(30) FROM WRK-NOME-NOVO.
               10 LINE 12 COLUMN 10 VALUE 'ALUGUEIS...'.
               10 COLUMN PLUS 2 PIC ZZZZ9 FROM WRK-QTD-ALU.
               10 COLUMN PLUS 2 VALUE 'FATURAS'.
               10 COLUMN PLUS 2 PIC ZZZZ9 FROM WRK-QTD-FAT.
               10 COLUMN PLUS 2 VALUE 'RESERVAS'.
               10 COLUMN PLUS 2 PIC ZZZZ9 FROM WRK-QTD-RES.
               10 LINE 13 COLUMN 10 VALUE 'PONTOS.....'.
               10 COLUMN PLUS 2 PIC ZZZZZZ9 FROM WRK-PTS-ANT.
               10 COLUMN PLUS 2 VALUE 'SALDO DESTINO'.
               10 COLUMN PLUS 2 PIC ZZZZZZ9 FROM WRK-PTS-NOVO.
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
           IF LNK-OPER-NIVEL NOT = 2
           DISPLAY 'ACESSO RESTRITO A SUPERVISOR'
           GOBACK
           END-IF
           END-IF.
            OPEN I-O CLIENTES
           IF CLIENTES-STATUS = 35 THEN
           OPEN OUTPUT CLIENTES
           CLOSE CLIENTES
           OPEN I-O CLIENTES
           END-IF.
            OPEN I-O ALUGUEIS
           IF ALUGUEIS-STATUS = 35 THEN
           OPEN OUTPUT ALUGUEIS
           CLOSE ALUGUEIS
           OPEN I-O ALUGUEIS
           END-IF.
            OPEN I-O FATURAS
           IF FATURAS-STATUS = 35 THEN
           OPEN OUTPUT FATURAS
           CLOSE FATURAS
           OPEN I-O FATURAS
           END-IF.
            OPEN I-O RESERVAS
           IF RESERVAS-STATUS = 35 THEN
           OPEN OUTPUT RESERVAS
           CLOSE RESERVAS
           OPEN I-O RESERVAS
           END-IF.
            OPEN I-O PONTOS
           IF PONTOS-STATUS = 35 THEN
           OPEN OUTPUT PONTOS
           CLOSE PONTOS
           OPEN I-O PONTOS
           END-IF.
           OPEN I-O DEPENDENTES
           IF DEPENDEN-STATUS = 35 THEN
           OPEN OUTPUT DEPENDENTES
           CLOSE DEPENDENTES
           OPEN I-O DEPENDENTES
           END-IF.
           OPEN I-O ALUGUEIS-HIST
           IF ALUGHIST-STATUS = 35 THEN
           OPEN OUTPUT ALUGUEIS-HIST
           CLOSE ALUGUEIS-HIST
           OPEN I-O ALUGUEIS-HIST
           END-IF.
           OPEN EXTEND AUDIT-TRILHA.
           IF AUDIT-STATUS = 35 THEN
           OPEN OUTPUT AUDIT-TRILHA
           CLOSE AUDIT-TRILHA
           OPEN EXTEND AUDIT-TRILHA
           END-IF.

           1100-MONTATELA.
           MOVE 'MODULO - TROCA DE FONE' TO WRK-MODULO.
           DISPLAY TELA.
           ACCEPT SS-MENU.

           2000-PROCESSAR.
               MOVE SPACES TO WRK-MSGERRO.
               EVALUATE WRK-OPCAO
               WHEN 1
               PERFORM 5000-TROCAR
               WHEN 2
               PERFORM 6000-UNIFICAR
               WHEN OTHER
               IF WRK-OPCAO NOT EQUAL 'X'
                   DISPLAY 'ENTRE COM OPCAO CORRETA'
                   END-IF
                   END-EVALUATE.
                       PERFORM 1100-MONTATELA.
       3000-FINALIZAR.
       CLOSE CLIENTES.
       CLOSE ALUGUEIS.
       CLOSE FATURAS.
       CLOSE RESERVAS.
       CLOSE PONTOS.
       CLOSE ALUGUEIS-HIST.
       CLOSE DEPENDENTES.
       CLOSE AUDIT-TRILHA.

       5000-TROCAR.
       MOVE 'MODULO - TROCAR TELEFONE' TO WRK-MODULO.
       MOVE 'T' TO WRK-TIPO-OPER.
       PERFORM 5100-ACEITA-FONES.
       IF WRK-MSGERRO = SPACES
       MOVE WRK-FONE-NOVO TO CLIENTES-FONE
       READ CLIENTES
       INVALID KEY
       MOVE '*** NOVO CADASTRO ***' TO WRK-NOME-NOVO
       NOT INVALID KEY
       MOVE 'FONE NOVO JA CADASTRADO' TO WRK-MSGERRO
       END-READ
       END-IF.
       IF WRK-MSGERRO = SPACES
       PERFORM 7000-VERIFICA-CONFLITOS
       END-IF.
       IF WRK-MSGERRO = SPACES
       PERFORM 5200-CONFIRMA
       END-IF.
       IF WRK-MSGERRO NOT = SPACES
        ACCEPT MOSTRA-ERRO
       END-IF.

       5100-ACEITA-FONES.
       MOVE ZERO TO WRK-FONE-ANT.
       MOVE ZERO TO WRK-FONE-NOVO.
       MOVE SPACES TO WRK-NOME-ANT.
       MOVE SPACES TO WRK-NOME-NOVO.
       MOVE ZERO TO WRK-QTD-ALU.
       MOVE ZERO TO WRK-QTD-FAT.
       MOVE ZERO TO WRK-QTD-RES.
       MOVE ZERO TO WRK-PTS-ANT.
       MOVE ZERO TO WRK-PTS-NOVO.
       DISPLAY TELA.
       DISPLAY TELA-TROCA.
       ACCEPT CHAVE-TROCA.
       IF WRK-FONE-ANT = ZERO OR WRK-FONE-NOVO = ZERO
       MOVE 'INFORME OS DOIS TELEFONES' TO WRK-MSGERRO
       ELSE
       IF WRK-FONE-ANT = WRK-FONE-NOVO
       MOVE 'TELEFONES IGUAIS' TO WRK-MSGERRO
       ELSE
       MOVE WRK-FONE-ANT TO CLIENTES-FONE
       READ CLIENTES
       INVALID KEY
       MOVE 'FONE ANTIGO NAO CADASTRADO' TO WRK-MSGERRO
       NOT INVALID KEY
       MOVE CLIENTES-NOME TO WRK-NOME-ANT
       MOVE CLIENTES-REG TO WRK-GUARDA-CLIENTE
       END-READ
       END-IF
       END-IF.

       5200-CONFIRMA.
       DISPLAY SS-RESUMO.
       IF OPER-TROCA
       MOVE 'CONFIRMA TROCA (S/N)' TO WRK-MSGERRO
       ELSE
       MOVE 'CONFIRMA UNIFICACAO (S/N)' TO WRK-MSGERRO
       END-IF.
       ACCEPT MOSTRA-ERRO.
       IF WRK-TECLA = 'S' OR WRK-TECLA = 's'
       PERFORM 8000-EXECUTA
       IF TROCA-COM-ERRO
       MOVE 'TROCA INCOMPLETA - VERIFICAR' TO WRK-MSGERRO
       ELSE
       IF OPER-TROCA
       MOVE '-- TELEFONE TROCADO --' TO WRK-MSGERRO
       ELSE
       MOVE '-- CLIENTES UNIFICADOS --' TO WRK-MSGERRO
       END-IF
       END-IF
       ELSE
       MOVE '-- CANCELADO --' TO WRK-MSGERRO
       END-IF.

       6000-UNIFICAR.
       MOVE 'MODULO - UNIFICAR CLIENTES' TO WRK-MODULO.
       MOVE 'U' TO WRK-TIPO-OPER.
       PERFORM 5100-ACEITA-FONES.
       IF WRK-MSGERRO = SPACES
       MOVE WRK-FONE-NOVO TO CLIENTES-FONE
       READ CLIENTES
       INVALID KEY
       MOVE 'FONE DESTINO NAO CADASTRADO' TO WRK-MSGERRO
       NOT INVALID KEY
       MOVE CLIENTES-NOME TO WRK-NOME-NOVO
       END-READ
       END-IF.
       IF WRK-MSGERRO = SPACES
       PERFORM 7000-VERIFICA-CONFLITOS
       END-IF.
       IF WRK-MSGERRO = SPACES
       PERFORM 5200-CONFIRMA
       END-IF.
       IF WRK-MSGERRO NOT = SPACES
        ACCEPT MOSTRA-ERRO
       END-IF.

       7000-VERIFICA-CONFLITOS.
       MOVE 'N' TO WRK-SW-CONFLITO.
       MOVE ZERO TO WRK-CNF-ALU.
       MOVE ZERO TO WRK-CNF-FAT.
       MOVE ZERO TO WRK-CNF-RES.
       PERFORM 7100-CONFERE-ALUGUEIS.
       PERFORM 7200-CONFERE-FATURAS.
       PERFORM 7300-CONFERE-RESERVAS.
       PERFORM 7400-CONFERE-PONTOS.
       IF OPER-TROCA
       PERFORM 7500-CONFERE-DESTINO
       END-IF.
       IF WRK-CNF-ALU NOT = ZERO
       MOVE 'S' TO WRK-SW-CONFLITO
       MOVE 'CONFLITO EM ALUGUEIS ABERTOS' TO WRK-MSGERRO
       ELSE
       IF WRK-CNF-FAT NOT = ZERO
       MOVE 'S' TO WRK-SW-CONFLITO
       MOVE 'CONFLITO EM FATURAS' TO WRK-MSGERRO
       ELSE
       IF WRK-CNF-RES NOT = ZERO
       MOVE 'S' TO WRK-SW-CONFLITO
       MOVE 'CONFLITO EM RESERVAS' TO WRK-MSGERRO
       ELSE
       IF OPER-TROCA AND TEM-PONTOS-NOVO
       MOVE 'S' TO WRK-SW-CONFLITO
       MOVE 'FONE NOVO JA POSSUI PONTOS' TO WRK-MSGERRO
       END-IF
       END-IF
       END-IF
       END-IF.
       IF TEM-CONFLITO
       DISPLAY SS-RESUMO
       END-IF.

       7100-CONFERE-ALUGUEIS.
       MOVE ZERO TO WRK-QTD-ALU.
       MOVE WRK-FONE-ANT TO ALUGUEIS-FONE.
       MOVE ZERO TO ALUGUEIS-FILME.
       MOVE 'N' TO WRK-SW-FIM-SCAN.
       START ALUGUEIS KEY IS NOT LESS THAN ALUGUEIS-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       END-START.
       PERFORM 7110-LER-ALUGUEL UNTIL FIM-SCAN.

       7110-LER-ALUGUEL.
       READ ALUGUEIS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-SCAN
       NOT AT END
       IF ALUGUEIS-FONE NOT = WRK-FONE-ANT
       MOVE 'S' TO WRK-SW-FIM-SCAN
       ELSE
       ADD 1 TO WRK-QTD-ALU
       MOVE WRK-FONE-NOVO TO ALUGUEIS-FONE
       READ ALUGUEIS
       INVALID KEY
       CONTINUE
       NOT INVALID KEY
       ADD 1 TO WRK-CNF-ALU
       END-READ
       MOVE WRK-FONE-ANT TO ALUGUEIS-FONE
       START ALUGUEIS KEY IS GREATER THAN ALUGUEIS-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       END-START
       END-IF
       END-READ.

       7200-CONFERE-FATURAS.
       MOVE ZERO TO WRK-QTD-FAT.
       MOVE WRK-FONE-ANT TO FATURAS-FONE.
       MOVE ZERO TO FATURAS-FILME.
       MOVE ZERO TO FATURAS-DT-DEV.
       MOVE 'N' TO WRK-SW-FIM-SCAN.
       START FATURAS KEY IS NOT LESS THAN FATURAS-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       END-START.
       PERFORM 7210-LER-FATURA UNTIL FIM-SCAN.

       7210-LER-FATURA.
       READ FATURAS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-SCAN
       NOT AT END
       IF FATURAS-FONE NOT = WRK-FONE-ANT
       MOVE 'S' TO WRK-SW-FIM-SCAN
       ELSE
       ADD 1 TO WRK-QTD-FAT
       MOVE WRK-FONE-NOVO TO FATURAS-FONE
       READ FATURAS
       INVALID KEY
       CONTINUE
       NOT INVALID KEY
       ADD 1 TO WRK-CNF-FAT
       END-READ
       MOVE WRK-FONE-ANT TO FATURAS-FONE
       START FATURAS KEY IS GREATER THAN FATURAS-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       END-START
       END-IF
       END-READ.

       7300-CONFERE-RESERVAS.
       MOVE ZERO TO WRK-QTD-RES.
       MOVE ZERO TO WRK-RF-USADOS.
       MOVE ZERO TO WRK-RD-USADOS.
       MOVE ZEROS TO RESERVAS-CHAVE.
       MOVE 'N' TO WRK-SW-FIM-SCAN.
       START RESERVAS KEY IS NOT LESS THAN RESERVAS-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       END-START.
       PERFORM 7310-LER-RESERVA UNTIL FIM-SCAN.
       PERFORM 7320-COMPARA-RESERVA
           VARYING WRK-IX FROM 1 BY 1 UNTIL WRK-IX > WRK-RF-USADOS.

       7310-LER-RESERVA.
       READ RESERVAS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-SCAN
       NOT AT END
       IF RESERVAS-FONE = WRK-FONE-ANT
       ADD 1 TO WRK-QTD-RES
       IF WRK-RF-USADOS < 100
       ADD 1 TO WRK-RF-USADOS
       MOVE RESERVAS-FILME TO WRK-RF-FILME(WRK-RF-USADOS)
       END-IF
       END-IF
       IF RESERVAS-FONE = WRK-FONE-NOVO
       IF WRK-RD-USADOS < 100
       ADD 1 TO WRK-RD-USADOS
       MOVE RESERVAS-FILME TO WRK-RD-FILME(WRK-RD-USADOS)
       END-IF
       END-IF
       END-READ.

       7320-COMPARA-RESERVA.
       PERFORM 7330-COMPARA-FILME
           VARYING WRK-IX2 FROM 1 BY 1 UNTIL WRK-IX2 > WRK-RD-USADOS.

       7330-COMPARA-FILME.
       IF WRK-RF-FILME(WRK-IX) = WRK-RD-FILME(WRK-IX2)
       ADD 1 TO WRK-CNF-RES
       END-IF.

       7400-CONFERE-PONTOS.
       MOVE 'N' TO WRK-SW-PTS-ANT.
       MOVE 'N' TO WRK-SW-PTS-NOVO.
       MOVE WRK-FONE-ANT TO PONTOS-FONE.
       READ PONTOS
       INVALID KEY
       MOVE ZERO TO WRK-PTS-ANT
       NOT INVALID KEY
       MOVE 'S' TO WRK-SW-PTS-ANT
       MOVE PONTOS-SALDO TO WRK-PTS-ANT
       END-READ.
       MOVE WRK-FONE-NOVO TO PONTOS-FONE.
       READ PONTOS
       INVALID KEY
       MOVE ZERO TO WRK-PTS-NOVO
       NOT INVALID KEY
       MOVE 'S' TO WRK-SW-PTS-NOVO
       MOVE PONTOS-SALDO TO WRK-PTS-NOVO
       END-READ.

       7500-CONFERE-DESTINO.
       MOVE ZERO TO WRK-QTD-DEST.
       MOVE WRK-FONE-NOVO TO ALUGUEIS-FONE.
       MOVE ZERO TO ALUGUEIS-FILME.
       START ALUGUEIS KEY IS NOT LESS THAN ALUGUEIS-CHAVE
       INVALID KEY
       CONTINUE
       NOT INVALID KEY
       READ ALUGUEIS NEXT RECORD
       AT END
       CONTINUE
       NOT AT END
       IF ALUGUEIS-FONE = WRK-FONE-NOVO
       ADD 1 TO WRK-CNF-ALU
       END-IF
       END-READ
       END-START.
       MOVE WRK-FONE-NOVO TO FATURAS-FONE.
       MOVE ZERO TO FATURAS-FILME.
       MOVE ZERO TO FATURAS-DT-DEV.
       START FATURAS KEY IS NOT LESS THAN FATURAS-CHAVE
       INVALID KEY
       CONTINUE
       NOT INVALID KEY
       READ FATURAS NEXT RECORD
       AT END
       CONTINUE
       NOT AT END
       IF FATURAS-FONE = WRK-FONE-NOVO
       ADD 1 TO WRK-CNF-FAT
       END-IF
       END-READ
       END-START.
       IF WRK-RD-USADOS NOT = ZERO
       ADD 1 TO WRK-CNF-RES
       END-IF.

       8000-EXECUTA.
       ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
       MOVE 'N' TO WRK-SW-ERRO-TROCA.
       OPEN EXTEND REL-TROCA.
       IF REL-STATUS = 35 THEN
       OPEN OUTPUT REL-TROCA
       CLOSE REL-TROCA
       OPEN EXTEND REL-TROCA
       END-IF.
       MOVE SPACES TO REL-LINHA.
       IF OPER-TROCA
       STRING 'TROCA DE TELEFONE DO CLIENTE - EMISSAO '
           DELIMITED BY SIZE
           WRK-DATA-EXEC DELIMITED BY SIZE INTO REL-LINHA
       ELSE
       STRING 'UNIFICACAO DE CLIENTES DUPLICADOS - EMISSAO '
           DELIMITED BY SIZE
           WRK-DATA-EXEC DELIMITED BY SIZE INTO REL-LINHA
       END-IF.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING 'ANTES.: ' DELIMITED BY SIZE
           WRK-FONE-ANT DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
           WRK-NOME-ANT DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING 'DEPOIS: ' DELIMITED BY SIZE
           WRK-FONE-NOVO DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
           WRK-NOME-NOVO DELIMITED BY SIZE
           '  OPERADOR: ' DELIMITED BY SIZE
           WRK-OPERADOR DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       MOVE 'ARQ  FONE ANTES  FONE DEPOIS  DETALHE' TO REL-LINHA.
       WRITE REL-LINHA.
       PERFORM 8100-MOVE-ALUGUEIS.
       PERFORM 8200-MOVE-FATURAS.
       PERFORM 8300-MOVE-RESERVAS.
       PERFORM 8400-MOVE-PONTOS.
       PERFORM 8500-MOVE-CLIENTE.
       PERFORM 8700-MOVE-DEPENDENTES.
       PERFORM 8150-MOVE-HISTORICO.
       MOVE 'PHI' TO WRK-ARQ-SIGLA.
       MOVE WRK-ARQ-PONTHIST TO WRK-ARQ-LINHAS.
       PERFORM 8600-REGRAVA-LINHAS.
       MOVE WRK-QTD-LINHAS TO WRK-QTD-PHI.
       MOVE 'PAG' TO WRK-ARQ-SIGLA.
       MOVE WRK-ARQ-PAGTOS TO WRK-ARQ-LINHAS.
       PERFORM 8600-REGRAVA-LINHAS.
       MOVE WRK-QTD-LINHAS TO WRK-QTD-PAG.
       PERFORM 8900-RESUMO.
       IF TROCA-COM-ERRO
       MOVE SPACES TO REL-LINHA
       WRITE REL-LINHA
       MOVE 'TROCA INCOMPLETA - VERIFICAR' TO REL-LINHA
       WRITE REL-LINHA
       END-IF.
       CLOSE REL-TROCA.
       MOVE WRK-FONE-ANT TO CLIENTES-FONE.
       IF TROCA-COM-ERRO
       MOVE 'P' TO AUDIT-OPERACAO
       ELSE
       MOVE WRK-TIPO-OPER TO AUDIT-OPERACAO
       END-IF.
       PERFORM 9700-GRAVA-AUDITORIA.

       8100-MOVE-ALUGUEIS.
       MOVE 'N' TO WRK-SW-FIM-SCAN.
       PERFORM 8110-PROXIMO-ALUGUEL UNTIL FIM-SCAN.

       8110-PROXIMO-ALUGUEL.
       MOVE WRK-FONE-ANT TO ALUGUEIS-FONE.
       MOVE ZERO TO ALUGUEIS-FILME.
       START ALUGUEIS KEY IS NOT LESS THAN ALUGUEIS-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       NOT INVALID KEY
       READ ALUGUEIS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-SCAN
       NOT AT END
       IF ALUGUEIS-FONE NOT = WRK-FONE-ANT
       MOVE 'S' TO WRK-SW-FIM-SCAN
       ELSE
       PERFORM 8120-REGRAVA-ALUGUEL
       END-IF
       END-READ
       END-START.

       8120-REGRAVA-ALUGUEL.
       MOVE ALUGUEIS-REG TO WRK-GUARDA-ALUGUEL.
       MOVE WRK-FONE-NOVO TO ALUGUEIS-FONE.
       WRITE ALUGUEIS-REG
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       MOVE 'ALU' TO WRK-ERR-ARQ
       MOVE 'GRAVACAO' TO WRK-ERR-ACAO
       MOVE ALUGUEIS-CHAVE TO WRK-ERR-CHAVE
       MOVE ALUGUEIS-STATUS TO WRK-ERR-STATUS
       PERFORM 8850-REGISTRA-ERRO
       NOT INVALID KEY
       MOVE WRK-GUARDA-ALUGUEL TO ALUGUEIS-REG
       DELETE ALUGUEIS
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       MOVE 'ALU' TO WRK-ERR-ARQ
       MOVE 'EXCLUSAO' TO WRK-ERR-ACAO
       MOVE ALUGUEIS-CHAVE TO WRK-ERR-CHAVE
       MOVE ALUGUEIS-STATUS TO WRK-ERR-STATUS
       PERFORM 8850-REGISTRA-ERRO
       NOT INVALID KEY
       MOVE SPACES TO WRK-LINHA-LST
       MOVE 'ALU' TO WRK-LST-ARQ
       MOVE WRK-FONE-ANT TO WRK-LST-ANTES
       MOVE WRK-FONE-NOVO TO WRK-LST-DEPOIS
       STRING 'FILME ' DELIMITED BY SIZE
           ALUGUEIS-FILME DELIMITED BY SIZE
           ' COPIA ' DELIMITED BY SIZE
           ALUGUEIS-COPIA DELIMITED BY SIZE
           ' PREVISTA ' DELIMITED BY SIZE
           ALUGUEIS-DT-PREV DELIMITED BY SIZE INTO WRK-LST-COMPL
       PERFORM 8800-GRAVA-LISTAGEM
       END-DELETE
       END-WRITE.

       8150-MOVE-HISTORICO.
       MOVE ZERO TO WRK-QTD-HIS.
       MOVE 'N' TO WRK-SW-FIM-SCAN.
       PERFORM 8160-PROXIMO-HISTORICO UNTIL FIM-SCAN.

       8160-PROXIMO-HISTORICO.
       MOVE WRK-FONE-ANT TO HIST-FONE.
       MOVE ZERO TO HIST-DT-LOC.
       MOVE ZERO TO HIST-FILME.
       START ALUGUEIS-HIST KEY IS NOT LESS THAN HIST-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       NOT INVALID KEY
       READ ALUGUEIS-HIST NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-SCAN
       NOT AT END
       IF HIST-FONE NOT = WRK-FONE-ANT
       MOVE 'S' TO WRK-SW-FIM-SCAN
       ELSE
       PERFORM 8170-REGRAVA-HISTORICO
       END-IF
       END-READ
       END-START.

       8170-REGRAVA-HISTORICO.
       MOVE ALUGHIST-REG TO WRK-GUARDA-HIST.
       MOVE WRK-FONE-NOVO TO HIST-FONE.
       MOVE WRK-FONE-NOVO TO HIST-CF-FONE.
       WRITE ALUGHIST-REG
       INVALID KEY
       PERFORM 8180-SOMA-HISTORICO
       END-WRITE.
       IF NOT FIM-SCAN
       MOVE WRK-GUARDA-HIST TO ALUGHIST-REG
       DELETE ALUGUEIS-HIST
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       MOVE 'HIS' TO WRK-ERR-ARQ
       MOVE 'EXCLUSAO' TO WRK-ERR-ACAO
       MOVE HIST-CHAVE TO WRK-ERR-CHAVE
       MOVE ALUGHIST-STATUS TO WRK-ERR-STATUS
       PERFORM 8850-REGISTRA-ERRO
       NOT INVALID KEY
       ADD 1 TO WRK-QTD-HIS
       MOVE SPACES TO WRK-LINHA-LST
       MOVE 'HIS' TO WRK-LST-ARQ
       MOVE WRK-FONE-ANT TO WRK-LST-ANTES
       MOVE WRK-FONE-NOVO TO WRK-LST-DEPOIS
       STRING 'FILME ' DELIMITED BY SIZE
           HIST-FILME DELIMITED BY SIZE
           ' COPIA ' DELIMITED BY SIZE
           HIST-COPIA DELIMITED BY SIZE
           ' RETIRADA ' DELIMITED BY SIZE
           HIST-DT-LOC DELIMITED BY SIZE
           ' TOTAL ' DELIMITED BY SIZE
           HIST-VLR-TOTAL DELIMITED BY SIZE INTO WRK-LST-COMPL
       PERFORM 8800-GRAVA-LISTAGEM
       END-DELETE
       END-IF.

       8180-SOMA-HISTORICO.
       READ ALUGUEIS-HIST
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       MOVE 'HIS' TO WRK-ERR-ARQ
       MOVE 'LEITURA' TO WRK-ERR-ACAO
       MOVE HIST-CHAVE TO WRK-ERR-CHAVE
       MOVE ALUGHIST-STATUS TO WRK-ERR-STATUS
       PERFORM 8850-REGISTRA-ERRO
       NOT INVALID KEY
       ADD WRK-GH-DIAS-LOC TO HIST-DIAS-LOC
       ADD WRK-GH-DIAS-ATR TO HIST-DIAS-ATR
       ADD WRK-GH-VLR-LOCACAO TO HIST-VLR-LOCACAO
       ADD WRK-GH-VLR-MULTA TO HIST-VLR-MULTA
       ADD WRK-GH-VLR-AVARIA TO HIST-VLR-AVARIA
       ADD WRK-GH-VLR-TOTAL TO HIST-VLR-TOTAL
       REWRITE ALUGHIST-REG
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       MOVE 'HIS' TO WRK-ERR-ARQ
       MOVE 'GRAVACAO' TO WRK-ERR-ACAO
       MOVE HIST-CHAVE TO WRK-ERR-CHAVE
       MOVE ALUGHIST-STATUS TO WRK-ERR-STATUS
       PERFORM 8850-REGISTRA-ERRO
       END-REWRITE
       END-READ.

       8200-MOVE-FATURAS.
       MOVE 'N' TO WRK-SW-FIM-SCAN.
       PERFORM 8210-PROXIMA-FATURA UNTIL FIM-SCAN.

       8210-PROXIMA-FATURA.
       MOVE WRK-FONE-ANT TO FATURAS-FONE.
       MOVE ZERO TO FATURAS-FILME.
       MOVE ZERO TO FATURAS-DT-DEV.
       START FATURAS KEY IS NOT LESS THAN FATURAS-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       NOT INVALID KEY
       READ FATURAS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-SCAN
       NOT AT END
       IF FATURAS-FONE NOT = WRK-FONE-ANT
       MOVE 'S' TO WRK-SW-FIM-SCAN
       ELSE
       PERFORM 8220-REGRAVA-FATURA
       END-IF
       END-READ
       END-START.

       8220-REGRAVA-FATURA.
       MOVE FATURAS-REG TO WRK-GUARDA-FATURA.
       MOVE WRK-FONE-NOVO TO FATURAS-FONE.
       WRITE FATURAS-REG
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       MOVE 'FAT' TO WRK-ERR-ARQ
       MOVE 'GRAVACAO' TO WRK-ERR-ACAO
       MOVE FATURAS-CHAVE TO WRK-ERR-CHAVE
       MOVE FATURAS-STATUS TO WRK-ERR-STATUS
       PERFORM 8850-REGISTRA-ERRO
       NOT INVALID KEY
       MOVE WRK-GUARDA-FATURA TO FATURAS-REG
       DELETE FATURAS
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       MOVE 'FAT' TO WRK-ERR-ARQ
       MOVE 'EXCLUSAO' TO WRK-ERR-ACAO
       MOVE FATURAS-CHAVE TO WRK-ERR-CHAVE
       MOVE FATURAS-STATUS TO WRK-ERR-STATUS
       PERFORM 8850-REGISTRA-ERRO
       NOT INVALID KEY
       MOVE SPACES TO WRK-LINHA-LST
       MOVE 'FAT' TO WRK-LST-ARQ
       MOVE WRK-FONE-ANT TO WRK-LST-ANTES
       MOVE WRK-FONE-NOVO TO WRK-LST-DEPOIS
       STRING 'FILME ' DELIMITED BY SIZE
           FATURAS-FILME DELIMITED BY SIZE
           ' DEVOLUCAO ' DELIMITED BY SIZE
           FATURAS-DT-DEV DELIMITED BY SIZE
           ' TOTAL ' DELIMITED BY SIZE
           FATURAS-VLR-TOTAL DELIMITED BY SIZE
           ' PAGO ' DELIMITED BY SIZE
           FATURAS-VLR-PAGO DELIMITED BY SIZE INTO WRK-LST-COMPL
       PERFORM 8800-GRAVA-LISTAGEM
       END-DELETE
       END-WRITE.

       8300-MOVE-RESERVAS.
       MOVE ZEROS TO RESERVAS-CHAVE.
       MOVE 'N' TO WRK-SW-FIM-SCAN.
       START RESERVAS KEY IS NOT LESS THAN RESERVAS-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       END-START.
       PERFORM 8310-LER-RESERVA UNTIL FIM-SCAN.

       8310-LER-RESERVA.
       READ RESERVAS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-SCAN
       NOT AT END
       IF RESERVAS-FONE = WRK-FONE-ANT
       PERFORM 8320-REGRAVA-RESERVA
       END-IF
       END-READ.

       8320-REGRAVA-RESERVA.
       MOVE RESERVAS-REG TO WRK-GUARDA-RESERVA.
       MOVE WRK-FONE-NOVO TO RESERVAS-FONE.
       WRITE RESERVAS-REG
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       MOVE 'RES' TO WRK-ERR-ARQ
       MOVE 'GRAVACAO' TO WRK-ERR-ACAO
       MOVE RESERVAS-CHAVE TO WRK-ERR-CHAVE
       MOVE RESERVAS-STATUS TO WRK-ERR-STATUS
       PERFORM 8850-REGISTRA-ERRO
       NOT INVALID KEY
       MOVE WRK-GUARDA-RESERVA TO RESERVAS-REG
       DELETE RESERVAS
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       MOVE 'RES' TO WRK-ERR-ARQ
       MOVE 'EXCLUSAO' TO WRK-ERR-ACAO
       MOVE RESERVAS-CHAVE TO WRK-ERR-CHAVE
       MOVE RESERVAS-STATUS TO WRK-ERR-STATUS
       PERFORM 8850-REGISTRA-ERRO
       NOT INVALID KEY
       MOVE SPACES TO WRK-LINHA-LST
       MOVE 'RES' TO WRK-LST-ARQ
       MOVE WRK-FONE-ANT TO WRK-LST-ANTES
       MOVE WRK-FONE-NOVO TO WRK-LST-DEPOIS
       STRING 'FILME ' DELIMITED BY SIZE
           RESERVAS-FILME DELIMITED BY SIZE
           ' DATA ' DELIMITED BY SIZE
           RESERVAS-DT-RES DELIMITED BY SIZE
           ' HORA ' DELIMITED BY SIZE
           RESERVAS-HR-RES DELIMITED BY SIZE INTO WRK-LST-COMPL
       PERFORM 8800-GRAVA-LISTAGEM
       END-DELETE
       END-WRITE.
       START RESERVAS KEY IS GREATER THAN RESERVAS-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       END-START.

       8400-MOVE-PONTOS.
       IF TEM-PONTOS-ANT
       MOVE 'N' TO WRK-SW-PTS-OK
       MOVE WRK-FONE-NOVO TO PONTOS-FONE
       IF TEM-PONTOS-NOVO
       READ PONTOS
       INVALID KEY
       PERFORM 8410-GRAVA-PONTOS
       NOT INVALID KEY
       ADD WRK-PTS-ANT TO PONTOS-SALDO
       REWRITE PONTOS-REG
       INVALID KEY
       MOVE 'ERRO AO GRAVAR PONTOS' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       MOVE 'PTS' TO WRK-ERR-ARQ
       MOVE 'GRAVACAO' TO WRK-ERR-ACAO
       MOVE PONTOS-FONE TO WRK-ERR-CHAVE
       MOVE PONTOS-STATUS TO WRK-ERR-STATUS
       PERFORM 8850-REGISTRA-ERRO
       NOT INVALID KEY
       MOVE 'S' TO WRK-SW-PTS-OK
       END-REWRITE
       END-READ
       ELSE
       PERFORM 8410-GRAVA-PONTOS
       END-IF
       IF PONTOS-TRANSFERIDOS
       PERFORM 8420-EXCLUI-PONTOS
       END-IF
       END-IF.

       8410-GRAVA-PONTOS.
       MOVE WRK-FONE-NOVO TO PONTOS-FONE.
       MOVE WRK-PTS-ANT TO PONTOS-SALDO.
       WRITE PONTOS-REG
       INVALID KEY
       MOVE 'ERRO AO GRAVAR PONTOS' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       MOVE 'PTS' TO WRK-ERR-ARQ
       MOVE 'GRAVACAO' TO WRK-ERR-ACAO
       MOVE PONTOS-FONE TO WRK-ERR-CHAVE
       MOVE PONTOS-STATUS TO WRK-ERR-STATUS
       PERFORM 8850-REGISTRA-ERRO
       NOT INVALID KEY
       MOVE 'S' TO WRK-SW-PTS-OK
       END-WRITE.

       8420-EXCLUI-PONTOS.
       MOVE WRK-FONE-ANT TO PONTOS-FONE.
       DELETE PONTOS
       INVALID KEY
       MOVE 'ERRO AO EXCLUIR PONTOS' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       MOVE 'PTS' TO WRK-ERR-ARQ
       MOVE 'EXCLUSAO' TO WRK-ERR-ACAO
       MOVE PONTOS-FONE TO WRK-ERR-CHAVE
       MOVE PONTOS-STATUS TO WRK-ERR-STATUS
       PERFORM 8850-REGISTRA-ERRO
       NOT INVALID KEY
       MOVE SPACES TO WRK-LINHA-LST
       MOVE 'PTS' TO WRK-LST-ARQ
       MOVE WRK-FONE-ANT TO WRK-LST-ANTES
       MOVE WRK-FONE-NOVO TO WRK-LST-DEPOIS
       STRING 'SALDO ANTES ' DELIMITED BY SIZE
           WRK-PTS-ANT DELIMITED BY SIZE
           ' + ' DELIMITED BY SIZE
           WRK-PTS-NOVO DELIMITED BY SIZE INTO WRK-LST-COMPL
       PERFORM 8800-GRAVA-LISTAGEM
       END-DELETE.

       8500-MOVE-CLIENTE.
       MOVE WRK-GUARDA-CLIENTE TO CLIENTES-REG.
       MOVE SPACES TO WRK-LINHA-LST.
       MOVE 'CLI' TO WRK-LST-ARQ.
       MOVE WRK-FONE-ANT TO WRK-LST-ANTES.
       MOVE WRK-FONE-NOVO TO WRK-LST-DEPOIS.
       IF OPER-TROCA
       MOVE 'CADASTRO TRANSFERIDO' TO WRK-LST-COMPL
       MOVE WRK-FONE-NOVO TO CLIENTES-FONE
       WRITE CLIENTES-REG
       INVALID KEY
       MOVE 'ERRO AO GRAVAR CLIENTE' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       MOVE 'CLI' TO WRK-ERR-ARQ
       MOVE 'GRAVACAO' TO WRK-ERR-ACAO
       MOVE CLIENTES-FONE TO WRK-ERR-CHAVE
       MOVE CLIENTES-STATUS TO WRK-ERR-STATUS
       PERFORM 8850-REGISTRA-ERRO
       NOT INVALID KEY
       PERFORM 8510-EXCLUI-CLIENTE
       END-WRITE
       ELSE
       MOVE 'CADASTRO DUPLICADO EXCLUIDO' TO WRK-LST-COMPL
       PERFORM 8510-EXCLUI-CLIENTE
       END-IF.

       8510-EXCLUI-CLIENTE.
       MOVE WRK-FONE-ANT TO CLIENTES-FONE.
       DELETE CLIENTES
       INVALID KEY
       MOVE 'ERRO AO EXCLUIR CLIENTE' TO WRK-MSGERRO
        ACCEPT MOSTRA-ERRO
       MOVE 'CLI' TO WRK-ERR-ARQ
       MOVE 'EXCLUSAO' TO WRK-ERR-ACAO
       MOVE CLIENTES-FONE TO WRK-ERR-CHAVE
       MOVE CLIENTES-STATUS TO WRK-ERR-STATUS
       PERFORM 8850-REGISTRA-ERRO
       NOT INVALID KEY
       PERFORM 8800-GRAVA-LISTAGEM
       END-DELETE.

       8600-REGRAVA-LINHAS.
       MOVE ZERO TO WRK-QTD-LINHAS.
       MOVE 'N' TO WRK-SW-FIM-LIN.
       OPEN INPUT LINHAS.
       IF LINHAS-STATUS NOT = ZERO
       CONTINUE
       ELSE
       OPEN OUTPUT LINHAS-TMP
       PERFORM 8610-COPIA-PARA-TMP UNTIL FIM-LINHAS
       CLOSE LINHAS
       CLOSE LINHAS-TMP
       IF WRK-QTD-LINHAS NOT = ZERO
       MOVE 'N' TO WRK-SW-FIM-LIN
       OPEN INPUT LINHAS-TMP
       OPEN OUTPUT LINHAS
       PERFORM 8620-COPIA-DE-TMP UNTIL FIM-LINHAS
       CLOSE LINHAS
       CLOSE LINHAS-TMP
       END-IF
       END-IF.

       8610-COPIA-PARA-TMP.
       READ LINHAS INTO WRK-BUF-LINHA
       AT END
       MOVE 'S' TO WRK-SW-FIM-LIN
       NOT AT END
       IF WRK-BL-FONE = WRK-FONE-ANT
       MOVE WRK-FONE-NOVO TO WRK-BL-FONE
       ADD 1 TO WRK-QTD-LINHAS
       MOVE SPACES TO WRK-LINHA-LST
       MOVE WRK-ARQ-SIGLA TO WRK-LST-ARQ
       MOVE WRK-FONE-ANT TO WRK-LST-ANTES
       MOVE WRK-FONE-NOVO TO WRK-LST-DEPOIS
       MOVE WRK-BL-RESTO TO WRK-LST-COMPL
       PERFORM 8800-GRAVA-LISTAGEM
       END-IF
       MOVE WRK-BUF-LINHA TO LINTMP-REG
       WRITE LINTMP-REG
       END-READ.

       8620-COPIA-DE-TMP.
       READ LINHAS-TMP
       AT END
       MOVE 'S' TO WRK-SW-FIM-LIN
       NOT AT END
       MOVE LINTMP-REG TO LINHAS-REG
       WRITE LINHAS-REG
       END-READ.

       8700-MOVE-DEPENDENTES.
       MOVE ZERO TO WRK-QTD-DEP.
       MOVE ZERO TO WRK-DEP-ULT-SEQ.
       MOVE 'N' TO WRK-SW-FIM-SCAN.
       MOVE WRK-FONE-NOVO TO DEPEND-FONE.
       MOVE ZERO TO DEPEND-SEQ.
       START DEPENDENTES KEY IS NOT LESS THAN DEPEND-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       END-START.
       PERFORM 8710-ULTIMA-SEQ-DESTINO UNTIL FIM-SCAN.
       MOVE 'N' TO WRK-SW-FIM-SCAN.
       PERFORM 8720-PROXIMO-DEPENDENTE UNTIL FIM-SCAN.

       8710-ULTIMA-SEQ-DESTINO.
       READ DEPENDENTES NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-SCAN
       NOT AT END
       IF DEPEND-FONE NOT = WRK-FONE-NOVO
       MOVE 'S' TO WRK-SW-FIM-SCAN
       ELSE
       MOVE DEPEND-SEQ TO WRK-DEP-ULT-SEQ
       END-IF
       END-READ.

       8720-PROXIMO-DEPENDENTE.
       MOVE WRK-FONE-ANT TO DEPEND-FONE.
       MOVE ZERO TO DEPEND-SEQ.
       START DEPENDENTES KEY IS NOT LESS THAN DEPEND-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       NOT INVALID KEY
       READ DEPENDENTES NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM-SCAN
       NOT AT END
       IF DEPEND-FONE NOT = WRK-FONE-ANT
       OR WRK-DEP-ULT-SEQ NOT < 99
       MOVE 'S' TO WRK-SW-FIM-SCAN
       ELSE
       PERFORM 8730-REGRAVA-DEPENDENTE
       END-IF
       END-READ
       END-START.

       8730-REGRAVA-DEPENDENTE.
       MOVE DEPEND-REG TO WRK-GUARDA-DEPEND.
       ADD 1 TO WRK-DEP-ULT-SEQ.
       MOVE WRK-FONE-NOVO TO DEPEND-FONE.
       MOVE WRK-DEP-ULT-SEQ TO DEPEND-SEQ.
       WRITE DEPEND-REG
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       MOVE 'DEP' TO WRK-ERR-ARQ
       MOVE 'GRAVACAO' TO WRK-ERR-ACAO
       MOVE DEPEND-CHAVE TO WRK-ERR-CHAVE
       MOVE DEPENDEN-STATUS TO WRK-ERR-STATUS
       PERFORM 8850-REGISTRA-ERRO
       NOT INVALID KEY
       MOVE WRK-GUARDA-DEPEND TO DEPEND-REG
       DELETE DEPENDENTES
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM-SCAN
       MOVE 'DEP' TO WRK-ERR-ARQ
       MOVE 'EXCLUSAO' TO WRK-ERR-ACAO
       MOVE DEPEND-CHAVE TO WRK-ERR-CHAVE
       MOVE DEPENDEN-STATUS TO WRK-ERR-STATUS
       PERFORM 8850-REGISTRA-ERRO
       NOT INVALID KEY
       ADD 1 TO WRK-QTD-DEP
       MOVE SPACES TO WRK-LINHA-LST
       MOVE 'DEP' TO WRK-LST-ARQ
       MOVE WRK-FONE-ANT TO WRK-LST-ANTES
       MOVE WRK-FONE-NOVO TO WRK-LST-DEPOIS
       STRING 'SEQ ' DELIMITED BY SIZE
           DEPEND-SEQ DELIMITED BY SIZE
           ' -> ' DELIMITED BY SIZE
           WRK-DEP-ULT-SEQ DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           DEPEND-NOME DELIMITED BY SIZE INTO WRK-LST-COMPL
       PERFORM 8800-GRAVA-LISTAGEM
       END-DELETE
       END-WRITE.

       8800-GRAVA-LISTAGEM.
       MOVE WRK-LINHA-LST TO REL-LINHA.
       WRITE REL-LINHA.

       8850-REGISTRA-ERRO.
       MOVE 'S' TO WRK-SW-ERRO-TROCA.
       MOVE SPACES TO WRK-LINHA-LST.
       MOVE WRK-ERR-ARQ TO WRK-LST-ARQ.
       MOVE WRK-FONE-ANT TO WRK-LST-ANTES.
       MOVE WRK-FONE-NOVO TO WRK-LST-DEPOIS.
       STRING 'ERRO DE ' DELIMITED BY SIZE
           WRK-ERR-ACAO DELIMITED BY SPACE
           ' CHAVE ' DELIMITED BY SIZE
           WRK-ERR-CHAVE DELIMITED BY SPACE
           ' STATUS ' DELIMITED BY SIZE
           WRK-ERR-STATUS DELIMITED BY SIZE INTO WRK-LST-COMPL.
       PERFORM 8800-GRAVA-LISTAGEM.

       8900-RESUMO.
       MOVE SPACES TO REL-LINHA.
       MOVE 'RESUMO DOS REGISTROS TRANSFERIDOS' TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'ALUGUEIS EM ABERTO.................:'
           TO WRK-CNT-DESC.
       MOVE WRK-QTD-ALU TO WRK-CNT-QTD.
       PERFORM 8910-GRAVA-RESUMO.
       MOVE 'FATURAS............................:'
           TO WRK-CNT-DESC.
       MOVE WRK-QTD-FAT TO WRK-CNT-QTD.
       PERFORM 8910-GRAVA-RESUMO.
       MOVE 'RESERVAS...........................:'
           TO WRK-CNT-DESC.
       MOVE WRK-QTD-RES TO WRK-CNT-QTD.
       PERFORM 8910-GRAVA-RESUMO.
       MOVE 'DEPENDENTES........................:'
           TO WRK-CNT-DESC.
       MOVE WRK-QTD-DEP TO WRK-CNT-QTD.
       PERFORM 8910-GRAVA-RESUMO.
       MOVE 'REGISTROS DE HISTORICO.............:'
           TO WRK-CNT-DESC.
       MOVE WRK-QTD-HIS TO WRK-CNT-QTD.
       PERFORM 8910-GRAVA-RESUMO.
       MOVE 'LINHAS DE PONTHIST.................:'
           TO WRK-CNT-DESC.
       MOVE WRK-QTD-PHI TO WRK-CNT-QTD.
       PERFORM 8910-GRAVA-RESUMO.
       MOVE 'LINHAS DE PAGTOS...................:'
           TO WRK-CNT-DESC.
       MOVE WRK-QTD-PAG TO WRK-CNT-QTD.
       PERFORM 8910-GRAVA-RESUMO.
       MOVE SPACES TO REL-LINHA.
       COMPUTE WRK-PTS-NOVO = WRK-PTS-NOVO + WRK-PTS-ANT.
       STRING 'SALDO DE PONTOS NO DESTINO: ' DELIMITED BY SIZE
           WRK-PTS-NOVO DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.

       8910-GRAVA-RESUMO.
       MOVE WRK-LINHA-CNT TO REL-LINHA.
       WRITE REL-LINHA.

       9700-GRAVA-AUDITORIA.
       ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
       ACCEPT AUDIT-HORA FROM TIME.
       MOVE CLIENTES-FONE TO AUDIT-CHAVE.
       MOVE WRK-OPERADOR TO AUDIT-OPERADOR.
       MOVE WRK-FONE-NOVO TO AUDIT-CHAVE-DEST.
       WRITE AUDIT-REG.

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
       IF NOT OPER-SUPERVISOR
       DISPLAY 'ACESSO RESTRITO A SUPERVISOR'
       CLOSE OPERADORES
       STOP RUN
       END-IF
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
       MOVE SPACES TO WRK-ARQ-CLIENTES.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'CLIENTES.DAT' DELIMITED BY SIZE INTO WRK-ARQ-CLIENTES.
       MOVE SPACES TO WRK-ARQ-ALUGUEIS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'ALUGUEIS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-ALUGUEIS.
       MOVE SPACES TO WRK-ARQ-FATURAS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'FATURAS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-FATURAS.
       MOVE SPACES TO WRK-ARQ-RESERVAS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'RESERVAS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-RESERVAS.
       MOVE SPACES TO WRK-ARQ-PONTOS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'PONTOS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-PONTOS.
       MOVE SPACES TO WRK-ARQ-ALUGHIST.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'HISTALUG.DAT' DELIMITED BY SIZE INTO WRK-ARQ-ALUGHIST.
       MOVE SPACES TO WRK-ARQ-PONTHIST.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'PONTHIST.DAT' DELIMITED BY SIZE INTO WRK-ARQ-PONTHIST.
       MOVE SPACES TO WRK-ARQ-PAGTOS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'PAGTOS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-PAGTOS.
       MOVE SPACES TO WRK-ARQ-DEPENDEN.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'DEPENDEN.DAT' DELIMITED BY SIZE INTO WRK-ARQ-DEPENDEN.
       MOVE SPACES TO WRK-ARQ-LINTMP.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'TROCACLI.TMP' DELIMITED BY SIZE INTO WRK-ARQ-LINTMP.
       MOVE SPACES TO WRK-ARQ-RELATORIO.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'TROCACLI.TXT' DELIMITED BY SIZE INTO WRK-ARQ-RELATORIO.
       MOVE SPACES TO WRK-ARQ-AUDIT.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'AUDIT.DAT' DELIMITED BY SIZE INTO WRK-ARQ-AUDIT.
       MOVE SPACES TO WRK-ARQ-OPERADOR.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'OPERADOR.DAT' DELIMITED BY SIZE INTO WRK-ARQ-OPERADOR.
