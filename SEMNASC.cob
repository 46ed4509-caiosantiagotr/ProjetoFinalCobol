       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEMNASC.
      ************************************
      * AUTHOR: CAIO                      EMPRESA: X
      *OBJETIVO: SISTEMA DE GESTAO DE FLIMES - LISTA DE CLIENTES
      *          SEM DATA DE NASCIMENTO CADASTRADA, PARA COLETA
      *          NO BALCAO
      *Data: 15/10/2026
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS CLIENTES-STATUS
       RECORD KEY IS CLIENTES-CHAVE.
       SELECT REL-SEMNASC ASSIGN TO WRK-ARQ-SEMNASC
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SEMNASC-STATUS.
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
       FD REL-SEMNASC.
       01 SEMNASC-LINHA          PIC X(90).
       FD PARAMS.
       01 PARAMS-REG             PIC X(60).
       WORKING-STORAGE SECTION.
       77 PARAMS-STATUS      PIC 9(02).
       77 CLIENTES-STATUS    PIC 9(02).
       77 SEMNASC-STATUS     PIC 9(02).
       77 WRK-PAR-DIRETORIO  PIC X(45) VALUE
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\'.
       77 WRK-ARQ-CLIENTES   PIC X(80).
       77 WRK-ARQ-SEMNASC    PIC X(80).
       77 WRK-DATA-EXEC      PIC 9(08).
       77 WRK-CONT-LIDOS     PIC 9(05) VALUE ZERO.
       77 WRK-CONT-SEM       PIC 9(05) VALUE ZERO.
       77 WRK-SW-FIM-PAR     PIC X(01).
           88 FIM-PARAMS         VALUE 'S'.
           88 NAO-FIM-PARAMS     VALUE 'N'.
       77 WRK-SW-FIM         PIC X(01).
           88 FIM-CLIENTES       VALUE 'S'.
           88 NAO-FIM-CLIENTES   VALUE 'N'.
       01 WRK-BUF-PARAM          PIC X(60).
       01 WRK-LINHA-GERAL.
           05 WRK-LG-TIPO        PIC X(01).
           05 FILLER             PIC X(01).
           05 WRK-LG-DIR         PIC X(45).
           05 WRK-LG-PRAZO       PIC 9(03).
           05 WRK-LG-LIMITE      PIC 9(03).
           05 WRK-LG-MULTA       PIC 9(03)V99.
       01 WRK-LINHA-DET.
           05 WRK-DET-FONE       PIC 9(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-DET-NOME       PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-DET-EMAIL      PIC X(40).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-DET-SITUACAO   PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
       PERFORM 1400-LER-PARAMETROS.
       PERFORM 1000-INICIAR.
       PERFORM 2000-LER-CLIENTE UNTIL FIM-CLIENTES.
       PERFORM 9000-FINALIZAR.
       STOP RUN.

       1000-INICIAR.
       MOVE 'N' TO WRK-SW-FIM.
       OPEN INPUT CLIENTES.
       IF CLIENTES-STATUS NOT = ZERO
       DISPLAY 'ERRO AO ABRIR CLIENTES.DAT - STATUS '
           CLIENTES-STATUS
       MOVE 'S' TO WRK-SW-FIM
       END-IF.
       OPEN OUTPUT REL-SEMNASC.
       ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
       MOVE SPACES TO SEMNASC-LINHA.
       STRING 'CLIENTES SEM DATA DE NASCIMENTO - EMISSAO '
           DELIMITED BY SIZE
           WRK-DATA-EXEC DELIMITED BY SIZE INTO SEMNASC-LINHA.
       WRITE SEMNASC-LINHA.
       MOVE SPACES TO SEMNASC-LINHA.
       MOVE 'FONE         NOME                            EMAIL'
       TO SEMNASC-LINHA.
       WRITE SEMNASC-LINHA.

       2000-LER-CLIENTE.
       READ CLIENTES NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       ADD 1 TO WRK-CONT-LIDOS
       IF CLIENTES-DT-NASC IS NOT NUMERIC
       OR CLIENTES-DT-NASC = ZERO
       PERFORM 2100-GRAVA-DETALHE
       END-IF
       END-READ.

       2100-GRAVA-DETALHE.
       MOVE CLIENTES-FONE TO WRK-DET-FONE.
       MOVE CLIENTES-NOME TO WRK-DET-NOME.
       MOVE CLIENTES-EMAIL TO WRK-DET-EMAIL.
       MOVE CLIENTES-SITUACAO TO WRK-DET-SITUACAO.
       MOVE WRK-LINHA-DET TO SEMNASC-LINHA.
       WRITE SEMNASC-LINHA.
       ADD 1 TO WRK-CONT-SEM.

       9000-FINALIZAR.
       MOVE SPACES TO SEMNASC-LINHA.
       STRING 'CLIENTES LIDOS: ' DELIMITED BY SIZE
           WRK-CONT-LIDOS DELIMITED BY SIZE
           '  SEM NASCIMENTO: ' DELIMITED BY SIZE
           WRK-CONT-SEM DELIMITED BY SIZE INTO SEMNASC-LINHA.
       WRITE SEMNASC-LINHA.
       CLOSE CLIENTES.
       CLOSE REL-SEMNASC.
       DISPLAY 'SEMNASC GERADO - SEM NASCIMENTO: ' WRK-CONT-SEM.

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
       MOVE SPACES TO WRK-ARQ-SEMNASC.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'SEMNASC.TXT' DELIMITED BY SIZE INTO WRK-ARQ-SEMNASC.
