       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOBAT.
      ************************************
      * AUTHOR: CAIO                      EMPRESA: X
      *OBJETIVO: SISTEMA DE GESTAO DE FLIMES - CAIXA DE SAIDA DE
      *          AVISOS AOS CLIENTES (AVISOS.DAT): LEMBRETE DE
      *          DEVOLUCAO NO DIA SEGUINTE, SALDO EM ABERTO (SEMANAL),
      *          ENVIO (AVISOENV.TXT), RETORNOS (AVISODEV.DAT) E
      *          CLIENTES COM EMAIL EM BRANCO OU INVALIDO
      *Data: 15/10/2026
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AVISOS ASSIGN TO WRK-ARQ-AVISOS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS AVISOS-STATUS
       RECORD KEY IS AVISO-CHAVE.
       SELECT ALUGUEIS ASSIGN TO WRK-ARQ-ALUGUEIS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS ALUGUEIS-STATUS
       RECORD KEY IS ALUGUEIS-CHAVE.
       SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CLIENTES-STATUS
       RECORD KEY IS CLIENTES-CHAVE.
       SELECT FILMES ASSIGN TO WRK-ARQ-FILMES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       FILE STATUS IS FILMES-STATUS
       RECORD KEY IS FILMES-CHAVE.
       SELECT FATURAS ASSIGN TO WRK-ARQ-FATURAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS FATURAS-STATUS
       RECORD KEY IS FATURAS-CHAVE.
       SELECT AVISO-ENVIO ASSIGN TO WRK-ARQ-ENVIO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ENVIO-STATUS.
       SELECT AVISO-DEVOL ASSIGN TO WRK-ARQ-DEVOL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DEVOL-STATUS.
       SELECT REL-AVISOS ASSIGN TO WRK-ARQ-RELATORIO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REL-STATUS.
       SELECT PARAMS ASSIGN TO
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\PARAMS.DAT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PARAMS-STATUS.
           DATA DIVISION.
           FILE SECTION.
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
       FD AVISO-ENVIO.
       01 ENVIO-LINHA            PIC X(200).
       FD AVISO-DEVOL.
       01 DEVOL-LINHA            PIC X(40).
       FD REL-AVISOS.
       01 REL-LINHA              PIC X(120).
       FD PARAMS.
       01 PARAMS-REG             PIC X(60).
       WORKING-STORAGE SECTION.
       77 PARAMS-STATUS      PIC 9(02).
       77 WRK-PAR-DIRETORIO  PIC X(45) VALUE
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\'.
       77 WRK-ARQ-AVISOS     PIC X(80).
       77 WRK-ARQ-ALUGUEIS   PIC X(80).
       77 WRK-ARQ-CLIENTES   PIC X(80).
       77 WRK-ARQ-FILMES     PIC X(80).
       77 WRK-ARQ-FATURAS    PIC X(80).
       77 WRK-ARQ-ENVIO      PIC X(80).
       77 WRK-ARQ-DEVOL      PIC X(80).
       77 WRK-ARQ-RELATORIO  PIC X(80).
       77 WRK-SW-FIM-PAR     PIC X(01).
           88 FIM-PARAMS         VALUE 'S'.
           88 NAO-FIM-PARAMS     VALUE 'N'.
       77 AVISOS-STATUS      PIC 9(02).
       77 ALUGUEIS-STATUS    PIC 9(02).
       77 CLIENTES-STATUS    PIC 9(02).
       77 FILMES-STATUS      PIC 9(02).
       77 FATURAS-STATUS     PIC 9(02).
       77 ENVIO-STATUS       PIC 9(02).
       77 DEVOL-STATUS       PIC 9(02).
       77 REL-STATUS         PIC 9(02).
       77 WRK-DATA-EXEC      PIC 9(08).
       77 WRK-DATA-AMANHA    PIC 9(08).
       77 WRK-DATA-SEMANA    PIC 9(08).
       77 WRK-INT-HOJE       PIC 9(07).
       77 WRK-INT-AUX        PIC 9(07).
       77 WRK-DIA-SEMANA     PIC 9(01).
       77 WRK-DIA-SALDO      PIC 9(01) VALUE 1.
       77 WRK-DIAS-REENVIO   PIC 9(03) VALUE 7.
       77 WRK-FONE-ATUAL     PIC 9(09).
       77 WRK-VLR-SALDO      PIC 9(07)V99.
       77 WRK-VLR-CLIENTE    PIC 9(07)V99.
       77 WRK-IT             PIC 9(01) COMP.
       77 WRK-TAM            PIC 9(03) COMP.
       77 WRK-QTD-ARROBA     PIC 9(03) COMP.
       77 WRK-QTD-BRANCO     PIC 9(03) COMP.
       77 WRK-QTD-PONTO      PIC 9(03) COMP.
       77 WRK-EMAIL          PIC X(40).
       77 WRK-EMAIL-USUARIO  PIC X(40).
       77 WRK-EMAIL-DOMINIO  PIC X(40).
       77 WRK-TITULO         PIC X(40).
       77 WRK-MENSAGEM       PIC X(90).
       77 WRK-ED-VALOR       PIC ZZZZZZ9.99.
       77 WRK-CONT-CLI-INV   PIC 9(05) VALUE ZERO.
       77 WRK-TOT-PENDENTE   PIC 9(05) VALUE ZERO.
       77 WRK-TOT-ENVIADO    PIC 9(05) VALUE ZERO.
       77 WRK-TOT-DEVOLVIDO  PIC 9(05) VALUE ZERO.
       77 WRK-TOT-INVALIDO   PIC 9(05) VALUE ZERO.
       77 WRK-CONT-DEV-NAO   PIC 9(05) VALUE ZERO.
       77 WRK-SW-EMAIL       PIC X(01).
           88 EMAIL-VALIDO       VALUE 'S'.
           88 EMAIL-INVALIDO     VALUE 'N'.
       77 WRK-SW-FIM         PIC X(01).
           88 FIM-ENTRADA        VALUE 'S'.
           88 NAO-FIM-ENTRADA    VALUE 'N'.
       77 WRK-SW-SEM-FAT     PIC X(01).
           88 SEM-FATURAS        VALUE 'S'.
       01 WRK-BUF-PARAM          PIC X(60).
       01 WRK-LINHA-GERAL.
           05 WRK-LG-TIPO        PIC X(01).
           05 FILLER             PIC X(01).
           05 WRK-LG-DIR         PIC X(45).
           05 WRK-LG-PRAZO       PIC 9(03).
           05 WRK-LG-LIMITE      PIC 9(03).
           05 WRK-LG-MULTA       PIC 9(03)V99.
       01 WRK-REF-VENC.
           05 WRK-RV-FILME       PIC 9(05).
           05 WRK-RV-DT-PREV     PIC 9(08).
           05 FILLER             PIC X(08) VALUE SPACES.
       01 WRK-REF-SALDO.
           05 WRK-RS-SEMANA      PIC 9(08).
           05 FILLER             PIC X(13) VALUE SPACES.
       01 WRK-DATA-AUX           PIC 9(08).
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05 WRK-DA-ANO         PIC 9(04).
           05 WRK-DA-MES         PIC 9(02).
           05 WRK-DA-DIA         PIC 9(02).
       01 WRK-DATA-EDIT.
           05 WRK-DE-DIA         PIC 9(02).
           05 FILLER             PIC X(01) VALUE '/'.
           05 WRK-DE-MES         PIC 9(02).
           05 FILLER             PIC X(01) VALUE '/'.
           05 WRK-DE-ANO         PIC 9(04).
       01 WRK-TAB-TIPOS.
           05 WRK-TT-ENT OCCURS 3 TIMES.
               10 WRK-TT-FILA    PIC 9(05).
               10 WRK-TT-ENV     PIC 9(05).
               10 WRK-TT-DEV     PIC 9(05).
               10 WRK-TT-INV     PIC 9(05).
       01 WRK-LINHA-ENVIO.
           05 WRK-EN-CHAVE       PIC X(31).
           05 FILLER             PIC X(01) VALUE ';'.
           05 WRK-EN-EMAIL       PIC X(40).
           05 FILLER             PIC X(01) VALUE ';'.
           05 WRK-EN-NOME        PIC X(30).
           05 FILLER             PIC X(01) VALUE ';'.
           05 WRK-EN-MENSAGEM    PIC X(90).
       01 WRK-LINHA-DET.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-TIPO        PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-FONE        PIC 9(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-NOME        PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-EMAIL       PIC X(40).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-REFER       PIC X(21).
       01 WRK-LINHA-TIPO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LT-TIPO        PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LT-FILA        PIC ZZZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LT-ENV         PIC ZZZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LT-DEV         PIC ZZZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LT-INV         PIC ZZZZ9.
       01 WRK-LINHA-CNT.
           05 WRK-CNT-DESC       PIC X(36).
           05 WRK-CNT-QTD        PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
       PERFORM 1000-INICIAR.
       PERFORM 2000-LEMBRETE-VENCIMENTO.
       IF WRK-DIA-SEMANA = WRK-DIA-SALDO
       PERFORM 3000-LEMBRETE-SALDO
       END-IF.
       PERFORM 4000-IMPORTA-DEVOLVIDOS.
       PERFORM 5000-ENVIA-PENDENTES.
       PERFORM 6000-CLIENTES-EMAIL-INVALIDO.
       PERFORM 8000-RESUMO.
       PERFORM 9000-FINALIZAR.
       GOBACK.

       1000-INICIAR.
       PERFORM 1400-LER-PARAMETROS.
       ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
       ACCEPT WRK-DIA-SEMANA FROM DAY-OF-WEEK.
       COMPUTE WRK-INT-HOJE = FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC).
       COMPUTE WRK-INT-AUX = WRK-INT-HOJE + 1.
       COMPUTE WRK-DATA-AMANHA = FUNCTION DATE-OF-INTEGER(WRK-INT-AUX).
       COMPUTE WRK-INT-AUX = WRK-INT-HOJE - WRK-DIA-SEMANA + 1.
       COMPUTE WRK-DATA-SEMANA = FUNCTION DATE-OF-INTEGER(WRK-INT-AUX).
       MOVE ZEROS TO WRK-TAB-TIPOS.
       OPEN I-O AVISOS
       IF AVISOS-STATUS = 35 THEN
       OPEN OUTPUT AVISOS
       CLOSE AVISOS
       OPEN I-O AVISOS
       END-IF.
       IF AVISOS-STATUS NOT = ZERO
       DISPLAY 'ERRO AO ABRIR AVISOS.DAT - STATUS ' AVISOS-STATUS
       MOVE 16 TO RETURN-CODE
       GOBACK
       END-IF.
       OPEN INPUT CLIENTES.
       OPEN INPUT FILMES.
       OPEN OUTPUT REL-AVISOS.
       MOVE SPACES TO REL-LINHA.
       STRING 'AVISOS A CLIENTES - EMISSAO ' DELIMITED BY SIZE
           WRK-DATA-EXEC DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'AVISOS ENFILEIRADOS NESTA EXECUCAO' TO REL-LINHA.
       WRITE REL-LINHA.

       2000-LEMBRETE-VENCIMENTO.
       MOVE 'N' TO WRK-SW-FIM.
       OPEN INPUT ALUGUEIS.
       IF ALUGUEIS-STATUS NOT = ZERO
       MOVE 'S' TO WRK-SW-FIM
       END-IF.
       PERFORM 2100-LER-ALUGUEL UNTIL FIM-ENTRADA.
       CLOSE ALUGUEIS.

       2100-LER-ALUGUEL.
       READ ALUGUEIS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       IF ALUGUEIS-DT-PREV = WRK-DATA-AMANHA
       AND ALUGUEIS-DT-DEV = ZERO
       PERFORM 2200-ENFILEIRA-VENCIMENTO
       END-IF
       END-READ.

       2200-ENFILEIRA-VENCIMENTO.
       MOVE SPACES TO AVISO-REG.
       MOVE 'V' TO AVISO-TIPO.
       MOVE ALUGUEIS-FONE TO AVISO-FONE.
       MOVE ALUGUEIS-FILME TO WRK-RV-FILME.
       MOVE ALUGUEIS-DT-PREV TO WRK-RV-DT-PREV.
       MOVE WRK-REF-VENC TO AVISO-REFER.
       MOVE ALUGUEIS-FILME TO AVISO-FILME.
       MOVE ALUGUEIS-DT-PREV TO AVISO-DT-REF.
       MOVE ZERO TO AVISO-VALOR.
       PERFORM 2900-GRAVA-AVISO.

       2900-GRAVA-AVISO.
       MOVE AVISO-FONE TO CLIENTES-FONE.
       READ CLIENTES
       INVALID KEY
       MOVE '*** CLIENTE NAO CADASTRADO ***' TO AVISO-NOME
       MOVE SPACES TO AVISO-EMAIL
       NOT INVALID KEY
       MOVE CLIENTES-NOME TO AVISO-NOME
       MOVE CLIENTES-EMAIL TO AVISO-EMAIL
       END-READ.
       MOVE WRK-DATA-EXEC TO AVISO-DT-GERACAO.
       MOVE 'AVISOBAT' TO AVISO-ORIGEM.
       MOVE 'P' TO AVISO-SITUACAO.
       MOVE ZERO TO AVISO-DT-ENVIO.
       WRITE AVISO-REG
       INVALID KEY
       CONTINUE
       NOT INVALID KEY
       PERFORM 7100-INDICE-TIPO
       ADD 1 TO WRK-TT-FILA(WRK-IT)
       PERFORM 7200-LINHA-DETALHE
       END-WRITE.

       3000-LEMBRETE-SALDO.
       MOVE 'N' TO WRK-SW-FIM.
       MOVE ZERO TO WRK-FONE-ATUAL.
       MOVE ZERO TO WRK-VLR-CLIENTE.
       OPEN INPUT FATURAS.
       IF FATURAS-STATUS NOT = ZERO
       MOVE 'S' TO WRK-SW-FIM
       END-IF.
       PERFORM 3100-LER-FATURA UNTIL FIM-ENTRADA.
       PERFORM 3200-FECHA-CLIENTE.
       CLOSE FATURAS.

       3100-LER-FATURA.
       READ FATURAS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       IF FATURAS-FONE NOT = WRK-FONE-ATUAL
       PERFORM 3200-FECHA-CLIENTE
       MOVE FATURAS-FONE TO WRK-FONE-ATUAL
       MOVE ZERO TO WRK-VLR-CLIENTE
       END-IF
       IF FATURAS-VLR-TOTAL > FATURAS-VLR-PAGO
       COMPUTE WRK-VLR-SALDO =
           FATURAS-VLR-TOTAL - FATURAS-VLR-PAGO
       ADD WRK-VLR-SALDO TO WRK-VLR-CLIENTE
       END-IF
       END-READ.

       3200-FECHA-CLIENTE.
       IF WRK-FONE-ATUAL NOT = ZERO AND WRK-VLR-CLIENTE > ZERO
       MOVE SPACES TO AVISO-REG
       MOVE 'S' TO AVISO-TIPO
       MOVE WRK-FONE-ATUAL TO AVISO-FONE
       MOVE WRK-DATA-SEMANA TO WRK-RS-SEMANA
       MOVE WRK-REF-SALDO TO AVISO-REFER
       MOVE ZERO TO AVISO-FILME
       MOVE WRK-DATA-SEMANA TO AVISO-DT-REF
       MOVE WRK-VLR-CLIENTE TO AVISO-VALOR
       PERFORM 2900-GRAVA-AVISO
       END-IF.

       4000-IMPORTA-DEVOLVIDOS.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'AVISOS DEVOLVIDOS PELO SERVIDOR DE EMAIL' TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'N' TO WRK-SW-FIM.
       OPEN INPUT AVISO-DEVOL.
       IF DEVOL-STATUS NOT = ZERO
       MOVE 'S' TO WRK-SW-FIM
       END-IF.
       PERFORM 4100-LER-DEVOLVIDO UNTIL FIM-ENTRADA.
       IF DEVOL-STATUS NOT = 35
       CLOSE AVISO-DEVOL
       OPEN OUTPUT AVISO-DEVOL
       CLOSE AVISO-DEVOL
       END-IF.

       4100-LER-DEVOLVIDO.
       READ AVISO-DEVOL
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       MOVE DEVOL-LINHA(1:31) TO AVISO-CHAVE
       READ AVISOS
       INVALID KEY
       ADD 1 TO WRK-CONT-DEV-NAO
       NOT INVALID KEY
       IF AVISO-ENVIADO
       MOVE 'D' TO AVISO-SITUACAO
       REWRITE AVISO-REG
       INVALID KEY
       ADD 1 TO WRK-CONT-DEV-NAO
       NOT INVALID KEY
       PERFORM 7100-INDICE-TIPO
       ADD 1 TO WRK-TT-DEV(WRK-IT)
       PERFORM 7200-LINHA-DETALHE
       END-REWRITE
       END-IF
       END-READ
       END-READ.

       5000-ENVIA-PENDENTES.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'AVISOS ENVIADOS OU RETIDOS POR EMAIL INVALIDO'
           TO REL-LINHA.
       WRITE REL-LINHA.
       OPEN EXTEND AVISO-ENVIO.
       IF ENVIO-STATUS = 35 THEN
       OPEN OUTPUT AVISO-ENVIO
       CLOSE AVISO-ENVIO
       OPEN EXTEND AVISO-ENVIO
       END-IF.
       MOVE 'N' TO WRK-SW-FIM.
       MOVE LOW-VALUES TO AVISO-CHAVE.
       START AVISOS KEY IS NOT LESS THAN AVISO-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM
       END-START.
       PERFORM 5100-LER-AVISO UNTIL FIM-ENTRADA.
       CLOSE AVISO-ENVIO.

       5100-LER-AVISO.
       READ AVISOS NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       IF AVISO-PENDENTE
       PERFORM 5200-ENVIA-AVISO
       ELSE
       IF AVISO-EMAIL-INVALIDO
       AND WRK-INT-HOJE - FUNCTION INTEGER-OF-DATE(AVISO-DT-GERACAO)
           NOT > WRK-DIAS-REENVIO
       PERFORM 5200-ENVIA-AVISO
       END-IF
       END-IF
       EVALUATE TRUE
       WHEN AVISO-PENDENTE
       ADD 1 TO WRK-TOT-PENDENTE
       WHEN AVISO-ENVIADO
       ADD 1 TO WRK-TOT-ENVIADO
       WHEN AVISO-DEVOLVIDO
       ADD 1 TO WRK-TOT-DEVOLVIDO
       WHEN AVISO-EMAIL-INVALIDO
       ADD 1 TO WRK-TOT-INVALIDO
       END-EVALUATE
       END-READ.

       5200-ENVIA-AVISO.
       MOVE AVISO-FONE TO CLIENTES-FONE.
       READ CLIENTES
       INVALID KEY
       CONTINUE
       NOT INVALID KEY
       MOVE CLIENTES-EMAIL TO AVISO-EMAIL
       END-READ.
       MOVE AVISO-EMAIL TO WRK-EMAIL.
       PERFORM 7000-VALIDA-EMAIL.
       PERFORM 7100-INDICE-TIPO.
       IF EMAIL-VALIDO
       PERFORM 5300-MONTA-MENSAGEM
       MOVE AVISO-CHAVE TO WRK-EN-CHAVE
       MOVE AVISO-EMAIL TO WRK-EN-EMAIL
       MOVE AVISO-NOME TO WRK-EN-NOME
       MOVE WRK-MENSAGEM TO WRK-EN-MENSAGEM
       MOVE WRK-LINHA-ENVIO TO ENVIO-LINHA
       WRITE ENVIO-LINHA
       MOVE 'E' TO AVISO-SITUACAO
       MOVE WRK-DATA-EXEC TO AVISO-DT-ENVIO
       ADD 1 TO WRK-TT-ENV(WRK-IT)
       ELSE
       MOVE 'I' TO AVISO-SITUACAO
       ADD 1 TO WRK-TT-INV(WRK-IT)
       END-IF.
       REWRITE AVISO-REG
       INVALID KEY
       CONTINUE
       END-REWRITE.
       PERFORM 7200-LINHA-DETALHE.

       5300-MONTA-MENSAGEM.
       MOVE SPACES TO WRK-MENSAGEM.
       MOVE AVISO-FILME TO FILMES-CODIGO.
       MOVE SPACES TO WRK-TITULO.
       IF AVISO-FILME NOT = ZERO
       READ FILMES
       INVALID KEY
       MOVE 'FILME' TO WRK-TITULO
       NOT INVALID KEY
       MOVE FILMES-TITULO TO WRK-TITULO
       END-READ
       END-IF.
       MOVE AVISO-DT-REF TO WRK-DATA-AUX.
       MOVE WRK-DA-DIA TO WRK-DE-DIA.
       MOVE WRK-DA-MES TO WRK-DE-MES.
       MOVE WRK-DA-ANO TO WRK-DE-ANO.
       EVALUATE TRUE
       WHEN AVISO-VENCIMENTO
       STRING 'LEMBRETE: DEVOLVER ' DELIMITED BY SIZE
           WRK-TITULO DELIMITED BY '  '
           ' ATE ' DELIMITED BY SIZE
           WRK-DATA-EDIT DELIMITED BY SIZE INTO WRK-MENSAGEM
       WHEN AVISO-RESERVA
       STRING 'SEU FILME RESERVADO ' DELIMITED BY SIZE
           WRK-TITULO DELIMITED BY '  '
           ' JA ESTA DISPONIVEL NA LOJA' DELIMITED BY SIZE
           INTO WRK-MENSAGEM
       WHEN AVISO-SALDO
       MOVE AVISO-VALOR TO WRK-ED-VALOR
       STRING 'SALDO EM ABERTO NA LOCADORA: R$ ' DELIMITED BY SIZE
           WRK-ED-VALOR DELIMITED BY SIZE INTO WRK-MENSAGEM
       END-EVALUATE.

       6000-CLIENTES-EMAIL-INVALIDO.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'CLIENTES COM EMAIL EM BRANCO OU INVALIDO'
           TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'N' TO WRK-SW-FIM.
       MOVE ZEROS TO CLIENTES-CHAVE.
       START CLIENTES KEY IS NOT LESS THAN CLIENTES-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM
       END-START.
       PERFORM 6100-LER-CLIENTE UNTIL FIM-ENTRADA.

       6100-LER-CLIENTE.
       READ CLIENTES NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       MOVE CLIENTES-EMAIL TO WRK-EMAIL
       PERFORM 7000-VALIDA-EMAIL
       IF EMAIL-INVALIDO
       ADD 1 TO WRK-CONT-CLI-INV
       MOVE SPACES TO WRK-LD-TIPO
       IF CLIENTES-BLOQUEADO
       MOVE 'BLOQUEAD' TO WRK-LD-TIPO
       END-IF
       MOVE CLIENTES-FONE TO WRK-LD-FONE
       MOVE CLIENTES-NOME TO WRK-LD-NOME
       MOVE CLIENTES-EMAIL TO WRK-LD-EMAIL
       MOVE SPACES TO WRK-LD-REFER
       MOVE WRK-LINHA-DET TO REL-LINHA
       WRITE REL-LINHA
       END-IF
       END-READ.

       7000-VALIDA-EMAIL.
       MOVE 'S' TO WRK-SW-EMAIL.
       IF WRK-EMAIL = SPACES
       MOVE 'N' TO WRK-SW-EMAIL
       ELSE
       MOVE ZERO TO WRK-QTD-ARROBA
       MOVE ZERO TO WRK-QTD-BRANCO
       MOVE ZERO TO WRK-QTD-PONTO
       COMPUTE WRK-TAM =
           FUNCTION LENGTH(FUNCTION TRIM(WRK-EMAIL TRAILING))
       INSPECT WRK-EMAIL TALLYING WRK-QTD-ARROBA FOR ALL '@'
       INSPECT WRK-EMAIL(1:WRK-TAM)
           TALLYING WRK-QTD-BRANCO FOR ALL SPACE
       MOVE SPACES TO WRK-EMAIL-USUARIO
       MOVE SPACES TO WRK-EMAIL-DOMINIO
       UNSTRING WRK-EMAIL DELIMITED BY '@'
           INTO WRK-EMAIL-USUARIO WRK-EMAIL-DOMINIO
       END-UNSTRING
       INSPECT WRK-EMAIL-DOMINIO TALLYING WRK-QTD-PONTO FOR ALL '.'
       IF WRK-QTD-ARROBA NOT = 1 OR WRK-QTD-BRANCO NOT = ZERO
       OR WRK-EMAIL-USUARIO = SPACES OR WRK-QTD-PONTO = ZERO
       OR WRK-EMAIL-DOMINIO(1:1) = '.'
       OR WRK-EMAIL(WRK-TAM:1) = '.'
       MOVE 'N' TO WRK-SW-EMAIL
       END-IF
       END-IF.

       7100-INDICE-TIPO.
       EVALUATE TRUE
       WHEN AVISO-VENCIMENTO
       MOVE 1 TO WRK-IT
       WHEN AVISO-RESERVA
       MOVE 2 TO WRK-IT
       WHEN OTHER
       MOVE 3 TO WRK-IT
       END-EVALUATE.

       7200-LINHA-DETALHE.
       EVALUATE TRUE
       WHEN AVISO-VENCIMENTO
       MOVE 'VENCIM.' TO WRK-LD-TIPO
       WHEN AVISO-RESERVA
       MOVE 'RESERVA' TO WRK-LD-TIPO
       WHEN OTHER
       MOVE 'SALDO' TO WRK-LD-TIPO
       END-EVALUATE.
       MOVE AVISO-FONE TO WRK-LD-FONE.
       MOVE AVISO-NOME TO WRK-LD-NOME.
       MOVE AVISO-EMAIL TO WRK-LD-EMAIL.
       EVALUATE TRUE
       WHEN AVISO-EMAIL-INVALIDO
       MOVE 'EMAIL INVALIDO' TO WRK-LD-REFER
       WHEN AVISO-DEVOLVIDO
       MOVE 'DEVOLVIDO' TO WRK-LD-REFER
       WHEN AVISO-ENVIADO
       MOVE 'ENVIADO' TO WRK-LD-REFER
       WHEN OTHER
       MOVE 'NA FILA' TO WRK-LD-REFER
       END-EVALUATE.
       MOVE WRK-LINHA-DET TO REL-LINHA.
       WRITE REL-LINHA.

       8000-RESUMO.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'RESUMO DA EXECUCAO' TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE '  TIPO           NA FILA  ENVIADOS  DEVOLV.  INVALIDO'
           TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'VENCIMENTO' TO WRK-LT-TIPO.
       MOVE 1 TO WRK-IT.
       PERFORM 8200-LINHA-TIPO.
       MOVE 'RESERVA' TO WRK-LT-TIPO.
       MOVE 2 TO WRK-IT.
       PERFORM 8200-LINHA-TIPO.
       MOVE 'SALDO' TO WRK-LT-TIPO.
       MOVE 3 TO WRK-IT.
       PERFORM 8200-LINHA-TIPO.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'SITUACAO DA CAIXA DE SAIDA' TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'AVISOS NA FILA......................:'
           TO WRK-CNT-DESC.
       MOVE WRK-TOT-PENDENTE TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'AVISOS ENVIADOS.....................:'
           TO WRK-CNT-DESC.
       MOVE WRK-TOT-ENVIADO TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'AVISOS DEVOLVIDOS...................:'
           TO WRK-CNT-DESC.
       MOVE WRK-TOT-DEVOLVIDO TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'AVISOS RETIDOS POR EMAIL INVALIDO...:'
           TO WRK-CNT-DESC.
       MOVE WRK-TOT-INVALIDO TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'RETORNOS SEM AVISO CORRESPONDENTE...:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-DEV-NAO TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'CLIENTES COM EMAIL INVALIDO.........:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-CLI-INV TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.

       8100-GRAVA-RESUMO.
       MOVE WRK-LINHA-CNT TO REL-LINHA.
       WRITE REL-LINHA.

       8200-LINHA-TIPO.
       MOVE WRK-TT-FILA(WRK-IT) TO WRK-LT-FILA.
       MOVE WRK-TT-ENV(WRK-IT) TO WRK-LT-ENV.
       MOVE WRK-TT-DEV(WRK-IT) TO WRK-LT-DEV.
       MOVE WRK-TT-INV(WRK-IT) TO WRK-LT-INV.
       MOVE WRK-LINHA-TIPO TO REL-LINHA.
       WRITE REL-LINHA.

       9000-FINALIZAR.
       CLOSE AVISOS.
       CLOSE CLIENTES.
       CLOSE FILMES.
       CLOSE REL-AVISOS.
       DISPLAY 'AVISOBAT GERADO - ENVIADOS: '
           WRK-TT-ENV(1) ' ' WRK-TT-ENV(2) ' ' WRK-TT-ENV(3).

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
       MOVE SPACES TO WRK-ARQ-AVISOS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'AVISOS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-AVISOS.
       MOVE SPACES TO WRK-ARQ-ALUGUEIS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'ALUGUEIS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-ALUGUEIS.
       MOVE SPACES TO WRK-ARQ-CLIENTES.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'CLIENTES.DAT' DELIMITED BY SIZE INTO WRK-ARQ-CLIENTES.
       MOVE SPACES TO WRK-ARQ-FILMES.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'FILMES.DAT' DELIMITED BY SIZE INTO WRK-ARQ-FILMES.
       MOVE SPACES TO WRK-ARQ-FATURAS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'FATURAS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-FATURAS.
       MOVE SPACES TO WRK-ARQ-ENVIO.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'AVISOENV.TXT' DELIMITED BY SIZE INTO WRK-ARQ-ENVIO.
       MOVE SPACES TO WRK-ARQ-DEVOL.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'AVISODEV.DAT' DELIMITED BY SIZE INTO WRK-ARQ-DEVOL.
       MOVE SPACES TO WRK-ARQ-RELATORIO.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'AVISOREL.TXT' DELIMITED BY SIZE INTO WRK-ARQ-RELATORIO.
