      ************************************
      * AUTHOR: CAIO                      EMPRESA: X
      *OBJETIVO: SISTEMA DE GESTAO DE FLIMES - ARQUIVAMENTO E EXPURGO
      *          DE HISTALUG.DAT E FATURAS.DAT POR RETENCAO EM MESES,
      *          COM ARQUIVOS ANUAIS E PONTO DE RETOMADA POR FASE
      *Data: 02/09/2026
      **************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ALUGUEIS-HIST ASSIGN TO WRK-ARQ-ALUGHIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ALUGHIST-STATUS
       RECORD KEY IS HIST-CHAVE
       ALTERNATE RECORD KEY IS HIST-CHAVE-FILME.
       SELECT FATURAS ASSIGN TO WRK-ARQ-FATURAS
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
           DATA DIVISION.
           FILE SECTION.
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
       FD ARQ-SAIDA.
       01 ARQ-LINHA             PIC X(100).
       FD CHECKPOINT.
       01 CHECKPOINT-REG.
           05 CKP-DATA           PIC 9(08).
           05 CKP-FILME          PIC 9(05).
           05 CKP-DTDEV          PIC 9(08).
           05 CKP-FRET           PIC 9(07).
           05 CKP-HCHAVE         PIC X(22).
       FD CONTROLE.
       01 CONTROLE-REG.
           05 CTL-DATA           PIC 9(08).
       77 WRK-PAR-DIRETORIO  PIC X(45) VALUE
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\'.
       77 WRK-ARQ-ALUGHIST   PIC X(80).
       77 WRK-ARQ-FATURAS    PIC X(80).
       77 WRK-ARQ-ARQUIVO    PIC X(80).
       77 WRK-ARQ-CKP        PIC X(80).
           05 WRK-LR-PTS-RESG    PIC 9(05).
           05 WRK-LR-RETENCAO    PIC 9(03).
       77 ALUGHIST-STATUS    PIC 9(02).
       77 FATURAS-STATUS     PIC 9(02).
       77 ARQSAIDA-STATUS    PIC 9(02).
       77 CHECKPOINT-STATUS  PIC 9(02).
       77 WRK-FASE           PIC 9(01) VALUE 1.
       77 WRK-MESES-LIM      PIC 9(07) COMP.
       77 WRK-MESES-REC      PIC 9(07) COMP.
       77 WRK-CONT-PROC      PIC 9(07) VALUE ZERO.
       77 WRK-HIST-ARQ       PIC 9(07) VALUE ZERO.
       77 WRK-HIST-REM       PIC 9(07) VALUE ZERO.
       77 WRK-CKP-FONE       PIC 9(09) VALUE ZERO.
       77 WRK-CKP-FILME      PIC 9(05) VALUE ZERO.
       77 WRK-CKP-DTDEV      PIC 9(08) VALUE ZERO.
       01 WRK-CKP-HCHAVE.
           05 WRK-CKP-HFONE      PIC 9(09) VALUE ZERO.
           05 WRK-CKP-HDTLOC     PIC 9(08) VALUE ZERO.
           05 WRK-CKP-HFILME     PIC 9(05) VALUE ZERO.
       77 WRK-SW-FIM         PIC X(01).
           88 FIM-ENTRADA        VALUE 'S'.
           88 NAO-FIM-ENTRADA    VALUE 'N'.
           05 WRK-DR-ANO         PIC 9(04).
           05 WRK-DR-MES         PIC 9(02).
           05 WRK-DR-DIA         PIC 9(02).
       01 WRK-LINHA-HISTARQ.
           05 WRK-HA-FONE        PIC 9(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-HA-DT-LOC      PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-HA-FILME       PIC 9(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-HA-COPIA       PIC 9(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-HA-DT-PREV     PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-HA-DT-DEV      PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-HA-ATRASO      PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-HA-DIAS-LOC    PIC 9(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-HA-DIAS-ATR    PIC 9(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-HA-VLR-LOC     PIC 9(05)V99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-HA-VLR-MULTA   PIC 9(05)V99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-HA-VLR-AVARIA  PIC 9(05)V99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-HA-VLR-TOTAL   PIC 9(05)V99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-HA-OPERADOR    PIC X(10).
       01 WRK-LINHA-FATARQ.
           05 WRK-FA-FONE        PIC 9(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-FA-VLR-TOTAL   PIC 9(05)V99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-FA-VLR-PAGO    PIC 9(05)V99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-FA-VLR-AVARIA  PIC 9(05)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
       PERFORM 1000-INICIAR.
       IF WRK-FASE < 2
       PERFORM 2000-EXPURGA-HISTORICO
       END-IF.
       PERFORM 4000-EXPURGA-FATURAS.
       PERFORM 5000-CONTAGEM-FINAL.
       PERFORM 6000-GRAVA-CONTROLE.
       GOBACK.

       1000-INICIAR.
       PERFORM 1400-LER-PARAMETROS.
       READ CHECKPOINT INTO CHECKPOINT-REG
       IF CKP-FASE IS NUMERIC AND CKP-FASE NOT = ZERO
       MOVE CKP-FASE TO WRK-FASE
       MOVE CKP-PROC TO WRK-CONT-PROC
       MOVE CKP-HARQ TO WRK-HIST-ARQ
       MOVE CKP-FARQ TO WRK-FAT-ARQ
       MOVE CKP-FONE TO WRK-CKP-FONE
       IF CKP-FRET IS NUMERIC
       MOVE CKP-FRET TO WRK-FAT-RET
       END-IF
       IF CKP-HCHAVE IS NUMERIC
       MOVE CKP-HCHAVE TO WRK-CKP-HCHAVE
       END-IF
       ELSE
       MOVE 1 TO WRK-FASE
       END-IF
       END-IF.
       CLOSE CHECKPOINT.

       2000-EXPURGA-HISTORICO.
       MOVE 'N' TO WRK-SW-FIM.
       OPEN I-O ALUGUEIS-HIST.
       IF ALUGHIST-STATUS NOT = ZERO AND ALUGHIST-STATUS NOT = 35
       DISPLAY 'ERRO AO ABRIR HISTALUG.DAT - STATUS ' ALUGHIST-STATUS
       MOVE 16 TO RETURN-CODE
       GOBACK
       END-IF.
       IF ALUGHIST-STATUS = 35
       MOVE 'S' TO WRK-SW-FIM
       CLOSE ALUGUEIS-HIST
       ELSE
       MOVE WRK-CKP-HFONE TO HIST-FONE
       MOVE WRK-CKP-HDTLOC TO HIST-DT-LOC
       MOVE WRK-CKP-HFILME TO HIST-FILME
       IF WRK-CKP-HCHAVE = ZEROS
       START ALUGUEIS-HIST KEY IS NOT LESS THAN HIST-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM
       END-START
       ELSE
       START ALUGUEIS-HIST KEY IS GREATER THAN HIST-CHAVE
       INVALID KEY
       MOVE 'S' TO WRK-SW-FIM
       END-START
       END-IF
       PERFORM 2100-LER-HIST UNTIL FIM-ENTRADA
       CLOSE ALUGUEIS-HIST
       END-IF.
       MOVE 2 TO WRK-FASE.
       PERFORM 2900-GRAVA-CHECKPOINT.

       2100-LER-HIST.
       READ ALUGUEIS-HIST NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       ADD 1 TO WRK-CONT-PROC
       MOVE HIST-FONE TO WRK-CKP-HFONE
       MOVE HIST-DT-LOC TO WRK-CKP-HDTLOC
       MOVE HIST-FILME TO WRK-CKP-HFILME
       PERFORM 2200-ROTEIA-HIST
       PERFORM 2900-GRAVA-CHECKPOINT
       END-READ.

       2200-ROTEIA-HIST.
       IF HIST-DT-DEV IS NUMERIC AND HIST-DT-DEV NOT = ZERO
       MOVE HIST-DT-DEV TO WRK-DATA-REC
       COMPUTE WRK-MESES-REC = WRK-DR-ANO * 12 + WRK-DR-MES
       ELSE
       MOVE WRK-MESES-LIM TO WRK-MESES-REC
       END-IF.
       IF WRK-MESES-REC < WRK-MESES-LIM
       PERFORM 2300-ARQUIVA-HIST
       DELETE ALUGUEIS-HIST
       INVALID KEY
       CONTINUE
       END-DELETE
       ADD 1 TO WRK-HIST-ARQ
       END-IF.

       2300-ARQUIVA-HIST.
       MOVE SPACES TO WRK-ARQ-ARQUIVO.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'HISTALUG_' DELIMITED BY SIZE
           WRK-DR-ANO DELIMITED BY SIZE
           '.ARQ' DELIMITED BY SIZE INTO WRK-ARQ-ARQUIVO.
       OPEN EXTEND ARQ-SAIDA.
       IF ARQSAIDA-STATUS = 35 THEN
       OPEN OUTPUT ARQ-SAIDA
       END-IF.
       MOVE HIST-FONE TO WRK-HA-FONE.
       MOVE HIST-DT-LOC TO WRK-HA-DT-LOC.
       MOVE HIST-FILME TO WRK-HA-FILME.
       MOVE HIST-COPIA TO WRK-HA-COPIA.
       MOVE HIST-DT-PREV TO WRK-HA-DT-PREV.
       MOVE HIST-DT-DEV TO WRK-HA-DT-DEV.
       MOVE HIST-ATRASO TO WRK-HA-ATRASO.
       MOVE HIST-DIAS-LOC TO WRK-HA-DIAS-LOC.
       MOVE HIST-DIAS-ATR TO WRK-HA-DIAS-ATR.
       MOVE HIST-VLR-LOCACAO TO WRK-HA-VLR-LOC.
       MOVE HIST-VLR-MULTA TO WRK-HA-VLR-MULTA.
       MOVE HIST-VLR-AVARIA TO WRK-HA-VLR-AVARIA.
       MOVE HIST-VLR-TOTAL TO WRK-HA-VLR-TOTAL.
       MOVE HIST-OPERADOR TO WRK-HA-OPERADOR.
       MOVE SPACES TO ARQ-LINHA.
       MOVE WRK-LINHA-HISTARQ TO ARQ-LINHA.
       WRITE ARQ-LINHA.
       CLOSE ARQ-SAIDA.

       4000-EXPURGA-FATURAS.
       MOVE 'N' TO WRK-SW-FIM.
       OPEN I-O FATURAS.
       IF FATURAS-STATUS NOT = ZERO AND FATURAS-STATUS NOT = 35
       DISPLAY 'ERRO AO ABRIR FATURAS.DAT - STATUS ' FATURAS-STATUS
       MOVE 16 TO RETURN-CODE
       GOBACK
       END-IF.
       IF FATURAS-STATUS = 35
       MOVE 'S' TO WRK-SW-FIM
       MOVE FATURAS-VLR-MULTA TO WRK-FA-VLR-MULTA.
       MOVE FATURAS-VLR-TOTAL TO WRK-FA-VLR-TOTAL.
       MOVE FATURAS-VLR-PAGO TO WRK-FA-VLR-PAGO.
       MOVE FATURAS-VLR-AVARIA TO WRK-FA-VLR-AVARIA.
       MOVE SPACES TO ARQ-LINHA.
       MOVE WRK-LINHA-FATARQ TO ARQ-LINHA.
       WRITE ARQ-LINHA.
       MOVE 'N' TO WRK-SW-FIM.
       MOVE ZERO TO WRK-HIST-REM.
       OPEN INPUT ALUGUEIS-HIST.
       IF ALUGHIST-STATUS NOT = ZERO
       MOVE 'S' TO WRK-SW-FIM
       END-IF.
       PERFORM 5100-CONTA-HIST UNTIL FIM-ENTRADA.
       END-IF.
       IF FATURAS-STATUS NOT = ZERO AND FATURAS-STATUS NOT = 35
       DISPLAY 'ERRO AO ABRIR FATURAS.DAT - STATUS ' FATURAS-STATUS
       MOVE 16 TO RETURN-CODE
       GOBACK
       END-IF.
       PERFORM 5200-CONTA-FATURA UNTIL FIM-ENTRADA.
       CLOSE FATURAS.

       5100-CONTA-HIST.
       READ ALUGUEIS-HIST NEXT RECORD
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       MOVE WRK-CKP-FILME TO CKP-FILME.
       MOVE WRK-CKP-DTDEV TO CKP-DTDEV.
       MOVE WRK-FAT-RET TO CKP-FRET.
       MOVE WRK-CKP-HCHAVE TO CKP-HCHAVE.
       WRITE CHECKPOINT-REG.
       CLOSE CHECKPOINT.

       1450-MONTA-ARQUIVOS.
       MOVE SPACES TO WRK-ARQ-ALUGHIST.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'HISTALUG.DAT' DELIMITED BY SIZE INTO WRK-ARQ-ALUGHIST.
       MOVE SPACES TO WRK-ARQ-FATURAS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'FATURAS.DAT' DELIMITED BY SIZE INTO WRK-ARQ-FATURAS.
