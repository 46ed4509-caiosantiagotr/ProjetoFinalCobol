       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTURNO.
      ************************************
      * AUTHOR: CAIO                      EMPRESA: X
      *OBJETIVO: SISTEMA DE GESTAO DE FLIMES - CONDUTOR DA CADEIA
      *          NOTURNA: EXECUTA OS PASSOS DA TABELA NOTPASSO.DAT,
      *          REGISTRA INICIO/FIM/RETORNO EM NOTLOG.DAT, RETOMA
      *          A PARTIR DO PASSO QUE FALHOU (NOTCTL.DAT) E EMITE O
      *          RESUMO DA MANHA (NOTRESUMO.TXT)
      *Data: 15/10/2026
      **************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PASSOS ASSIGN TO WRK-ARQ-PASSOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PASSOS-STATUS.
       SELECT CONTROLE ASSIGN TO WRK-ARQ-CONTROLE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CONTROLE-STATUS.
       SELECT LOG-NOTURNO ASSIGN TO WRK-ARQ-LOG
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LOG-STATUS.
       SELECT REL-RESUMO ASSIGN TO WRK-ARQ-RELATORIO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REL-STATUS.
       SELECT PARAMS ASSIGN TO
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\PARAMS.DAT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PARAMS-STATUS.
           DATA DIVISION.
           FILE SECTION.
       FD PASSOS.
       01 PASSOS-LINHA           PIC X(20).
       FD CONTROLE.
       01 CONTROLE-LINHA         PIC X(30).
       FD LOG-NOTURNO.
       01 LOG-LINHA              PIC X(80).
       FD REL-RESUMO.
       01 REL-LINHA              PIC X(100).
       FD PARAMS.
       01 PARAMS-REG             PIC X(60).
       WORKING-STORAGE SECTION.
       77 PARAMS-STATUS      PIC 9(02).
       77 WRK-PAR-DIRETORIO  PIC X(45) VALUE
       'C:\Users\Windows\Cobol\ProjetoFinalCobol\'.
       77 WRK-ARQ-PASSOS     PIC X(80).
       77 WRK-ARQ-CONTROLE   PIC X(80).
       77 WRK-ARQ-LOG        PIC X(80).
       77 WRK-ARQ-RELATORIO  PIC X(80).
       77 WRK-SW-FIM-PAR     PIC X(01).
           88 FIM-PARAMS         VALUE 'S'.
           88 NAO-FIM-PARAMS     VALUE 'N'.
       77 PASSOS-STATUS      PIC 9(02).
       77 CONTROLE-STATUS    PIC 9(02).
       77 LOG-STATUS         PIC 9(02).
       77 REL-STATUS         PIC 9(02).
       77 WRK-DATA-EXEC      PIC 9(08).
       77 WRK-INT-AUX        PIC 9(07).
       77 WRK-SEQ-INICIO     PIC 9(02) VALUE ZERO.
       77 WRK-QTD-PASSOS     PIC 9(02) COMP VALUE ZERO.
       77 WRK-IX             PIC 9(02) COMP.
       77 WRK-PROGRAMA       PIC X(10).
       77 WRK-RC             PIC S9(04).
       77 WRK-TECLA          PIC X(01).
       77 WRK-PASSO-FALHO    PIC X(10) VALUE SPACES.
       77 WRK-CONT-OK        PIC 9(03) VALUE ZERO.
       77 WRK-CONT-AVISO     PIC 9(03) VALUE ZERO.
       77 WRK-CONT-ERRO      PIC 9(03) VALUE ZERO.
       77 WRK-CONT-PULADOS   PIC 9(03) VALUE ZERO.
       77 WRK-CONT-PENDENTES PIC 9(03) VALUE ZERO.
       77 WRK-SW-FIM         PIC X(01).
           88 FIM-PASSOS         VALUE 'S'.
           88 NAO-FIM-PASSOS     VALUE 'N'.
       77 WRK-SW-FIM-MES     PIC X(01).
           88 FIM-DE-MES         VALUE 'S'.
       77 WRK-SW-RETOMADA    PIC X(01) VALUE 'N'.
           88 EM-RETOMADA        VALUE 'S'.
       77 WRK-SW-FALHA       PIC X(01) VALUE 'N'.
           88 CADEIA-FALHOU      VALUE 'S'.
       77 WRK-SW-JA-FEITA    PIC X(01) VALUE 'N'.
           88 CADEIA-JA-CONCLUIDA VALUE 'S'.
       01 WRK-DT-PROC.
           05 WRK-DTP-ANOMES     PIC 9(06).
           05 WRK-DTP-DIA        PIC 9(02).
       01 WRK-DATA-PROC REDEFINES WRK-DT-PROC PIC 9(08).
       01 WRK-DT-SEG.
           05 WRK-DTS-ANO        PIC 9(04).
           05 WRK-DTS-MES        PIC 9(02).
           05 WRK-DTS-DIA        PIC 9(02).
       01 WRK-DATA-SEG REDEFINES WRK-DT-SEG PIC 9(08).
       01 WRK-DT-MES-PROC.
           05 WRK-DMP-ANO        PIC 9(04).
           05 WRK-DMP-MES        PIC 9(02).
       01 WRK-HORA.
           05 WRK-HR-HH          PIC 9(02).
           05 WRK-HR-MM          PIC 9(02).
           05 WRK-HR-SS          PIC 9(02).
           05 WRK-HR-CC          PIC 9(02).
       01 WRK-LOTE.
           05 WRK-LOTE-DATA      PIC 9(08).
           05 WRK-LOTE-ANOMES    PIC 9(06).
       01 WRK-BUF-PARAM          PIC X(60).
       01 WRK-LINHA-GERAL.
           05 WRK-LG-TIPO        PIC X(01).
           05 FILLER             PIC X(01).
           05 WRK-LG-DIR         PIC X(45).
           05 WRK-LG-PRAZO       PIC 9(03).
           05 WRK-LG-LIMITE      PIC 9(03).
           05 WRK-LG-MULTA       PIC 9(03)V99.
       01 WRK-TAB-PADRAO.
           05 FILLER PIC X(14) VALUE '01ATRASADOS DS'.
           05 FILLER PIC X(14) VALUE '02INTEGBAT  DS'.
           05 FILLER PIC X(14) VALUE '03BKPCLI    DS'.
           05 FILLER PIC X(14) VALUE '04FECHDIA   DS'.
           05 FILLER PIC X(14) VALUE '05CONTREC   DS'.
           05 FILLER PIC X(14) VALUE '06FATREL    MS'.
           05 FILLER PIC X(14) VALUE '07ESTMES    MS'.
           05 FILLER PIC X(14) VALUE '08RENTCOP   MS'.
           05 FILLER PIC X(14) VALUE '09ARQMOV    MS'.
           05 FILLER PIC X(14) VALUE '10FATEXP    MS'.
           05 FILLER PIC X(14) VALUE '11AVISOBAT  DS'.
       01 WRK-TAB-PADRAO-R REDEFINES WRK-TAB-PADRAO.
           05 WRK-PAD-ENT OCCURS 11 TIMES.
               10 WRK-PAD-SEQ    PIC 9(02).
               10 WRK-PAD-PROG   PIC X(10).
               10 WRK-PAD-FREQ   PIC X(01).
               10 WRK-PAD-REEXEC PIC X(01).
       01 WRK-TAB-PASSOS.
           05 WRK-TP-ENT OCCURS 30 TIMES.
               10 WRK-TP-SEQ     PIC 9(02).
               10 WRK-TP-PROG    PIC X(10).
               10 WRK-TP-FREQ    PIC X(01).
               10 WRK-TP-REEXEC  PIC X(01).
       01 WRK-LINHA-PASSO.
           05 WRK-LP-SEQ         PIC 9(02).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LP-PROG        PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LP-FREQ        PIC X(01).
               88 PASSO-DIARIO       VALUE 'D'.
               88 PASSO-FIM-MES      VALUE 'M'.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LP-REEXEC      PIC X(01).
               88 PASSO-REEXECUTAVEL VALUE 'S'.
       01 WRK-LINHA-CTL.
           05 WRK-CTL-DATA       PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-CTL-SIT        PIC X(01).
               88 CTL-CONCLUIDA      VALUE 'C'.
               88 CTL-FALHOU         VALUE 'F'.
               88 CTL-EM-EXECUCAO    VALUE 'E'.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-CTL-SEQ        PIC 9(02).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-CTL-PROG       PIC X(10).
       01 WRK-LINHA-LOG.
           05 WRK-LOG-DATA-PROC  PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LOG-SEQ        PIC 9(02).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LOG-PROG       PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LOG-DT-INI     PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LOG-HR-INI     PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LOG-DT-FIM     PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LOG-HR-FIM     PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LOG-STATUS     PIC X(02).
               88 LOG-OK             VALUE 'OK'.
               88 LOG-AVISO          VALUE 'AV'.
               88 LOG-ERRO           VALUE 'ER'.
               88 LOG-NAO-INSTALADO  VALUE 'NI'.
               88 LOG-PULADO         VALUE 'PU'.
               88 LOG-LIBERADO       VALUE 'LB'.
               88 LOG-ABORTADO       VALUE 'AB'.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LOG-RC         PIC -ZZZ9.
       01 WRK-LINHA-REL.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-SEQ         PIC 9(02).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-PROG        PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-FREQ        PIC X(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-INICIO.
               10 WRK-LR-HI-HH   PIC 9(02).
               10 FILLER         PIC X(01) VALUE ':'.
               10 WRK-LR-HI-MM   PIC 9(02).
               10 FILLER         PIC X(01) VALUE ':'.
               10 WRK-LR-HI-SS   PIC 9(02).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-FIM.
               10 WRK-LR-HF-HH   PIC 9(02).
               10 FILLER         PIC X(01) VALUE ':'.
               10 WRK-LR-HF-MM   PIC 9(02).
               10 FILLER         PIC X(01) VALUE ':'.
               10 WRK-LR-HF-SS   PIC 9(02).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-RC          PIC -ZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-SITUACAO    PIC X(26).
       01 WRK-LINHA-CNT.
           05 WRK-CNT-DESC       PIC X(36).
           05 WRK-CNT-QTD        PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
       PERFORM 1000-INICIAR.
       IF CADEIA-JA-CONCLUIDA
       PERFORM 7000-JA-CONCLUIDA
       ELSE
       PERFORM 2000-EXECUTA-CADEIA
       IF EM-RETOMADA AND NOT CADEIA-FALHOU
       AND WRK-DATA-PROC < WRK-DATA-EXEC
       MOVE WRK-DATA-EXEC TO WRK-DATA-PROC
       MOVE 'N' TO WRK-SW-RETOMADA
       MOVE ZERO TO WRK-SEQ-INICIO
       PERFORM 2000-EXECUTA-CADEIA
       END-IF
       END-IF.
       PERFORM 8000-RESUMO.
       PERFORM 9000-FINALIZAR.
       STOP RUN.

       1000-INICIAR.
       PERFORM 1400-LER-PARAMETROS.
       ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
       PERFORM 1100-CARREGA-PASSOS.
       IF WRK-QTD-PASSOS = ZERO
       DISPLAY 'TABELA DE PASSOS VAZIA - NOTPASSO.DAT'
       MOVE 16 TO RETURN-CODE
       STOP RUN
       END-IF.
       PERFORM 1200-LER-CONTROLE.
       OPEN EXTEND LOG-NOTURNO.
       IF LOG-STATUS = 35 THEN
       OPEN OUTPUT LOG-NOTURNO
       CLOSE LOG-NOTURNO
       OPEN EXTEND LOG-NOTURNO
       END-IF.
       OPEN OUTPUT REL-RESUMO.
       MOVE SPACES TO REL-LINHA.
       STRING 'RESUMO DA CADEIA NOTURNA - EMISSAO ' DELIMITED BY SIZE
           WRK-DATA-EXEC DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.

       1100-CARREGA-PASSOS.
       OPEN INPUT PASSOS.
       IF PASSOS-STATUS = 35
       PERFORM 1150-GRAVA-PADRAO
       OPEN INPUT PASSOS
       END-IF.
       MOVE 'N' TO WRK-SW-FIM.
       IF PASSOS-STATUS NOT = ZERO
       MOVE 'S' TO WRK-SW-FIM
       END-IF.
       PERFORM 1110-LER-PASSO UNTIL FIM-PASSOS.
       CLOSE PASSOS.

       1110-LER-PASSO.
       READ PASSOS
       AT END
       MOVE 'S' TO WRK-SW-FIM
       NOT AT END
       MOVE PASSOS-LINHA TO WRK-LINHA-PASSO
       IF WRK-LP-SEQ IS NUMERIC AND WRK-LP-PROG NOT = SPACES
       AND (PASSO-DIARIO OR PASSO-FIM-MES)
       AND WRK-QTD-PASSOS < 30
       ADD 1 TO WRK-QTD-PASSOS
       MOVE WRK-LP-SEQ TO WRK-TP-SEQ(WRK-QTD-PASSOS)
       MOVE WRK-LP-PROG TO WRK-TP-PROG(WRK-QTD-PASSOS)
       MOVE WRK-LP-FREQ TO WRK-TP-FREQ(WRK-QTD-PASSOS)
       MOVE WRK-LP-REEXEC TO WRK-TP-REEXEC(WRK-QTD-PASSOS)
       END-IF
       END-READ.

       1150-GRAVA-PADRAO.
       OPEN OUTPUT PASSOS.
       PERFORM 1160-GRAVA-PASSO-PADRAO
           VARYING WRK-IX FROM 1 BY 1 UNTIL WRK-IX > 11.
       CLOSE PASSOS.

       1160-GRAVA-PASSO-PADRAO.
       MOVE WRK-PAD-SEQ(WRK-IX) TO WRK-LP-SEQ.
       MOVE WRK-PAD-PROG(WRK-IX) TO WRK-LP-PROG.
       MOVE WRK-PAD-FREQ(WRK-IX) TO WRK-LP-FREQ.
       MOVE WRK-PAD-REEXEC(WRK-IX) TO WRK-LP-REEXEC.
       MOVE WRK-LINHA-PASSO TO PASSOS-LINHA.
       WRITE PASSOS-LINHA.

       1200-LER-CONTROLE.
       MOVE SPACES TO WRK-CTL-SIT.
       OPEN INPUT CONTROLE.
       IF CONTROLE-STATUS = ZERO
       READ CONTROLE INTO WRK-LINHA-CTL
       AT END
       MOVE SPACES TO WRK-CTL-SIT
       END-READ
       CLOSE CONTROLE
       END-IF.
       IF WRK-CTL-DATA NOT NUMERIC OR WRK-CTL-SEQ NOT NUMERIC
       MOVE SPACES TO WRK-CTL-SIT
       END-IF.
       IF CTL-FALHOU OR CTL-EM-EXECUCAO
       MOVE WRK-CTL-DATA TO WRK-DATA-PROC
       MOVE WRK-CTL-SEQ TO WRK-SEQ-INICIO
       MOVE 'S' TO WRK-SW-RETOMADA
       ELSE
       MOVE WRK-DATA-EXEC TO WRK-DATA-PROC
       MOVE ZERO TO WRK-SEQ-INICIO
       IF CTL-CONCLUIDA AND WRK-CTL-DATA = WRK-DATA-EXEC
       MOVE 'S' TO WRK-SW-JA-FEITA
       END-IF
       END-IF.

       2000-EXECUTA-CADEIA.
       MOVE 'N' TO WRK-SW-FALHA.
       MOVE 'N' TO WRK-SW-FIM-MES.
       COMPUTE WRK-INT-AUX =
           FUNCTION INTEGER-OF-DATE(WRK-DATA-PROC) + 1.
       COMPUTE WRK-DATA-SEG = FUNCTION DATE-OF-INTEGER(WRK-INT-AUX).
       MOVE WRK-DTP-ANOMES TO WRK-DT-MES-PROC.
       IF WRK-DTS-MES NOT = WRK-DMP-MES
       MOVE 'S' TO WRK-SW-FIM-MES
       END-IF.
       MOVE WRK-DATA-PROC TO WRK-LOTE-DATA.
       MOVE WRK-DTP-ANOMES TO WRK-LOTE-ANOMES.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING 'PROCESSAMENTO DE ' DELIMITED BY SIZE
           WRK-DATA-PROC DELIMITED BY SIZE
           ' - FIM DE MES: ' DELIMITED BY SIZE
           WRK-SW-FIM-MES DELIMITED BY SIZE INTO REL-LINHA.
       IF EM-RETOMADA
       STRING ' - RETOMADA NO PASSO ' DELIMITED BY SIZE
           WRK-SEQ-INICIO DELIMITED BY SIZE
           INTO REL-LINHA(44:25)
       END-IF.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING '  SQ  PROGRAMA    FREQ.    INICIO    FIM     '
           DELIMITED BY SIZE
           '     RC  SITUACAO' DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.
       PERFORM 2100-EXECUTA-PASSO VARYING WRK-IX FROM 1 BY 1
           UNTIL WRK-IX > WRK-QTD-PASSOS OR CADEIA-FALHOU.
       IF CADEIA-FALHOU
       PERFORM 2150-PASSO-PENDENTE VARYING WRK-IX FROM WRK-IX BY 1
           UNTIL WRK-IX > WRK-QTD-PASSOS
       ELSE
       MOVE WRK-DATA-PROC TO WRK-CTL-DATA
       MOVE 'C' TO WRK-CTL-SIT
       MOVE ZERO TO WRK-CTL-SEQ
       MOVE SPACES TO WRK-CTL-PROG
       PERFORM 2800-GRAVA-CONTROLE
       END-IF.

       2050-ZERA-HORARIOS.
       MOVE ZERO TO WRK-LR-HI-HH.
       MOVE ZERO TO WRK-LR-HI-MM.
       MOVE ZERO TO WRK-LR-HI-SS.
       MOVE ZERO TO WRK-LR-HF-HH.
       MOVE ZERO TO WRK-LR-HF-MM.
       MOVE ZERO TO WRK-LR-HF-SS.

       2100-EXECUTA-PASSO.
       MOVE WRK-TP-PROG(WRK-IX) TO WRK-PROGRAMA.
       MOVE ZERO TO WRK-RC.
       MOVE ZERO TO WRK-HORA.
       MOVE WRK-DATA-PROC TO WRK-LOG-DATA-PROC.
       MOVE WRK-TP-SEQ(WRK-IX) TO WRK-LOG-SEQ.
       MOVE WRK-PROGRAMA TO WRK-LOG-PROG.
       MOVE ZERO TO WRK-LOG-DT-INI.
       MOVE ZERO TO WRK-LOG-HR-INI.
       MOVE ZERO TO WRK-LOG-DT-FIM.
       MOVE ZERO TO WRK-LOG-HR-FIM.
       PERFORM 2050-ZERA-HORARIOS.
       IF WRK-TP-SEQ(WRK-IX) < WRK-SEQ-INICIO
       MOVE 'JA EXECUTADO' TO WRK-LR-SITUACAO
       PERFORM 2750-LINHA-RELATORIO
       ELSE
       IF WRK-TP-FREQ(WRK-IX) = 'M' AND NOT FIM-DE-MES
       MOVE 'PU' TO WRK-LOG-STATUS
       MOVE 'NAO PREVISTO HOJE' TO WRK-LR-SITUACAO
       ADD 1 TO WRK-CONT-PULADOS
       PERFORM 2700-GRAVA-LOG
       PERFORM 2750-LINHA-RELATORIO
       ELSE
       IF EM-RETOMADA AND WRK-TP-SEQ(WRK-IX) = WRK-SEQ-INICIO
       AND WRK-TP-REEXEC(WRK-IX) NOT = 'S'
       PERFORM 2300-CONFIRMA-REEXECUCAO
       ELSE
       PERFORM 2200-CHAMA-PASSO
       END-IF
       END-IF
       END-IF.

       2150-PASSO-PENDENTE.
       MOVE WRK-TP-PROG(WRK-IX) TO WRK-PROGRAMA.
       MOVE ZERO TO WRK-RC.
       PERFORM 2050-ZERA-HORARIOS.
       MOVE 'NAO EXECUTADO' TO WRK-LR-SITUACAO.
       ADD 1 TO WRK-CONT-PENDENTES.
       PERFORM 2750-LINHA-RELATORIO.

       2200-CHAMA-PASSO.
       ACCEPT WRK-LOG-DT-INI FROM DATE YYYYMMDD.
       ACCEPT WRK-HORA FROM TIME.
       MOVE WRK-HORA TO WRK-LOG-HR-INI.
       MOVE WRK-HR-HH TO WRK-LR-HI-HH.
       MOVE WRK-HR-MM TO WRK-LR-HI-MM.
       MOVE WRK-HR-SS TO WRK-LR-HI-SS.
       MOVE WRK-DATA-PROC TO WRK-CTL-DATA.
       MOVE 'E' TO WRK-CTL-SIT.
       MOVE WRK-TP-SEQ(WRK-IX) TO WRK-CTL-SEQ.
       MOVE WRK-PROGRAMA TO WRK-CTL-PROG.
       PERFORM 2800-GRAVA-CONTROLE.
       DISPLAY 'NOTURNO - INICIO DO PASSO ' WRK-TP-SEQ(WRK-IX)
           ' ' WRK-PROGRAMA.
       MOVE ZERO TO RETURN-CODE.
       MOVE 'OK' TO WRK-LOG-STATUS.
       CALL WRK-PROGRAMA USING WRK-LOTE
       ON EXCEPTION
       MOVE 'NI' TO WRK-LOG-STATUS
       MOVE 99 TO WRK-RC
       NOT ON EXCEPTION
       MOVE RETURN-CODE TO WRK-RC
       CANCEL WRK-PROGRAMA
       END-CALL.
       MOVE ZERO TO RETURN-CODE.
       IF NOT LOG-NAO-INSTALADO
       IF WRK-RC = ZERO
       MOVE 'OK' TO WRK-LOG-STATUS
       ELSE
       IF WRK-RC > ZERO AND WRK-RC < 12
       MOVE 'AV' TO WRK-LOG-STATUS
       ELSE
       MOVE 'ER' TO WRK-LOG-STATUS
       END-IF
       END-IF
       END-IF.
       ACCEPT WRK-LOG-DT-FIM FROM DATE YYYYMMDD.
       ACCEPT WRK-HORA FROM TIME.
       MOVE WRK-HORA TO WRK-LOG-HR-FIM.
       MOVE WRK-HR-HH TO WRK-LR-HF-HH.
       MOVE WRK-HR-MM TO WRK-LR-HF-MM.
       MOVE WRK-HR-SS TO WRK-LR-HF-SS.
       EVALUATE TRUE
       WHEN LOG-OK
       MOVE 'CONCLUIDO' TO WRK-LR-SITUACAO
       ADD 1 TO WRK-CONT-OK
       WHEN LOG-AVISO
       MOVE 'CONCLUIDO COM AVISO' TO WRK-LR-SITUACAO
       ADD 1 TO WRK-CONT-AVISO
       WHEN LOG-NAO-INSTALADO
       MOVE 'FALHOU - MODULO AUSENTE' TO WRK-LR-SITUACAO
       PERFORM 2400-MARCA-FALHA
       WHEN OTHER
       MOVE 'FALHOU' TO WRK-LR-SITUACAO
       PERFORM 2400-MARCA-FALHA
       END-EVALUATE.
       PERFORM 2700-GRAVA-LOG.
       PERFORM 2750-LINHA-RELATORIO.

       2300-CONFIRMA-REEXECUCAO.
       DISPLAY 'PASSO ' WRK-TP-SEQ(WRK-IX) ' ' WRK-PROGRAMA
           ' FALHOU E NAO E REEXECUTAVEL'.
       DISPLAY 'R=REEXECUTAR  L=LIBERAR SEM EXECUTAR  OUTRA=ENCERRAR'.
       MOVE SPACE TO WRK-TECLA.
       ACCEPT WRK-TECLA.
       EVALUATE WRK-TECLA
       WHEN 'R'
       WHEN 'r'
       PERFORM 2200-CHAMA-PASSO
       WHEN 'L'
       WHEN 'l'
       MOVE 'LB' TO WRK-LOG-STATUS
       MOVE 'LIBERADO PELO OPERADOR' TO WRK-LR-SITUACAO
       ADD 1 TO WRK-CONT-PULADOS
       PERFORM 2700-GRAVA-LOG
       PERFORM 2750-LINHA-RELATORIO
       WHEN OTHER
       MOVE 'AB' TO WRK-LOG-STATUS
       MOVE 'ENCERRADO PELO OPERADOR' TO WRK-LR-SITUACAO
       PERFORM 2400-MARCA-FALHA
       PERFORM 2700-GRAVA-LOG
       PERFORM 2750-LINHA-RELATORIO
       END-EVALUATE.

       2400-MARCA-FALHA.
       MOVE 'S' TO WRK-SW-FALHA.
       ADD 1 TO WRK-CONT-ERRO.
       MOVE WRK-PROGRAMA TO WRK-PASSO-FALHO.
       MOVE WRK-DATA-PROC TO WRK-CTL-DATA.
       MOVE 'F' TO WRK-CTL-SIT.
       MOVE WRK-TP-SEQ(WRK-IX) TO WRK-CTL-SEQ.
       MOVE WRK-PROGRAMA TO WRK-CTL-PROG.
       PERFORM 2800-GRAVA-CONTROLE.

       2700-GRAVA-LOG.
       MOVE WRK-RC TO WRK-LOG-RC.
       MOVE WRK-LINHA-LOG TO LOG-LINHA.
       WRITE LOG-LINHA.

       2750-LINHA-RELATORIO.
       MOVE WRK-TP-SEQ(WRK-IX) TO WRK-LR-SEQ.
       MOVE WRK-PROGRAMA TO WRK-LR-PROG.
       IF WRK-TP-FREQ(WRK-IX) = 'M'
       MOVE 'FIM MES' TO WRK-LR-FREQ
       ELSE
       MOVE 'DIARIO' TO WRK-LR-FREQ
       END-IF.
       MOVE WRK-RC TO WRK-LR-RC.
       MOVE WRK-LINHA-REL TO REL-LINHA.
       WRITE REL-LINHA.

       2800-GRAVA-CONTROLE.
       OPEN OUTPUT CONTROLE.
       MOVE WRK-LINHA-CTL TO CONTROLE-LINHA.
       WRITE CONTROLE-LINHA.
       CLOSE CONTROLE.

       7000-JA-CONCLUIDA.
       MOVE SPACES TO REL-LINHA.
       STRING 'CADEIA DE ' DELIMITED BY SIZE
           WRK-DATA-EXEC DELIMITED BY SIZE
           ' JA CONCLUIDA - NENHUM PASSO EXECUTADO'
           DELIMITED BY SIZE INTO REL-LINHA.
       WRITE REL-LINHA.

       8000-RESUMO.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE 'PASSOS CONCLUIDOS...................:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-OK TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'PASSOS CONCLUIDOS COM AVISO.........:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-AVISO TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'PASSOS NAO PREVISTOS OU LIBERADOS...:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-PULADOS TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'PASSOS COM FALHA....................:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-ERRO TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE 'PASSOS NAO EXECUTADOS...............:'
           TO WRK-CNT-DESC.
       MOVE WRK-CONT-PENDENTES TO WRK-CNT-QTD.
       PERFORM 8100-GRAVA-RESUMO.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       MOVE SPACES TO REL-LINHA.
       IF CADEIA-FALHOU
       STRING '*** CADEIA INTERROMPIDA NO PASSO ' DELIMITED BY SIZE
           WRK-PASSO-FALHO DELIMITED BY SPACE
           ' - VERIFICAR ANTES DE ABRIR O BALCAO ***'
           DELIMITED BY SIZE INTO REL-LINHA
       ELSE
       MOVE 'CADEIA NOTURNA CONCLUIDA - BALCAO LIBERADO'
           TO REL-LINHA
       END-IF.
       WRITE REL-LINHA.

       8100-GRAVA-RESUMO.
       MOVE WRK-LINHA-CNT TO REL-LINHA.
       WRITE REL-LINHA.

       9000-FINALIZAR.
       CLOSE LOG-NOTURNO.
       CLOSE REL-RESUMO.
       IF CADEIA-FALHOU
       DISPLAY 'NOTURNO INTERROMPIDO NO PASSO ' WRK-PASSO-FALHO
       MOVE 16 TO RETURN-CODE
       ELSE
       DISPLAY 'NOTURNO CONCLUIDO - PASSOS OK: ' WRK-CONT-OK
           ' AVISO: ' WRK-CONT-AVISO
       MOVE ZERO TO RETURN-CODE
       END-IF.

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
       MOVE SPACES TO WRK-ARQ-PASSOS.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'NOTPASSO.DAT' DELIMITED BY SIZE INTO WRK-ARQ-PASSOS.
       MOVE SPACES TO WRK-ARQ-CONTROLE.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'NOTCTL.DAT' DELIMITED BY SIZE INTO WRK-ARQ-CONTROLE.
       MOVE SPACES TO WRK-ARQ-LOG.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'NOTLOG.DAT' DELIMITED BY SIZE INTO WRK-ARQ-LOG.
       MOVE SPACES TO WRK-ARQ-RELATORIO.
       STRING WRK-PAR-DIRETORIO DELIMITED BY SPACE
           'NOTRESUMO.TXT' DELIMITED BY SIZE INTO WRK-ARQ-RELATORIO.
