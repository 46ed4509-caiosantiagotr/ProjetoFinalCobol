       77 WRK-PAR-PTS-TAXA   PIC 9(03) VALUE 1.
       77 WRK-PAR-PTS-RESG   PIC 9(05) VALUE 100.
       77 WRK-PAR-RETENCAO   PIC 9(03) VALUE 12.
       77 WRK-PAR-VLR-REPOS  PIC 9(05)V99 VALUE 50.00.
       77 WRK-GENERO-BUSCA   PIC X(15).
       77 WRK-PRAZO-BUSCA    PIC 9(03).
       77 WRK-IX             PIC 9(02) COMP.
           05 WRK-LR-PTS-TAXA    PIC 9(03).
           05 WRK-LR-PTS-RESG    PIC 9(05).
           05 WRK-LR-RETENCAO    PIC 9(03).
           05 WRK-LR-VLR-REPOS   PIC 9(05)V99.
       01 WRK-TAB-PRAZOS.
           05 WRK-TP-ENT OCCURS 20 TIMES.
               10 WRK-TP-GENERO  PIC X(15).
               10 LINE 16 COLUMN 05 VALUE 'RETENC.M.'.
               10 COLUMN PLUS 2 PIC 9(03) USING WRK-PAR-RETENCAO
                   BLANK WHEN ZEROS.
               10 LINE 17 COLUMN 05 VALUE 'VLR.REPOS'.
               10 COLUMN PLUS 2 PIC 9(05)V99 USING WRK-PAR-VLR-REPOS
                   BLANK WHEN ZEROS.
       01 TELA-GENERO.
             05 SS-GENERO.
               10 LINE 10 COLUMN 05 VALUE 'GENERO'.
       MOVE WRK-PAR-PTS-TAXA TO WRK-LR-PTS-TAXA.
       MOVE WRK-PAR-PTS-RESG TO WRK-LR-PTS-RESG.
       MOVE WRK-PAR-RETENCAO TO WRK-LR-RETENCAO.
       MOVE WRK-PAR-VLR-REPOS TO WRK-LR-VLR-REPOS.
       MOVE WRK-LINHA-REGRAS TO PARAMS-REG.
       WRITE PARAMS-REG.
       PERFORM 9510-GRAVA-GENERO
       IF WRK-LR-RETENCAO IS NUMERIC AND WRK-LR-RETENCAO NOT = ZERO
       MOVE WRK-LR-RETENCAO TO WRK-PAR-RETENCAO
       END-IF.
       IF WRK-LR-VLR-REPOS IS NUMERIC AND WRK-LR-VLR-REPOS NOT = ZERO
       MOVE WRK-LR-VLR-REPOS TO WRK-PAR-VLR-REPOS
       END-IF.

       1500-IDENTIFICA-OPERADOR.
       OPEN INPUT OPERADORES.
