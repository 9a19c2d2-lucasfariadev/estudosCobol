      * DATA 02/09/2026
      * MANUTENCAO:
      * 02/09/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - GRAVA TAMBEM O PLACAR DO MES NO CARSCORE
      *                   (PERCENTUAL NO PRAZO POR TRANSPORTADORA), LIDO
      *                   PELA ROTINA DE DESIGNACAO PROGCARR
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PERFORMANCE-REPORT ASSIGN TO "CARPERF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT SCORE-FILE ASSIGN TO "CARSCORE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SCORE.
       DATA DIVISION.
       FILE SECTION.
       FD SHIPMENT-TRACKING.
           02 PFL-MEDIA-ATRASO        PIC ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PFL-PIOR-ATRASO         PIC ZZZZ9.
       FD SCORE-FILE.
           COPY CPCARSCO.
       WORKING-STORAGE SECTION.
       77 WRK-FS-SHIPTRK PIC X(02) VALUE ZEROS.
       77 WRK-FS-SCORE PIC X(02) VALUE ZEROS.
       77 WRK-CNT-PLACAR PIC 9(05) VALUE ZEROS.
       77 WRK-FS-CARRIER PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-SHIPTRK PIC X(01) VALUE "N".
           PERFORM 0300-CALCULAR-PERCENTUAIS.
           PERFORM 0350-ORDENAR-PLACAR.
           PERFORM 0400-IMPRIMIR-PLACAR.
           PERFORM 0500-GRAVAR-CARSCORE.
           PERFORM 0900-FINALIZAR.
           GOBACK.

               WRITE PERFORMANCE-LINE
           END-IF.

       0500-GRAVAR-CARSCORE.
      *********SO GRAVA QUEM TEVE ENTREGA COM PROMESSA NO MES; O
      *********ARQUIVO E ACUMULATIVO (UMA LINHA POR MES APURADO)*******
           OPEN EXTEND SCORE-FILE.
           IF WRK-FS-SCORE NOT = "00"
               OPEN OUTPUT SCORE-FILE
           END-IF.
           PERFORM 0510-GRAVAR-PLACAR-UMA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PLC.
           CLOSE SCORE-FILE.

       0510-GRAVAR-PLACAR-UMA.
           IF WRK-PLC-COM-PROMESSA(WRK-IDX) > 0
               MOVE WRK-ANOMES TO SCO-ANOMES
               MOVE WRK-PLC-COD(WRK-IDX) TO SCO-TRANSPORTADORA
               MOVE WRK-PLC-ENTREGUES(WRK-IDX) TO SCO-ENTREGUES
               MOVE WRK-PLC-PCT(WRK-IDX) TO SCO-PCT-PRAZO
               WRITE SCO-RECORD
               ADD 1 TO WRK-CNT-PLACAR
           END-IF.

       0900-FINALIZAR.
           DISPLAY "PLACAR DE PONTUALIDADE GERADO (CARPERF) PARA "
               WRK-ANOMES.
           DISPLAY "TRANSPORTADORAS GRAVADAS NO CARSCORE: "
               WRK-CNT-PLACAR.
           DISPLAY "EMBARQUES ENTREGUES NO MES: " WRK-CNT-ENTREGUES.
           DISPLAY "ENTREGAS SEM TRANSPORTADORA: " WRK-CNT-SEM-TRANSP.
           IF WRK-FS-SHIPTRK = "00" OR WRK-FS-SHIPTRK = "10"
