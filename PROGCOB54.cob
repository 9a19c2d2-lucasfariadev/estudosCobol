      * DATA 02/09/2026
      * MANUTENCAO:
      * 02/09/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - TRANSPORTADORA DA CARGA ESCOLHIDA PELA ROTINA
      *                   COMUM PROGCARR (CUSTO X PONTUALIDADE, PESO
      *                   DO EMBARQUE QUE ABRE A CARGA E LIMITE
      *                   SEMANAL), NO LUGAR DA PRIMEIRA QUE ATENDE A UF
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               03 WRK-CAR-PESO-MAX    PIC 9(05)V99.
       77 WRK-QTD-CAR PIC 9(03) VALUE ZEROS.
       77 WRK-CAR-POS PIC 9(03) VALUE ZEROS.
       77 WRK-CNT-LIMITADAS PIC 9(05) VALUE ZEROS.
           COPY CPCARSEL.
       77 WRK-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-IDX2 PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CAR PIC 9(03) VALUE ZEROS.
           END-IF.

       0320-DESIGNAR-TRANSPORTADORA.
      *********MESMA ROTINA COMUM DO PROGCOB09 (PROGCARR): MELHOR NOTA
      *********CUSTO X PONTUALIDADE ENTRE AS QUE ATENDEM A UF E
      *********SUPORTAM O PESO DO EMBARQUE QUE ABRE A CARGA, DENTRO DO
      *********LIMITE SEMANAL DE CARGAS POR TRANSPORTADORA*************
           MOVE ZEROS TO WRK-CAR-POS.
           MOVE "D" TO TRS-FUNCAO.
           MOVE "CARGA" TO TRS-ORIGEM.
           MOVE WRK-UF-CARGA TO TRS-UF.
           MOVE WRK-PEN-PESO(WRK-IDX) TO TRS-PESO.
           CALL "PROGCARR" USING TRS-AREA.
           IF TRS-TRANSPORTADORA NOT = SPACES
               PERFORM 0325-PROCURAR-TRANSPORTADORA
                   VARYING WRK-IDX-CAR FROM 1 BY 1
                   UNTIL WRK-IDX-CAR > WRK-QTD-CAR
                      OR WRK-CAR-POS > 0
               IF TRS-PASSOU-ADIANTE
                   ADD 1 TO WRK-CNT-LIMITADAS
               END-IF
           END-IF.

       0325-PROCURAR-TRANSPORTADORA.
           IF WRK-CAR-COD(WRK-IDX-CAR) = TRS-TRANSPORTADORA
               MOVE WRK-IDX-CAR TO WRK-CAR-POS
           END-IF.

           DISPLAY "EMBARQUES PENDENTES LIDOS: " WRK-CNT-PENDENTES.
           DISPLAY "CARGAS MONTADAS          : " WRK-CNT-CARGAS.
           DISPLAY "SEM TRANSPORTADORA NA UF : " WRK-CNT-SEM-TRANSP.
           DISPLAY "DESVIADAS PELO LIMITE SEM: " WRK-CNT-LIMITADAS.
           DISPLAY "=============================================".
           MOVE "G" TO TRS-FUNCAO.
           CALL "PROGCARR" USING TRS-AREA.
           IF WRK-FS-SHIPTRK = "00" OR WRK-FS-SHIPTRK = "10"
               CLOSE SHIPMENT-TRACKING
           END-IF.
