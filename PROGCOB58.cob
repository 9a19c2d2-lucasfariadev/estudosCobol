      * DATA 02/09/2026
      * MANUTENCAO:
      * 02/09/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - O PRAZO DO ALERTA DE DEVOLUCAO PASSA A VIR DO
      *                   PARMFILE (PROGPARM, ALERTA-RMA); O VALUE FICA
      *                   COMO PADRAO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 WRK-CONV-MES       PIC 9(02).
           02 WRK-CONV-DIA       PIC 9(02).
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
           COPY CPPRMAR.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0970-CARREGAR-PARAMETROS.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           MOVE WRK-DATASYS-NUM TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL =
               (367 * WRK-SER-ANO) - WRK-SER-T2 + WRK-SER-T3
               + WRK-SER-DIA.

       0970-CARREGAR-PARAMETROS.
      *********O VALUE E O PADRAO; VALENDO NO PARMFILE, VALE O DE LA**
           MOVE "ALERTA-RMA" TO PRMA-NOME.
           MOVE WRK-LIMITE-DIAS TO PRMA-VALOR.
           CALL "PROGPARM" USING PRMA-AREA.
           MOVE PRMA-VALOR TO WRK-LIMITE-DIAS.
