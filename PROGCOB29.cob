      *                   ISSO A MESMA AVARIA ERA ABATIDA DE NOVO A
      *                   CADA ACERTO SEMANAL ATE ALGUEM LEMBRAR DE
      *                   LIQUIDA-LA NO PROGCOB52
      * 15/10/2026 LFL - A JANELA DO ACERTO PASSA A VIR DO PARMFILE
      *                   (PROGPARM, JANELA-ACERTO); O VALUE FICA COMO
      *                   PADRAO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-DEVIDO-BRUTO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CNT-RECLAMACOES PIC 9(05) VALUE ZEROS.
       77 WRK-FS-SETTLF PIC X(02) VALUE ZEROS.
           COPY CPPRMAR.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0970-CARREGAR-PARAMETROS.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0100-LER-EMBARQUE.
           PERFORM 0200-PROCESSAR UNTIL FIM-SHIPTRK.
           COMPUTE WRK-SERIAL =
               (367 * WRK-SER-ANO) - WRK-SER-T2 + WRK-SER-T3
               + WRK-SER-DIA.

       0970-CARREGAR-PARAMETROS.
      *********O VALUE E O PADRAO; VALENDO NO PARMFILE, VALE O DE LA**
           MOVE "JANELA-ACERTO" TO PRMA-NOME.
           MOVE WRK-DIAS-JANELA TO PRMA-VALOR.
           CALL "PROGPARM" USING PRMA-AREA.
           MOVE PRMA-VALOR TO WRK-DIAS-JANELA.
