      * 23/08/2026 LFL - PROGRAMA CRIADO
      * 02/09/2026 LFL - IMAGENS DO SHIPARCH E STUARCH ALARGADAS PARA
      *                   ACOMPANHAR OS CAMPOS NOVOS DO RASTREIO
      * 15/10/2026 LFL - IMAGEM DO SHIPARCH ALARGADA PARA O CLIENTE DO
      *                   EMBARQUE (SHIP-CLIENTE)
      * 15/10/2026 LFL - OS PRAZOS DE EXPURGO DE EMBARQUES E DE
      *                   AUDITORIA PASSAM A VIR DO PARMFILE (PROGPARM,
      *                   EXPURGO-EMBARQ E EXPURGO-AUDIT); OS VALUE
      *                   FICAM COMO PADRAO
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 SHIP-ARCHIVE-LINE.
           02 SHA-GERACAO             PIC 9(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SHA-IMAGEM              PIC X(94).
       FD STU-ARCHIVE.
       01 STU-ARCHIVE-LINE.
           02 STA-GERACAO             PIC 9(08).
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
           DISPLAY "AUDITORIAS ARQUIVADAS.: " WRK-CNT-LOG-ARQ
               "  MANTIDAS: " WRK-CNT-LOG-MANT.
           DISPLAY "=============================================".

       0970-CARREGAR-PARAMETROS.
      *********OS VALUE SAO O PADRAO; VALENDO NO PARMFILE, VALE O
      *********DE LA***************************************************
           MOVE "EXPURGO-EMBARQ" TO PRMA-NOME.
           MOVE WRK-LIMITE-EMBARQUE TO PRMA-VALOR.
           CALL "PROGPARM" USING PRMA-AREA.
           MOVE PRMA-VALOR TO WRK-LIMITE-EMBARQUE.
           MOVE "EXPURGO-AUDIT" TO PRMA-NOME.
           MOVE WRK-LIMITE-AUDITORIA TO PRMA-VALOR.
           CALL "PROGPARM" USING PRMA-AREA.
           MOVE PRMA-VALOR TO WRK-LIMITE-AUDITORIA.
