      *                   SER REGISTRADA NO TRATADOR COMUM PROGERR,
      *                   QUE GRAVA A OCORRENCIA NO SYSLOG E DECIDE
      *                   SEGUIR OU ABENDAR
      * 15/10/2026 LFL - O LIMITE DE REPROVACAO POR FALTAS PASSA A VIR
      *                   DO PARMFILE (PROGPARM, LIMITE-FALTAS); O VALUE
      *                   FICA COMO PADRAO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
           COPY CPRPTHDR.
           COPY CPSYSERR.
           COPY CPPRMAR.
       LINKAGE SECTION.
       01 LK-EOD-STATS.
           02 LK-EOD-LIDOS             PIC 9(05).
       PROCEDURE DIVISION USING OPTIONAL LK-EOD-STATS,
               OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0970-CARREGAR-PARAMETROS.
           PERFORM 0050-ABRIR-ARQUIVOS.
           IF CURSOS-OK
               PERFORM 0500-BOLETIM-POR-CURSO
               MOVE WRK-ABEND TO LK-EOD-ABEND
           END-IF.
           GOBACK.

       0970-CARREGAR-PARAMETROS.
      *********O VALUE E O PADRAO; VALENDO NO PARMFILE, VALE O DE LA**
           MOVE "LIMITE-FALTAS" TO PRMA-NOME.
           MOVE WRK-LIMITE-FALTAS TO PRMA-VALOR.
           CALL "PROGPARM" USING PRMA-AREA.
           MOVE PRMA-VALOR TO WRK-LIMITE-FALTAS.
