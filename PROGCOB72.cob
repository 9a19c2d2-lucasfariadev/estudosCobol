      * DATA 02/09/2026
      * MANUTENCAO:
      * 02/09/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - LANCAMENTO DATADO EM PERIODO FECHADO NO
      *                   PERIODCT (PROGCOB117) E RECUSADO, CONFERIDO
      *                   PELO PROGPERI
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-VALOR-ATRASO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ALUNO-CORRENTE PIC X(10) VALUE SPACES.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
           COPY CPPERAR.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           EVALUATE WRK-OPCAO
               WHEN 01 PERFORM 0200-CADASTRAR-MENSALIDADE
               WHEN 02 PERFORM 0300-GERAR-MENSALIDADES
               WHEN 03
                   PERFORM 0960-CONFERIR-PERIODO
                   IF PERA-PERIODO-ABERTO
                       PERFORM 0400-BAIXAR-PAGAMENTO
                   END-IF
               WHEN 04 PERFORM 0500-RELATORIO-INADIMPLENCIA
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           IF WRK-ANOMES = ZEROS
               MOVE WRK-ANOMES-CORRENTE TO WRK-ANOMES
           END-IF.
           MOVE WRK-ANOMES TO PERA-ANOMES.
           MOVE 01 TO PERA-DIA.
           PERFORM 0962-CONSULTAR-PERIODO.
           IF PERA-PERIODO-ABERTO
               PERFORM 0305-GERAR-DO-MES
           END-IF.

       0305-GERAR-DO-MES.
           MOVE ZEROS TO WRK-CNT-GERADAS WRK-CNT-SEM-FEE.
           MOVE "N" TO WRK-EOF-STUMAST.
           MOVE LOW-VALUES TO STU-ID.
           END-IF.
           WRITE DELINQUENCY-LINE.
           ADD 1 TO WRK-CNT-INADIMPLENTES.

       0960-CONFERIR-PERIODO.
      *********LANCAMENTO DATADO EM MES FECHADO (PROGCOB117) E RECUSADO
           MOVE WRK-DATASYS-NUM TO PERA-DATA.
           PERFORM 0962-CONSULTAR-PERIODO.

       0962-CONSULTAR-PERIODO.
           CALL "PROGPERI" USING PERA-AREA.
           IF PERA-PERIODO-FECHADO
               DISPLAY "PERIODO " PERA-ANOMES " FECHADO - LANCAMENTO"
                   " RECUSADO (REABERTURA SO PELO PROGCOB117)"
           END-IF.
