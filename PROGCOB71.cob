      * DATA 02/09/2026
      * MANUTENCAO:
      * 02/09/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - CREDITO DE TRANSFERENCIA (TRANHS-ORIGEM = T)
      *                   FICA FORA DO RANKING E DO QUADRO DE HONRA:
      *                   A NOTA CONVERTIDA DE OUTRA ESCOLA NAO ENTRA
      *                   NA MEDIA DO TERMO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   MOVE "S" TO WRK-EOF-TRANHS
               NOT AT END
                   IF TRANHS-TERM-ID = WRK-TERMO
                           AND NOT TRANHS-TRANSFERIDO
                       PERFORM 0200-ACUMULAR-ALUNO
                   END-IF
           END-READ.
