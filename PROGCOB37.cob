      *                   ANTIGO: ANTES O USUARIO SAIA EMBARALHADO E
      *                   TODO LOGIN HISTORICO CONTAVA COMO FALHA NO
      *                   RESUMO DA AUDITORIA
      * 15/10/2026 LFL - LINHA INATIVO (CONTA BLOQUEADA PELO PASSO
      *                   NOTURNO PROGCOB119 POR FALTA DE LOGIN) SAI
      *                   MARCADA E CONTADA A PARTE: NAO E TENTATIVA DE
      *                   LOGIN, ENTAO NAO ENTRA NO RESUMO DE FALHAS NEM
      *                   NOS LOGINS FORA DO HORARIO
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-CNT-LISTADAS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-BLOQUEIO PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-FORA-HORARIO PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-INATIVIDADE PIC 9(05) VALUE ZEROS.
       77 WRK-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-POS PIC 9(03) VALUE ZEROS.
      *********RESUMO DE FALHAS POR USUARIO POR DIA********************
               MOVE "** BLOQUEIO **" TO WRK-DET-MARCA
               ADD 1 TO WRK-CNT-BLOQUEIO
           END-IF.
           IF WRK-AUD-RESULTADO = "INATIVO"
               MOVE "** INATIVIDADE" TO WRK-DET-MARCA
               ADD 1 TO WRK-CNT-INATIVIDADE
           END-IF.
           IF HORA-CONHECIDA AND WRK-AUD-HORA NUMERIC
               AND WRK-AUD-RESULTADO NOT = "INATIVO"
               IF WRK-AUD-HORA < "080000"
                   OR WRK-AUD-HORA > "180000"
                   ADD 1 TO WRK-CNT-FORA-HORARIO
           WRITE SECURITY-LINE.
           ADD 1 TO WRK-CNT-LISTADAS.
           IF WRK-AUD-RESULTADO NOT = "SUCESSO"
               AND WRK-AUD-RESULTADO NOT = "INATIVO"
               PERFORM 0300-ACUMULAR-FALHA
           END-IF.

           DISPLAY "TENTATIVAS COM BLOQUEIO.....: " WRK-CNT-BLOQUEIO.
           DISPLAY "LOGINS FORA DO HORARIO......: "
               WRK-CNT-FORA-HORARIO.
           DISPLAY "BLOQUEIOS POR INATIVIDADE...: "
               WRK-CNT-INATIVIDADE.
           IF WRK-FS-AUDIT = "00" OR WRK-FS-AUDIT = "10"
               CLOSE AUDIT-LOG
           END-IF.
