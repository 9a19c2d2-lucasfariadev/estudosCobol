      * DATA 22/08/2026
      * MANUTENCAO:
      * 22/08/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - CADA GRAVACAO NOS CADASTROS INDEXADOS DEIXA A
      *                   IMAGEM POSTERIOR NO DIARIO UPDJRNL (PROGJRNL),
      *                   PARA A RECUPERACAO PELO PROGCOB115
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WRK-LINHA-TOTAL.
           02 WTO-TEXTO               PIC X(30).
           02 WTO-QUANTIDADE          PIC ZZZZ9.
           COPY CPJRNLAR.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
                           GRD-MEDIA
                       MOVE SPACE TO GRD-SITUACAO
                       REWRITE GRD-RECORD
                       IF WRK-FS-GRDMAST = "00"
                           MOVE "R" TO JRN-OPERACAO
                           PERFORM 0984-DIARIO-NOTA
                       END-IF
                   END-IF
           END-READ.

           IF GRDMAST-OK
               CLOSE GRADE-MASTER
           END-IF.

       0984-DIARIO-NOTA.
      *********IMAGEM DA NOTA GRAVADA VAI PARA O DIARIO UPDJRNL*********
           MOVE "PROGCOB23" TO JRN-PROGRAMA.
           MOVE "LOTE" TO JRN-OPERADOR.
           MOVE "GRDMAST" TO JRN-ARQUIVO.
           MOVE GRD-CHAVE TO JRN-CHAVE.
           MOVE GRD-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.
