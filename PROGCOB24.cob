      *                   PELO ARQUIVO DE TRABALHO GRADENEW E VOLTAM
      *                   INTEGRAIS PARA A RECICLAGEM, COMO O PROGCOB48
      *                   FAZ COM O LOGINLOG
      * 15/10/2026 LFL - LINHA DO GRDAUDIT GRAVADA COM O NUMERO DE
      *                   REVISAO EM BRANCO (SO A REVISAO DE NOTA DO
      *                   PROGCOB107 PREENCHE)
      * 15/10/2026 LFL - CADA GRAVACAO NOS CADASTROS INDEXADOS DEIXA A
      *                   IMAGEM POSTERIOR NO DIARIO UPDJRNL (PROGJRNL),
      *                   PARA A RECUPERACAO PELO PROGCOB115
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 WRK-DATASYS-ANO    PIC 9(04).
           02 WRK-DATASYS-MES    PIC 9(02).
           02 WRK-DATASYS-DIA    PIC 9(02).
           COPY CPJRNLAR.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
                           MOVE WRK-NOTA2 TO GRD-NOTA2
                           MOVE WRK-NOTA3 TO GRD-NOTA3
                           REWRITE GRD-RECORD
                           IF WRK-FS-GRDMAST = "00"
                               MOVE "R" TO JRN-OPERACAO
                               PERFORM 0984-DIARIO-NOTA
                           END-IF
                           MOVE "S" TO WRK-CORRIGIDO
                   END-READ
               ELSE
               MOVE WRK-NOTA-DEPOIS TO WRK-VALOR-EDITADO
               MOVE WRK-VALOR-EDITADO TO GAUD-VALOR-NOVO
               MOVE WRK-OPERADOR TO GAUD-OPERADOR
               MOVE SPACES TO GAUD-REVISAO
               WRITE GAUD-LINE
           END-IF.

                   MOVE RECK-RECORD TO REC-RECORD
                   WRITE REC-RECORD
           END-READ.

       0984-DIARIO-NOTA.
      *********IMAGEM DA NOTA GRAVADA VAI PARA O DIARIO UPDJRNL*********
           MOVE "PROGCOB24" TO JRN-PROGRAMA.
           MOVE WRK-OPERADOR TO JRN-OPERADOR.
           MOVE "GRDMAST" TO JRN-ARQUIVO.
           MOVE GRD-CHAVE TO JRN-CHAVE.
           MOVE GRD-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.
