      * 02/09/2026 LFL - PROGRAMA CRIADO
      * 02/09/2026 LFL - ESTOQUE POR PRODUTO E LOCAL: A VALORIZACAO
      *                   SAI UMA LINHA POR PRODUTO E LOCAL
      * 15/10/2026 LFL - DEPOIS DO TOTAL GERAL SAEM AS PERDAS DO MES
      *                   (SAIDAS ORIGEM PERDA DO STOCKMOV, GRAVADAS
      *                   PELA BAIXA POR PERDA DO PROGCOB44), SEPARADAS
      *                   EM VENCIDO E AVARIA, PELO CUSTO MEDIO DA BAIXA
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-CHAVE
               FILE STATUS IS WRK-FS-BAL.
           SELECT STOCK-MOVEMENT ASSIGN TO "STOCKMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.
           SELECT VALUATION-REPORT ASSIGN TO "STOCKVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       FILE SECTION.
       FD STOCK-BALANCE.
           COPY CPSTKBAL.
       FD STOCK-MOVEMENT.
           COPY CPSTKMOV.
       FD VALUATION-REPORT.
       01 VALUATION-LINE.
           02 VAL-PRODUTO             PIC X(20).
       77 WRK-VALOR-PRODUTO PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-GERAL PIC S9(12)V99 VALUE ZEROS.
       77 WRK-CNT-PRODUTOS PIC 9(05) VALUE ZEROS.
       77 WRK-FS-MOV PIC X(02) VALUE ZEROS.
       77 WRK-EOF-MOV PIC X(01) VALUE "N".
           88 FIM-MOV VALUE "S".
       77 WRK-PERDA-VENCIDO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-PERDA-AVARIA PIC 9(10)V99 VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-DATASYS-R REDEFINES WRK-DATASYS-NUM.
           02 WRK-DATASYS-AAAAMM      PIC 9(06).
           02 FILLER                  PIC 9(02).
       01 WRK-DATA-MOV                PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-MOV-R REDEFINES WRK-DATA-MOV.
           02 WRK-DATA-MOV-AAAAMM     PIC 9(06).
           02 FILLER                  PIC 9(02).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0100-VALORIZAR-PRODUTO UNTIL FIM-BAL.
           PERFORM 0200-SOMAR-PERDAS.
           PERFORM 0300-FINALIZAR.
           GOBACK.

                   ADD 1 TO WRK-CNT-PRODUTOS
           END-READ.

       0200-SOMAR-PERDAS.
      *********PERDAS DO MES CORRENTE: SAIDAS ORIGEM PERDA DO STOCKMOV
      *********PELO VALOR GRAVADO NA BAIXA (QUANTIDADE X CUSTO MEDIO)**
           OPEN INPUT STOCK-MOVEMENT.
           IF WRK-FS-MOV NOT = "00"
               MOVE "S" TO WRK-EOF-MOV
           END-IF.
           PERFORM 0210-LER-MOVIMENTO UNTIL FIM-MOV.
           IF WRK-FS-MOV = "00" OR WRK-FS-MOV = "10"
               CLOSE STOCK-MOVEMENT
           END-IF.

       0210-LER-MOVIMENTO.
           READ STOCK-MOVEMENT
               AT END
                   MOVE "S" TO WRK-EOF-MOV
               NOT AT END
                   IF MOV-SAIDA AND MOV-ORIGEM = "PERDA"
                       AND MOV-DATA NUMERIC AND MOV-VALOR NUMERIC
                       MOVE MOV-DATA TO WRK-DATA-MOV
                       IF WRK-DATA-MOV-AAAAMM = WRK-DATASYS-AAAAMM
                           IF MOV-MOTIVO-AVARIA
                               ADD MOV-VALOR TO WRK-PERDA-AVARIA
                           ELSE
                               ADD MOV-VALOR TO WRK-PERDA-VENCIDO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0300-FINALIZAR.
           MOVE SPACES TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE "TOTAL GERAL" TO VAL-PRODUTO.
           MOVE WRK-TOT-GERAL TO VAL-TOTAL.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE "PERDAS MES VENCIDO" TO VAL-PRODUTO.
           MOVE WRK-PERDA-VENCIDO TO VAL-TOTAL.
           WRITE VALUATION-LINE.
           MOVE SPACES TO VALUATION-LINE.
           MOVE "PERDAS MES AVARIA" TO VAL-PRODUTO.
           MOVE WRK-PERDA-AVARIA TO VAL-TOTAL.
           WRITE VALUATION-LINE.
           DISPLAY "VALORIZACAO DO ESTOQUE GERADA (STOCKVAL)".
           DISPLAY "PRODUTOS VALORIZADOS: " WRK-CNT-PRODUTOS.
           DISPLAY "VALOR TOTAL DO ESTOQUE: " WRK-TOT-GERAL.
           DISPLAY "PERDAS DO MES - VENCIDO: " WRK-PERDA-VENCIDO.
           DISPLAY "PERDAS DO MES - AVARIA.: " WRK-PERDA-AVARIA.
           IF WRK-FS-BAL = "00" OR WRK-FS-BAL = "10"
               CLOSE STOCK-BALANCE
           END-IF.
