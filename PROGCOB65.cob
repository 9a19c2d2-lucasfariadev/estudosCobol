      *                   BAL-CHAVE): A FOLHA LISTA O LOCAL, A
      *                   DIGITACAO PEDE O LOCAL E O AJUSTE ACERTA O
      *                   SALDO DO LOCAL CONTADO
      * 15/10/2026 LFL - CADA GRAVACAO NOS CADASTROS INDEXADOS DEIXA A
      *                   IMAGEM POSTERIOR NO DIARIO UPDJRNL (PROGJRNL),
      *                   PARA A RECUPERACAO PELO PROGCOB115; RECEBE O
      *                   OPERADOR DO MENU, QUE VAI JUNTO NO DIARIO
      * 15/10/2026 LFL - LANCAMENTO DATADO EM PERIODO FECHADO NO
      *                   PERIODCT (PROGCOB117) E RECUSADO, CONFERIDO
      *                   PELO PROGPERI
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               03 WRK-PRC-VIG         PIC 9(08).
       77 WRK-QTD-PRC PIC 9(03) VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
           COPY CPJRNLAR.
           COPY CPPERAR.
       LINKAGE SECTION.
       01 LK-OPERADOR                  PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DO-INVENTARIO.
           GOBACK.
           EVALUATE WRK-OPCAO
               WHEN 01 PERFORM 0200-GERAR-FOLHA
               WHEN 02 PERFORM 0300-DIGITAR-CONTAGEM
               WHEN 03
                   PERFORM 0960-CONFERIR-PERIODO
                   IF PERA-PERIODO-ABERTO
                       PERFORM 0400-APURAR-VARIACAO
                   END-IF
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
               PERFORM 0430-POSTAR-AJUSTE
               MOVE CNT-QUANTIDADE TO BAL-SALDO
               REWRITE BAL-RECORD
               IF WRK-FS-BAL = "00"
                   MOVE "R" TO JRN-OPERACAO
                   PERFORM 0980-DIARIO-SALDO
               END-IF
               ADD 1 TO WRK-CNT-AJUSTES
           END-IF.

           IF WRK-PRC-PRODUTO(WRK-PRC-IDX) = PRC-PRODUTO
               MOVE WRK-PRC-IDX TO WRK-PRC-POS
           END-IF.

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

       0980-DIARIO-SALDO.
      *********IMAGEM DO SALDO GRAVADO VAI PARA O DIARIO UPDJRNL********
           MOVE "PROGCOB65" TO JRN-PROGRAMA.
           MOVE WRK-OPERADOR TO JRN-OPERADOR.
           MOVE "STOCKBAL" TO JRN-ARQUIVO.
           MOVE BAL-CHAVE TO JRN-CHAVE.
           MOVE BAL-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.
