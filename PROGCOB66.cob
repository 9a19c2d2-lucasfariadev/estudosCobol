      * 02/09/2026 LFL - A GERACAO PASSA A PULAR O PRODUTO QUE JA TEM
      *                   PEDIDO ABERTO NO MESMO LOCAL: RODAR A OPCAO
      *                   DUAS VEZES DUPLICAVA O PEDIDO DE CADA FALTA
      * 15/10/2026 LFL - PRODUTO COM LOTE DE COMPRA (BAL-QTD-PEDIDO,
      *                   PROPOSTO PELO PROGCOB99) PEDE O LOTE MAIS A
      *                   FALTA ATE O PONTO; SEM LOTE SEGUE 2 X PONTO
      *                   MENOS O SALDO
      * 15/10/2026 LFL - CADA GRAVACAO NOS CADASTROS INDEXADOS DEIXA A
      *                   IMAGEM POSTERIOR NO DIARIO UPDJRNL (PROGJRNL),
      *                   PARA A RECUPERACAO PELO PROGCOB115; RECEBE O
      *                   OPERADOR DO MENU, QUE VAI JUNTO NO DIARIO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-DIAS-UTEIS PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-PREVISTA PIC 9(08) VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
           COPY CPJRNLAR.
       LINKAGE SECTION.
       01 LK-OPERADOR                  PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DAS-COMPRAS.
                       IF FORNECEDOR-ACHOU
                           MOVE WRK-FORNECEDOR TO BAL-FORNECEDOR
                           REWRITE BAL-RECORD
                           IF WRK-FS-BAL = "00"
                               MOVE "R" TO JRN-OPERACAO
                               PERFORM 0980-DIARIO-SALDO
                           END-IF
                           DISPLAY "FORNECEDOR VINCULADO AO PRODUTO"
                       ELSE
                           DISPLAY "FORNECEDOR FORA DO CADASTRO -"

       0400-GERAR-PEDIDOS.
      *********UM PEDIDO DE COMPRA POR PRODUTO NO PONTO OU ABAIXO,
      *********PARA O FORNECEDOR VINCULADO; SUGERIDA = LOTE DE COMPRA
      *********+ PONTO - SALDO (SEM LOTE, 2 X PONTO - SALDO); PRODUTO
      *********JA COBERTO POR PEDIDO ABERTO E PULADO******************
           MOVE "N" TO WRK-EOF-BAL.
           MOVE ZEROS TO WRK-CNT-GERADOS WRK-CNT-SEM-FORN
               WRK-CNT-COBERTOS.
           END-READ.

       0425-MONTAR-PEDIDO.
           IF BAL-QTD-PEDIDO NUMERIC AND BAL-QTD-PEDIDO > ZEROS
               COMPUTE WRK-QTD-SUGERIDA = BAL-QTD-PEDIDO
                   + BAL-PONTO-REPOSICAO - BAL-SALDO
           ELSE
               COMPUTE WRK-QTD-SUGERIDA =
                   (BAL-PONTO-REPOSICAO * 2) - BAL-SALDO
           END-IF.
           IF WRK-QTD-SUGERIDA < 1
               MOVE 1 TO WRK-QTD-SUGERIDA
           END-IF.
                       ADD 1 TO WRK-CNT-ABERTOS
                   END-IF
           END-READ.

       0980-DIARIO-SALDO.
      *********IMAGEM DO SALDO GRAVADO VAI PARA O DIARIO UPDJRNL********
           MOVE "PROGCOB66" TO JRN-PROGRAMA.
           MOVE WRK-OPERADOR TO JRN-OPERADOR.
           MOVE "STOCKBAL" TO JRN-ARQUIVO.
           MOVE BAL-CHAVE TO JRN-CHAVE.
           MOVE BAL-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.
