      * 02/09/2026 LFL - PROGRAMA CRIADO
      * 02/09/2026 LFL - A CONFERENCIA DE SALDO PASSA A SER NO LOCAL
      *                   DE VENDA LJ1 (STOCKBAL POR PRODUTO E LOCAL)
      * 15/10/2026 LFL - PEDIDO DE KIT OU CESTA (KITDEF, PROGCOB97) SO
      *                   E LIBERADO QUANDO TODOS OS COMPONENTES TEM
      *                   SALDO LIVRE PARA MONTAR UM KIT; A LIBERACAO
      *                   RESERVA A QUANTIDADE DE CADA COMPONENTE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-CHAVE
               FILE STATUS IS WRK-FS-BAL.
           SELECT KIT-FILE ASSIGN TO "KITDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-FS-KIT.
           SELECT RELEASE-REPORT ASSIGN TO "BORELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           COPY CPORDERS.
       FD STOCK-BALANCE.
           COPY CPSTKBAL.
       FD KIT-FILE.
           COPY CPKIT.
       FD RELEASE-REPORT.
       01 RELEASE-LINE.
           02 RLL-SITUACAO            PIC X(10).
               03 WRK-LIB-QTD         PIC 9(05).
       77 WRK-QTD-LIB PIC 9(03) VALUE ZEROS.
       77 WRK-LOCAL-VENDA PIC X(03) VALUE "LJ1".
       77 WRK-FS-KIT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-KIT PIC X(01) VALUE "N".
           88 FIM-KIT VALUE "S".
      *********COMPOSICAO DOS KITS (KITDEF): O PEDIDO DE KIT SAI DA
      *********ESPERA PELO SALDO DOS COMPONENTES************************
       01 WRK-TABELA-KITS.
           02 WRK-KIT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-KIT.
               03 WRK-KIT-PRODUTO     PIC X(20).
               03 WRK-KIT-COMPONENTE  PIC X(20).
               03 WRK-KIT-QTD         PIC 9(05).
       77 WRK-QTD-KIT PIC 9(03) VALUE ZEROS.
       77 WRK-KIT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-PEDIDO-KIT PIC X(01) VALUE "N".
           88 PEDIDO-KIT VALUE "S".
       77 WRK-PRODUTO-SALDO PIC X(20) VALUE SPACES.
       77 WRK-QTD-RESERVA PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-PRODUTO PIC S9(07) VALUE ZEROS.
       77 WRK-KITS-COMPONENTE PIC S9(07) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
                   " LIBERAR"
               MOVE "S" TO WRK-EOF-BACKORD
           END-IF.
           IF ESTOQUE-OK
               PERFORM 0060-CARREGAR-KITS
           END-IF.
           OPEN EXTEND ORDERS-FILE.
           IF WRK-FS-ORDERS NOT = "00"
               OPEN OUTPUT ORDERS-FILE
           END-IF.
           OPEN OUTPUT RELEASE-REPORT.

       0060-CARREGAR-KITS.
           OPEN INPUT KIT-FILE.
           IF WRK-FS-KIT NOT = "00"
               MOVE "S" TO WRK-EOF-KIT
           END-IF.
           PERFORM 0065-LER-KIT UNTIL FIM-KIT.
           IF WRK-FS-KIT = "00" OR WRK-FS-KIT = "10"
               CLOSE KIT-FILE
           END-IF.

       0065-LER-KIT.
           READ KIT-FILE
               AT END
                   MOVE "S" TO WRK-EOF-KIT
               NOT AT END
                   IF WRK-QTD-KIT < 500
                       ADD 1 TO WRK-QTD-KIT
                       MOVE KIT-PRODUTO TO WRK-KIT-PRODUTO(WRK-QTD-KIT)
                       MOVE KIT-COMPONENTE
                           TO WRK-KIT-COMPONENTE(WRK-QTD-KIT)
                       MOVE KIT-QUANTIDADE TO WRK-KIT-QTD(WRK-QTD-KIT)
                   END-IF
           END-READ.

       0200-PROCESSAR-ESPERA.
           READ BACKORDER-FILE
               AT END

       0210-CONFERIR-SALDO.
      *********SALDO LIVRE = SALDO DO STOCKBAL MENOS O QUE JA FOI
      *********LIBERADO NESTA RODADA PARA O MESMO PRODUTO; NO KIT, O
      *********MENOR NUMERO DE KITS QUE OS COMPONENTES MONTAM**********
           MOVE "N" TO WRK-PEDIDO-KIT.
           MOVE 9999999 TO WRK-SALDO-LIVRE.
           PERFORM 0212-CONFERIR-COMPONENTE
               VARYING WRK-KIT-IDX FROM 1 BY 1
               UNTIL WRK-KIT-IDX > WRK-QTD-KIT.
           IF NOT PEDIDO-KIT
               MOVE ORD-PRODUTO TO WRK-PRODUTO-SALDO
               PERFORM 0215-SALDO-DO-PRODUTO
               MOVE WRK-SALDO-PRODUTO TO WRK-SALDO-LIVRE
           END-IF.

       0212-CONFERIR-COMPONENTE.
           IF WRK-KIT-PRODUTO(WRK-KIT-IDX) = ORD-PRODUTO
               MOVE "S" TO WRK-PEDIDO-KIT
               MOVE WRK-KIT-COMPONENTE(WRK-KIT-IDX)
                   TO WRK-PRODUTO-SALDO
               PERFORM 0215-SALDO-DO-PRODUTO
               IF WRK-SALDO-PRODUTO < ZEROS
                   MOVE ZEROS TO WRK-KITS-COMPONENTE
               ELSE
                   DIVIDE WRK-SALDO-PRODUTO BY WRK-KIT-QTD(WRK-KIT-IDX)
                       GIVING WRK-KITS-COMPONENTE
               END-IF
               IF WRK-KITS-COMPONENTE < WRK-SALDO-LIVRE
                   MOVE WRK-KITS-COMPONENTE TO WRK-SALDO-LIVRE
               END-IF
           END-IF.

       0215-SALDO-DO-PRODUTO.
           MOVE ZEROS TO WRK-SALDO-PRODUTO.
           MOVE WRK-PRODUTO-SALDO TO BAL-PRODUTO.
           MOVE WRK-LOCAL-VENDA TO BAL-LOCAL.
           READ STOCK-BALANCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BAL-SALDO TO WRK-SALDO-PRODUTO
           END-READ.
           PERFORM 0220-LOCALIZAR-LIBERADO.
           IF WRK-POS > 0
               SUBTRACT WRK-LIB-QTD(WRK-POS) FROM WRK-SALDO-PRODUTO
           END-IF.

       0220-LOCALIZAR-LIBERADO.
           END-IF.

       0225-PROCURAR-LIBERADO.
           IF WRK-LIB-PRODUTO(WRK-IDX) = WRK-PRODUTO-SALDO
               MOVE WRK-IDX TO WRK-POS
           END-IF.

       0230-LIBERAR-PEDIDO.
           WRITE ORD-RECORD.
           ADD 1 TO WRK-CNT-LIBERADOS.
           IF PEDIDO-KIT
               PERFORM 0232-RESERVAR-COMPONENTE
                   VARYING WRK-KIT-IDX FROM 1 BY 1
                   UNTIL WRK-KIT-IDX > WRK-QTD-KIT
           ELSE
               MOVE ORD-PRODUTO TO WRK-PRODUTO-SALDO
               MOVE 1 TO WRK-QTD-RESERVA
               PERFORM 0235-RESERVAR-PRODUTO
           END-IF.
           MOVE SPACES TO RELEASE-LINE.
           MOVE "LIBERADO" TO RLL-SITUACAO.
           MOVE ORD-PRODUTO TO RLL-PRODUTO.
           WRITE RELEASE-LINE.

       0232-RESERVAR-COMPONENTE.
           IF WRK-KIT-PRODUTO(WRK-KIT-IDX) = ORD-PRODUTO
               MOVE WRK-KIT-COMPONENTE(WRK-KIT-IDX)
                   TO WRK-PRODUTO-SALDO
               MOVE WRK-KIT-QTD(WRK-KIT-IDX) TO WRK-QTD-RESERVA
               PERFORM 0235-RESERVAR-PRODUTO
           END-IF.

       0235-RESERVAR-PRODUTO.
           PERFORM 0220-LOCALIZAR-LIBERADO.
           IF WRK-POS = 0 AND WRK-QTD-LIB < 200
               ADD 1 TO WRK-QTD-LIB
               MOVE WRK-QTD-LIB TO WRK-POS
               MOVE WRK-PRODUTO-SALDO TO WRK-LIB-PRODUTO(WRK-POS)
               MOVE ZEROS TO WRK-LIB-QTD(WRK-POS)
           END-IF.
           IF WRK-POS > 0
               ADD WRK-QTD-RESERVA TO WRK-LIB-QTD(WRK-POS)
           END-IF.

       0240-MANTER-NA-ESPERA.
           MOVE BKO-RECORD TO BKN-RECORD.
           WRITE BKN-RECORD.
