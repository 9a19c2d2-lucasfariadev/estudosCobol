       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB83.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: CONTAS A PAGAR DE FORNECEDORES: LANCAMENTO DA NOTA
      *           FISCAL DO FORNECEDOR (SUPINV) CONTRA O PEDIDO DE
      *           COMPRA (PURCHORD) E AS ENTRADAS DO PEDIDO NO
      *           STOCKMOV - CASAMENTO DE TRES VIAS: QUANTIDADE DA
      *           NOTA CONTRA A PEDIDA E A RECEBIDA, PRECO CONTRA O
      *           CUSTO DA ENTRADA NA DOCA, DENTRO DA TOLERANCIA.
      *           NOTA CASADA ABRE O TITULO A PAGAR (APOPEN) COM
      *           VENCIMENTO PELO PRAZO DO FORNECEDOR (FOR-PRAZO-DIAS)
      *           EM DIAS UTEIS; NOTA DIVERGENTE FICA RETIDA NO
      *           RELATORIO DE EXCECOES (APEXCP) ATE O REPROCESSAMENTO.
      *           PROGRAMACAO SEMANAL DE PAGAMENTOS (PAYRUN) COM O QUE
      *           VENCE ATE O FIM DA SEMANA UTIL, E BAIXA DO PAGAMENTO
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPLIER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORN.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURCHORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-NUMERO
               FILE STATUS IS WRK-FS-PO.
           SELECT STOCK-MOVEMENT ASSIGN TO "STOCKMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.
           SELECT SUPPLIER-INVOICE ASSIGN TO "SUPINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-CHAVE
               FILE STATUS IS WRK-FS-SIN.
           SELECT PAYABLE-OPEN ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APO-NUMERO
               FILE STATUS IS WRK-FS-APO.
           SELECT EXCEPTION-REPORT ASSIGN TO "APEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.
           SELECT PAYMENT-RUN-REPORT ASSIGN TO "PAYRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIER-MASTER.
           COPY CPSUPPLR.
       FD PURCHASE-ORDER-FILE.
           COPY CPPURCH.
       FD STOCK-MOVEMENT.
           COPY CPSTKMOV.
       FD SUPPLIER-INVOICE.
           COPY CPSUPINV.
       FD PAYABLE-OPEN.
           COPY CPAPOPEN.
       FD EXCEPTION-REPORT.
       01 EXCEPTION-LINE.
           02 EXC-FORNECEDOR          PIC X(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 EXC-NOTA                PIC X(09).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 EXC-PEDIDO              PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 EXC-PRODUTO             PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 EXC-QTD-NOTA            PIC ZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 EXC-QTD-RECEBIDA        PIC ZZZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 EXC-PRECO-NOTA          PIC ZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 EXC-CUSTO-RECEBIDO      PIC ZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 EXC-VALOR               PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 EXC-MOTIVO              PIC X(30).
       FD PAYMENT-RUN-REPORT.
       01 PAYMENT-RUN-LINE.
           02 RUN-FORNECEDOR          PIC X(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 RUN-NOME                PIC X(30).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 RUN-TITULO              PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 RUN-NOTA                PIC X(09).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 RUN-VENCIMENTO          PIC 9(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 RUN-SALDO               PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 RUN-SITUACAO            PIC X(10).
       WORKING-STORAGE SECTION.
       77 WRK-FS-FORN PIC X(02) VALUE ZEROS.
       77 WRK-FS-PO PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOV PIC X(02) VALUE ZEROS.
       77 WRK-FS-SIN PIC X(02) VALUE ZEROS.
       77 WRK-FS-APO PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXC PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUN PIC X(02) VALUE ZEROS.
       77 WRK-EOF-MOV PIC X(01) VALUE "N".
           88 FIM-MOV VALUE "S".
       77 WRK-EOF-SIN PIC X(01) VALUE "N".
           88 FIM-SIN VALUE "S".
       77 WRK-EOF-APO PIC X(01) VALUE "N".
           88 FIM-APO VALUE "S".
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-SAIR PIC X(01) VALUE "N".
           88 SAIR-DO-CONTAS-PAGAR VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-FORNECEDOR PIC X(06) VALUE SPACES.
       77 WRK-NOTA PIC X(09) VALUE SPACES.
       77 WRK-PEDIDO PIC 9(06) VALUE ZEROS.
       77 WRK-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-DATA-EMISSAO PIC 9(08) VALUE ZEROS.
       77 WRK-QUANTIDADE PIC 9(05) VALUE ZEROS.
       77 WRK-PRECO-UNIT PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VALOR-NOTA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DATA-LANCAMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-TITULO PIC 9(06) VALUE ZEROS.
       77 WRK-FORNECEDOR-ACHOU PIC X(01) VALUE "N".
           88 FORNECEDOR-ACHOU VALUE "S".
       77 WRK-PEDIDO-ACHOU PIC X(01) VALUE "N".
           88 PEDIDO-ACHOU VALUE "S".
       77 WRK-CASOU PIC X(01) VALUE "N".
           88 NOTA-CASOU VALUE "S".
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-TOLERANCIA PIC 9(03)V99 VALUE 1.
       77 WRK-QTD-RECEBIDA PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-RECEBIDO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CUSTO-RECEBIDO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-QTD-FATURADA PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-TOTAL PIC 9(07) VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(05)V99 VALUE ZEROS.
       77 WRK-DIFERENCA-ABS PIC 9(05)V99 VALUE ZEROS.
       77 WRK-LIMITE PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PROX-APO PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS-UTEIS PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-VENCIMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-SEMANA PIC 9(03) VALUE 5.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-PAGO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CNT-CASADAS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-RETIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-RETIDO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-RET PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PAG PIC 9(03) VALUE ZEROS.
       77 WRK-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-IDX2 PIC 9(03) VALUE ZEROS.
       77 WRK-FORN-ANTERIOR PIC X(06) VALUE SPACES.
       77 WRK-SUBTOTAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-GERAL PIC 9(11)V99 VALUE ZEROS.
       01 WRK-TABELA-RETIDAS.
           02 WRK-RET-CHAVE OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-RET   PIC X(15).
       01 WRK-TABELA-PAGAMENTOS.
           02 WRK-PAG-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-PAG.
               03 WRK-PAG-FORNECEDOR  PIC X(06).
               03 WRK-PAG-VENCIMENTO  PIC 9(08).
               03 WRK-PAG-TITULO      PIC 9(06).
               03 WRK-PAG-NOTA        PIC X(09).
               03 WRK-PAG-SALDO       PIC 9(09)V99.
       01 WRK-TROCA-AUX               PIC X(40).
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
           COPY CPRPTHDR.
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
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DO-CONTAS-PAGAR.
           IF WRK-FS-FORN = "00"
               CLOSE SUPPLIER-MASTER
           END-IF.
           IF WRK-FS-PO = "00"
               CLOSE PURCHASE-ORDER-FILE
           END-IF.
           IF WRK-FS-SIN = "00"
               CLOSE SUPPLIER-INVOICE
           END-IF.
           IF WRK-FS-APO = "00"
               CLOSE PAYABLE-OPEN
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           OPEN INPUT SUPPLIER-MASTER.
           IF WRK-FS-FORN NOT = "00"
               DISPLAY "ERRO AO ABRIR SUPPLIER: " WRK-FS-FORN
               MOVE "S" TO WRK-SAIR
           END-IF.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WRK-FS-PO NOT = "00"
               DISPLAY "ERRO AO ABRIR PURCHORD: " WRK-FS-PO
               MOVE "S" TO WRK-SAIR
           END-IF.
           OPEN I-O SUPPLIER-INVOICE.
           IF WRK-FS-SIN = "35"
               OPEN OUTPUT SUPPLIER-INVOICE
               CLOSE SUPPLIER-INVOICE
               OPEN I-O SUPPLIER-INVOICE
           END-IF.
           IF WRK-FS-SIN NOT = "00"
               DISPLAY "ERRO AO ABRIR SUPINV: " WRK-FS-SIN
               MOVE "S" TO WRK-SAIR
           END-IF.
           PERFORM 0060-ABRIR-TITULOS.
           IF NOT SAIR-DO-CONTAS-PAGAR
               DISPLAY "TOLERANCIA DE PRECO EM PERCENTUAL DO CUSTO"
                   " RECEBIDO (VAZIO = 1%):"
               ACCEPT WRK-TOLERANCIA
               IF WRK-TOLERANCIA = ZEROS
                   MOVE 1 TO WRK-TOLERANCIA
               END-IF
           END-IF.

       0060-ABRIR-TITULOS.
      *********ABRE O APOPEN (OU CRIA NO PRIMEIRO USO) E ACHA O
      *********PROXIMO NUMERO DE TITULO, COMO O PROGCOB66 COM OS
      *********PEDIDOS DE COMPRA***************************************
           OPEN INPUT PAYABLE-OPEN.
           IF WRK-FS-APO = "00"
               PERFORM 0065-ACHAR-MAIOR-TITULO UNTIL FIM-APO
               CLOSE PAYABLE-OPEN
           ELSE
               OPEN OUTPUT PAYABLE-OPEN
               CLOSE PAYABLE-OPEN
           END-IF.
           OPEN I-O PAYABLE-OPEN.
           IF WRK-FS-APO NOT = "00"
               DISPLAY "ERRO AO ABRIR APOPEN: " WRK-FS-APO
               MOVE "S" TO WRK-SAIR
           END-IF.
           ADD 1 TO WRK-PROX-APO.

       0065-ACHAR-MAIOR-TITULO.
           READ PAYABLE-OPEN NEXT
               AT END
                   MOVE "S" TO WRK-EOF-APO
               NOT AT END
                   IF APO-NUMERO > WRK-PROX-APO
                       MOVE APO-NUMERO TO WRK-PROX-APO
                   END-IF
           END-READ.

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY "      CONTAS A PAGAR DE FORNECEDORES".
           DISPLAY "=============================================".
           DISPLAY " 01 - LANCAR NOTA DO FORNECEDOR (CASAMENTO)".
           DISPLAY " 02 - REPROCESSAR NOTAS RETIDAS".
           DISPLAY " 03 - RELATORIO DE EXCECOES (NOTAS RETIDAS)".
           DISPLAY " 04 - PROGRAMACAO SEMANAL DE PAGAMENTOS".
           DISPLAY " 05 - BAIXAR PAGAMENTO AO FORNECEDOR".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01 PERFORM 0200-LANCAR-NOTA
               WHEN 02 PERFORM 0500-REPROCESSAR-RETIDAS
               WHEN 03 PERFORM 0600-RELATORIO-EXCECOES
               WHEN 04 PERFORM 0700-PROGRAMAR-PAGAMENTOS
               WHEN 05 PERFORM 0800-BAIXAR-PAGAMENTO
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0150-LER-FORNECEDOR.
           MOVE "N" TO WRK-FORNECEDOR-ACHOU.
           MOVE WRK-FORNECEDOR TO FOR-CODIGO.
           READ SUPPLIER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-FORNECEDOR-ACHOU
           END-READ.

       0160-LER-PEDIDO.
           MOVE "N" TO WRK-PEDIDO-ACHOU.
           MOVE WRK-PEDIDO TO PO-NUMERO.
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-PEDIDO-ACHOU
           END-READ.

       0200-LANCAR-NOTA.
      *********COLHE A NOTA, CASA COM PEDIDO E RECEBIMENTO E GRAVA NO
      *********SUPINV CASADA (COM O TITULO ABERTO) OU RETIDA***********
           DISPLAY "FORNECEDOR:".
           ACCEPT WRK-FORNECEDOR.
           PERFORM 0150-LER-FORNECEDOR.
           IF NOT FORNECEDOR-ACHOU
               DISPLAY "FORNECEDOR FORA DO CADASTRO - NOTA NAO"
                   " LANCADA"
           ELSE
               DISPLAY "NUMERO DA NOTA FISCAL:"
               ACCEPT WRK-NOTA
               MOVE WRK-FORNECEDOR TO SIN-FORNECEDOR
               MOVE WRK-NOTA TO SIN-NOTA
               READ SUPPLIER-INVOICE
                   INVALID KEY
                       PERFORM 0210-COLHER-NOTA
                   NOT INVALID KEY
                       DISPLAY "NOTA JA LANCADA PARA O FORNECEDOR"
                           " (STATUS " SIN-STATUS ")"
               END-READ
           END-IF.

       0210-COLHER-NOTA.
           DISPLAY "PEDIDO DE COMPRA:".
           ACCEPT WRK-PEDIDO.
           DISPLAY "DATA DE EMISSAO AAAAMMDD (VAZIO = HOJE):".
           ACCEPT WRK-DATA-EMISSAO.
           IF WRK-DATA-EMISSAO = ZEROS
               MOVE WRK-DATASYS-NUM TO WRK-DATA-EMISSAO
           END-IF.
           DISPLAY "QUANTIDADE FATURADA:".
           ACCEPT WRK-QUANTIDADE.
           DISPLAY "PRECO UNITARIO DA NOTA (EX 12,50):".
           ACCEPT WRK-PRECO-UNIT.
           IF WRK-NOTA = SPACES OR WRK-QUANTIDADE = ZEROS
               DISPLAY "NOTA E QUANTIDADE SAO OBRIGATORIAS - NOTA"
                   " NAO LANCADA"
           ELSE
               COMPUTE WRK-VALOR-NOTA =
                   WRK-QUANTIDADE * WRK-PRECO-UNIT
               MOVE WRK-DATASYS-NUM TO WRK-DATA-LANCAMENTO
               MOVE SPACES TO WRK-PRODUTO
               PERFORM 0300-CASAR-NOTA
               IF NOTA-CASOU
                   PERFORM 0350-ABRIR-TITULO
               END-IF
               PERFORM 0380-MONTAR-NOTA
               WRITE SIN-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR NOTA " WRK-NOTA
                   NOT INVALID KEY
                       PERFORM 0390-INFORMAR-RESULTADO
               END-WRITE
           END-IF.

       0300-CASAR-NOTA.
      *********CASAMENTO DE TRES VIAS: O PEDIDO TEM DE SER DO
      *********FORNECEDOR; A QUANTIDADE DA NOTA, SOMADA AS NOTAS JA
      *********CASADAS NO PEDIDO, NAO PODE PASSAR A RECEBIDA NO
      *********STOCKMOV NEM A PEDIDA; O PRECO NAO PODE FUGIR DO CUSTO
      *********MEDIO DAS ENTRADAS DO PEDIDO MAIS QUE A TOLERANCIA******
           MOVE "N" TO WRK-CASOU.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-QTD-RECEBIDA WRK-VALOR-RECEBIDO
               WRK-CUSTO-RECEBIDO WRK-QTD-FATURADA.
           PERFORM 0160-LER-PEDIDO.
           IF PEDIDO-ACHOU AND PO-FORNECEDOR = WRK-FORNECEDOR
               MOVE PO-PRODUTO TO WRK-PRODUTO
               PERFORM 0310-SOMAR-RECEBIMENTOS
               PERFORM 0320-SOMAR-FATURADO
               IF WRK-QTD-RECEBIDA > ZEROS
                   COMPUTE WRK-CUSTO-RECEBIDO ROUNDED =
                       WRK-VALOR-RECEBIDO / WRK-QTD-RECEBIDA
               END-IF
               COMPUTE WRK-QTD-TOTAL =
                   WRK-QTD-FATURADA + WRK-QUANTIDADE
               COMPUTE WRK-DIFERENCA =
                   WRK-PRECO-UNIT - WRK-CUSTO-RECEBIDO
               IF WRK-DIFERENCA < 0
                   COMPUTE WRK-DIFERENCA-ABS = WRK-DIFERENCA * -1
               ELSE
                   MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ABS
               END-IF
               COMPUTE WRK-LIMITE ROUNDED =
                   WRK-CUSTO-RECEBIDO * WRK-TOLERANCIA / 100
           END-IF.
           EVALUATE TRUE
               WHEN NOT PEDIDO-ACHOU
                   MOVE "PEDIDO DE COMPRA NAO ENCONTRADO" TO WRK-MOTIVO
               WHEN PO-FORNECEDOR NOT = WRK-FORNECEDOR
                   MOVE "PEDIDO DE OUTRO FORNECEDOR" TO WRK-MOTIVO
               WHEN WRK-QTD-RECEBIDA = ZEROS
                   MOVE "PEDIDO SEM RECEBIMENTO" TO WRK-MOTIVO
               WHEN WRK-QTD-TOTAL > WRK-QTD-RECEBIDA
                   MOVE "QUANTIDADE ACIMA DA RECEBIDA" TO WRK-MOTIVO
               WHEN WRK-QTD-TOTAL > PO-QTD-PEDIDA
                   MOVE "QUANTIDADE ACIMA DA PEDIDA" TO WRK-MOTIVO
               WHEN WRK-DIFERENCA-ABS > WRK-LIMITE
                   MOVE "PRECO DIVERGE DO RECEBIMENTO" TO WRK-MOTIVO
               WHEN OTHER
                   MOVE "S" TO WRK-CASOU
           END-EVALUATE.

       0310-SOMAR-RECEBIMENTOS.
      *********ENTRADAS DO DEPOSITO FEITAS CONTRA O PEDIDO
      *********(MOV-DOCUMENTO); MOVIMENTO ANTIGO SEM O CAMPO E PULADO**
           MOVE "N" TO WRK-EOF-MOV.
           OPEN INPUT STOCK-MOVEMENT.
           IF WRK-FS-MOV NOT = "00"
               MOVE "S" TO WRK-EOF-MOV
           END-IF.
           PERFORM 0315-LER-MOVIMENTO UNTIL FIM-MOV.
           IF WRK-FS-MOV = "00" OR WRK-FS-MOV = "10"
               CLOSE STOCK-MOVEMENT
           END-IF.

       0315-LER-MOVIMENTO.
           READ STOCK-MOVEMENT
               AT END
                   MOVE "S" TO WRK-EOF-MOV
               NOT AT END
                   IF MOV-ENTRADA
                       AND MOV-ORIGEM = "DEPOSITO"
                       AND MOV-DOCUMENTO NUMERIC
                       AND MOV-DOCUMENTO = WRK-PEDIDO
                       AND MOV-PRODUTO = WRK-PRODUTO
                       ADD MOV-QUANTIDADE TO WRK-QTD-RECEBIDA
                       ADD MOV-VALOR TO WRK-VALOR-RECEBIDO
                   END-IF
           END-READ.

       0320-SOMAR-FATURADO.
      *********QUANTIDADE JA FATURADA NO PEDIDO POR NOTAS CASADAS,
      *********PARA A ENTREGA PARCIAL NAO SER PAGA DUAS VEZES**********
           MOVE "N" TO WRK-EOF-SIN.
           MOVE LOW-VALUES TO SIN-CHAVE.
           START SUPPLIER-INVOICE KEY IS NOT LESS THAN SIN-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-SIN
           END-START.
           PERFORM 0325-LER-FATURADO UNTIL FIM-SIN.

       0325-LER-FATURADO.
           READ SUPPLIER-INVOICE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-SIN
               NOT AT END
                   IF SIN-CASADA AND SIN-PEDIDO = WRK-PEDIDO
                       ADD SIN-QUANTIDADE TO WRK-QTD-FATURADA
                   END-IF
           END-READ.

       0350-ABRIR-TITULO.
      *********TITULO A PAGAR COM VENCIMENTO PELO PRAZO DO FORNECEDOR
      *********EM DIAS UTEIS A PARTIR DA DATA DE PROCESSAMENTO*********
           PERFORM 0150-LER-FORNECEDOR.
           MOVE WRK-DATASYS-NUM TO WRK-DATA-VENCIMENTO.
           IF FORNECEDOR-ACHOU AND FOR-PRAZO-DIAS > ZEROS
               MOVE FOR-PRAZO-DIAS TO WRK-DIAS-UTEIS
               CALL "PROGDATA" USING WRK-DATASYS-NUM, OMITTED,
                   OMITTED, OMITTED, WRK-DIAS-UTEIS,
                   WRK-DATA-VENCIMENTO
           END-IF.
           MOVE WRK-PROX-APO TO APO-NUMERO.
           MOVE WRK-FORNECEDOR TO APO-FORNECEDOR.
           MOVE WRK-NOTA TO APO-NOTA.
           MOVE WRK-PEDIDO TO APO-PEDIDO.
           MOVE WRK-DATA-EMISSAO TO APO-DATA-EMISSAO.
           MOVE WRK-DATA-VENCIMENTO TO APO-VENCIMENTO.
           MOVE WRK-VALOR-NOTA TO APO-VALOR.
           MOVE ZEROS TO APO-VALOR-PAGO.
           MOVE WRK-VALOR-NOTA TO APO-SALDO.
           MOVE "A" TO APO-STATUS.
           MOVE ZEROS TO APO-DATA-PAGAMENTO.
           WRITE APO-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO ABRIR TITULO " APO-NUMERO
                       " - NOTA FICA RETIDA"
                   MOVE "N" TO WRK-CASOU
                   MOVE "ERRO AO ABRIR O TITULO" TO WRK-MOTIVO
               NOT INVALID KEY
                   MOVE APO-NUMERO TO WRK-TITULO
                   ADD 1 TO WRK-PROX-APO
           END-WRITE.

       0380-MONTAR-NOTA.
           MOVE SPACES TO SIN-RECORD.
           MOVE WRK-FORNECEDOR TO SIN-FORNECEDOR.
           MOVE WRK-NOTA TO SIN-NOTA.
           MOVE WRK-PEDIDO TO SIN-PEDIDO.
           MOVE WRK-PRODUTO TO SIN-PRODUTO.
           MOVE WRK-DATA-EMISSAO TO SIN-DATA-EMISSAO.
           MOVE WRK-QUANTIDADE TO SIN-QUANTIDADE.
           MOVE WRK-PRECO-UNIT TO SIN-PRECO-UNIT.
           MOVE WRK-VALOR-NOTA TO SIN-VALOR.
           MOVE WRK-DATA-LANCAMENTO TO SIN-DATA-LANCAMENTO.
           MOVE WRK-OPERADOR TO SIN-OPERADOR.
           IF NOTA-CASOU
               MOVE "C" TO SIN-STATUS
               MOVE WRK-TITULO TO SIN-TITULO
           ELSE
               MOVE "R" TO SIN-STATUS
               MOVE WRK-MOTIVO TO SIN-MOTIVO
               MOVE ZEROS TO SIN-TITULO
           END-IF.

       0390-INFORMAR-RESULTADO.
           IF NOTA-CASOU
               DISPLAY "NOTA CASADA - TITULO A PAGAR " WRK-TITULO
                   " VENCIMENTO " WRK-DATA-VENCIMENTO
               ADD 1 TO WRK-CNT-CASADAS
           ELSE
               DISPLAY "NOTA RETIDA: " WRK-MOTIVO
               DISPLAY "  RECEBIDO " WRK-QTD-RECEBIDA
                   " CUSTO " WRK-CUSTO-RECEBIDO
                   " JA FATURADO " WRK-QTD-FATURADA
               ADD 1 TO WRK-CNT-RETIDAS
           END-IF.

       0500-REPROCESSAR-RETIDAS.
      *********REPASSA AS NOTAS RETIDAS PELO CASAMENTO (EX: O RESTO DA
      *********ENTREGA CHEGOU DEPOIS DA NOTA); AS CHAVES SAO GUARDADAS
      *********ANTES PORQUE O CASAMENTO VARRE O PROPRIO SUPINV*********
           MOVE ZEROS TO WRK-CNT-CASADAS WRK-CNT-RETIDAS WRK-QTD-RET.
           MOVE "N" TO WRK-EOF-SIN.
           MOVE LOW-VALUES TO SIN-CHAVE.
           START SUPPLIER-INVOICE KEY IS NOT LESS THAN SIN-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-SIN
           END-START.
           PERFORM 0510-GUARDAR-RETIDA UNTIL FIM-SIN.
           IF WRK-QTD-RET > ZEROS
               PERFORM 0520-REPROCESSAR-UMA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-RET
           END-IF.
           DISPLAY "NOTAS REPROCESSADAS: " WRK-QTD-RET.
           DISPLAY "CASADAS AGORA      : " WRK-CNT-CASADAS.
           DISPLAY "SEGUEM RETIDAS     : " WRK-CNT-RETIDAS.

       0510-GUARDAR-RETIDA.
           READ SUPPLIER-INVOICE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-SIN
               NOT AT END
                   IF SIN-RETIDA AND WRK-QTD-RET < 500
                       ADD 1 TO WRK-QTD-RET
                       MOVE SIN-CHAVE TO WRK-RET-CHAVE(WRK-QTD-RET)
                   END-IF
           END-READ.

       0520-REPROCESSAR-UMA.
           MOVE WRK-RET-CHAVE(WRK-IDX) TO SIN-CHAVE.
           READ SUPPLIER-INVOICE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SIN-FORNECEDOR TO WRK-FORNECEDOR
                   MOVE SIN-NOTA TO WRK-NOTA
                   MOVE SIN-PEDIDO TO WRK-PEDIDO
                   MOVE SIN-DATA-EMISSAO TO WRK-DATA-EMISSAO
                   MOVE SIN-QUANTIDADE TO WRK-QUANTIDADE
                   MOVE SIN-PRECO-UNIT TO WRK-PRECO-UNIT
                   MOVE SIN-VALOR TO WRK-VALOR-NOTA
                   MOVE SIN-DATA-LANCAMENTO TO WRK-DATA-LANCAMENTO
                   MOVE SIN-PRODUTO TO WRK-PRODUTO
                   PERFORM 0300-CASAR-NOTA
                   IF NOTA-CASOU
                       PERFORM 0350-ABRIR-TITULO
                   END-IF
                   PERFORM 0530-REGRAVAR-NOTA
           END-READ.

       0530-REGRAVAR-NOTA.
           MOVE WRK-RET-CHAVE(WRK-IDX) TO SIN-CHAVE.
           READ SUPPLIER-INVOICE
               INVALID KEY
                   DISPLAY "NOTA SUMIU DO SUPINV: " WRK-NOTA
               NOT INVALID KEY
                   IF NOTA-CASOU
                       MOVE "C" TO SIN-STATUS
                       MOVE SPACES TO SIN-MOTIVO
                       MOVE WRK-TITULO TO SIN-TITULO
                       ADD 1 TO WRK-CNT-CASADAS
                       DISPLAY "NOTA " SIN-NOTA " DO FORNECEDOR "
                           SIN-FORNECEDOR " CASADA - TITULO "
                           WRK-TITULO
                   ELSE
                       MOVE WRK-MOTIVO TO SIN-MOTIVO
                       ADD 1 TO WRK-CNT-RETIDAS
                   END-IF
                   REWRITE SIN-RECORD
           END-READ.

       0600-RELATORIO-EXCECOES.
      *********NOTAS RETIDAS COM O MOTIVO, A QUANTIDADE E O CUSTO
      *********RECEBIDOS NO PEDIDO, PARA O COMPRADOR COBRAR O
      *********FORNECEDOR OU A DOCA************************************
           MOVE ZEROS TO WRK-CNT-RETIDAS WRK-TOT-RETIDO.
           OPEN OUTPUT EXCEPTION-REPORT.
           MOVE "PROGCOB83" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE SPACES TO EXCEPTION-LINE.
           MOVE RPT-HEADER-LINE TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE "N" TO WRK-EOF-SIN.
           MOVE LOW-VALUES TO SIN-CHAVE.
           START SUPPLIER-INVOICE KEY IS NOT LESS THAN SIN-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-SIN
           END-START.
           PERFORM 0610-LISTAR-RETIDA UNTIL FIM-SIN.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           MOVE "TOTAL" TO EXC-NOTA.
           MOVE WRK-CNT-RETIDAS TO EXC-PEDIDO.
           MOVE WRK-TOT-RETIDO TO EXC-VALOR.
           MOVE "NOTAS RETIDAS" TO EXC-MOTIVO.
           WRITE EXCEPTION-LINE.
           CLOSE EXCEPTION-REPORT.
           DISPLAY "NOTAS RETIDAS (APEXCP): " WRK-CNT-RETIDAS
               "  VALOR " WRK-TOT-RETIDO.

       0610-LISTAR-RETIDA.
           READ SUPPLIER-INVOICE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-SIN
               NOT AT END
                   IF SIN-RETIDA
                       PERFORM 0620-GRAVAR-EXCECAO
                   END-IF
           END-READ.

       0620-GRAVAR-EXCECAO.
           MOVE ZEROS TO WRK-QTD-RECEBIDA WRK-VALOR-RECEBIDO
               WRK-CUSTO-RECEBIDO.
           MOVE SIN-PEDIDO TO WRK-PEDIDO.
           MOVE SIN-PRODUTO TO WRK-PRODUTO.
           IF WRK-PRODUTO NOT = SPACES
               PERFORM 0310-SOMAR-RECEBIMENTOS
               IF WRK-QTD-RECEBIDA > ZEROS
                   COMPUTE WRK-CUSTO-RECEBIDO ROUNDED =
                       WRK-VALOR-RECEBIDO / WRK-QTD-RECEBIDA
               END-IF
           END-IF.
           MOVE SPACES TO EXCEPTION-LINE.
           MOVE SIN-FORNECEDOR TO EXC-FORNECEDOR.
           MOVE SIN-NOTA TO EXC-NOTA.
           MOVE SIN-PEDIDO TO EXC-PEDIDO.
           MOVE SIN-PRODUTO TO EXC-PRODUTO.
           MOVE SIN-QUANTIDADE TO EXC-QTD-NOTA.
           MOVE WRK-QTD-RECEBIDA TO EXC-QTD-RECEBIDA.
           MOVE SIN-PRECO-UNIT TO EXC-PRECO-NOTA.
           MOVE WRK-CUSTO-RECEBIDO TO EXC-CUSTO-RECEBIDO.
           MOVE SIN-VALOR TO EXC-VALOR.
           MOVE SIN-MOTIVO TO EXC-MOTIVO.
           WRITE EXCEPTION-LINE.
           ADD 1 TO WRK-CNT-RETIDAS.
           ADD SIN-VALOR TO WRK-TOT-RETIDO.

       0700-PROGRAMAR-PAGAMENTOS.
      *********TITULOS ABERTOS QUE VENCEM ATE O FIM DA SEMANA UTIL
      *********(5 DIAS UTEIS A FRENTE, PELO PROGDATA), VENCIDOS
      *********INCLUSIVE, POR FORNECEDOR E VENCIMENTO COM SUBTOTAL*****
           MOVE WRK-DATASYS-NUM TO WRK-DATA-LIMITE.
           CALL "PROGDATA" USING WRK-DATASYS-NUM, OMITTED, OMITTED,
               OMITTED, WRK-DIAS-SEMANA, WRK-DATA-LIMITE.
           MOVE ZEROS TO WRK-QTD-PAG WRK-TOTAL-GERAL.
           MOVE "N" TO WRK-EOF-APO.
           MOVE ZEROS TO APO-NUMERO.
           START PAYABLE-OPEN KEY IS NOT LESS THAN APO-NUMERO
               INVALID KEY
                   MOVE "S" TO WRK-EOF-APO
           END-START.
           PERFORM 0710-CARREGAR-TITULO UNTIL FIM-APO.
           IF WRK-QTD-PAG > 1
               PERFORM 0720-PASSADA-ORDENACAO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX >= WRK-QTD-PAG
           END-IF.
           OPEN OUTPUT PAYMENT-RUN-REPORT.
           MOVE "PROGCOB83" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE SPACES TO PAYMENT-RUN-LINE.
           MOVE RPT-HEADER-LINE TO PAYMENT-RUN-LINE.
           WRITE PAYMENT-RUN-LINE.
           MOVE SPACES TO PAYMENT-RUN-LINE.
           MOVE "VENCIMENTOS ATE" TO RUN-NOME.
           MOVE WRK-DATA-LIMITE TO RUN-VENCIMENTO.
           WRITE PAYMENT-RUN-LINE.
           MOVE SPACES TO WRK-FORN-ANTERIOR.
           MOVE ZEROS TO WRK-SUBTOTAL.
           IF WRK-QTD-PAG > ZEROS
               PERFORM 0740-IMPRIMIR-TITULO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-PAG
               PERFORM 0750-IMPRIMIR-SUBTOTAL
           END-IF.
           MOVE SPACES TO PAYMENT-RUN-LINE.
           WRITE PAYMENT-RUN-LINE.
           MOVE SPACES TO PAYMENT-RUN-LINE.
           MOVE "TOTAL DA PROGRAMACAO" TO RUN-NOME.
           MOVE WRK-TOTAL-GERAL TO RUN-SALDO.
           WRITE PAYMENT-RUN-LINE.
           CLOSE PAYMENT-RUN-REPORT.
           DISPLAY "TITULOS NA PROGRAMACAO (PAYRUN): " WRK-QTD-PAG
               "  TOTAL " WRK-TOTAL-GERAL.

       0710-CARREGAR-TITULO.
           READ PAYABLE-OPEN NEXT
               AT END
                   MOVE "S" TO WRK-EOF-APO
               NOT AT END
                   IF APO-ABERTO
                       AND APO-VENCIMENTO <= WRK-DATA-LIMITE
                       AND WRK-QTD-PAG < 500
                       ADD 1 TO WRK-QTD-PAG
                       MOVE APO-FORNECEDOR
                           TO WRK-PAG-FORNECEDOR(WRK-QTD-PAG)
                       MOVE APO-VENCIMENTO
                           TO WRK-PAG-VENCIMENTO(WRK-QTD-PAG)
                       MOVE APO-NUMERO TO WRK-PAG-TITULO(WRK-QTD-PAG)
                       MOVE APO-NOTA TO WRK-PAG-NOTA(WRK-QTD-PAG)
                       MOVE APO-SALDO TO WRK-PAG-SALDO(WRK-QTD-PAG)
                   END-IF
           END-READ.

       0720-PASSADA-ORDENACAO.
           COMPUTE WRK-IDX2 = WRK-IDX + 1.
           PERFORM 0730-COMPARAR-TROCAR
               UNTIL WRK-IDX2 > WRK-QTD-PAG.

       0730-COMPARAR-TROCAR.
           IF WRK-PAG-FORNECEDOR(WRK-IDX2) < WRK-PAG-FORNECEDOR(WRK-IDX)
               OR (WRK-PAG-FORNECEDOR(WRK-IDX2) =
                   WRK-PAG-FORNECEDOR(WRK-IDX)
                   AND WRK-PAG-VENCIMENTO(WRK-IDX2) <
                       WRK-PAG-VENCIMENTO(WRK-IDX))
               MOVE WRK-PAG-ENTRY(WRK-IDX) TO WRK-TROCA-AUX
               MOVE WRK-PAG-ENTRY(WRK-IDX2) TO WRK-PAG-ENTRY(WRK-IDX)
               MOVE WRK-TROCA-AUX TO WRK-PAG-ENTRY(WRK-IDX2)
           END-IF.
           ADD 1 TO WRK-IDX2.

       0740-IMPRIMIR-TITULO.
           IF WRK-PAG-FORNECEDOR(WRK-IDX) NOT = WRK-FORN-ANTERIOR
               IF WRK-FORN-ANTERIOR NOT = SPACES
                   PERFORM 0750-IMPRIMIR-SUBTOTAL
               END-IF
               MOVE WRK-PAG-FORNECEDOR(WRK-IDX) TO WRK-FORN-ANTERIOR
               MOVE ZEROS TO WRK-SUBTOTAL
           END-IF.
           MOVE SPACES TO PAYMENT-RUN-LINE.
           MOVE WRK-PAG-FORNECEDOR(WRK-IDX) TO RUN-FORNECEDOR.
           MOVE WRK-PAG-FORNECEDOR(WRK-IDX) TO WRK-FORNECEDOR.
           PERFORM 0150-LER-FORNECEDOR.
           IF FORNECEDOR-ACHOU
               MOVE FOR-NOME TO RUN-NOME
           END-IF.
           MOVE WRK-PAG-TITULO(WRK-IDX) TO RUN-TITULO.
           MOVE WRK-PAG-NOTA(WRK-IDX) TO RUN-NOTA.
           MOVE WRK-PAG-VENCIMENTO(WRK-IDX) TO RUN-VENCIMENTO.
           MOVE WRK-PAG-SALDO(WRK-IDX) TO RUN-SALDO.
           IF WRK-PAG-VENCIMENTO(WRK-IDX) < WRK-DATASYS-NUM
               MOVE "VENCIDO" TO RUN-SITUACAO
           ELSE
               MOVE "A VENCER" TO RUN-SITUACAO
           END-IF.
           WRITE PAYMENT-RUN-LINE.
           ADD WRK-PAG-SALDO(WRK-IDX) TO WRK-SUBTOTAL.
           ADD WRK-PAG-SALDO(WRK-IDX) TO WRK-TOTAL-GERAL.

       0750-IMPRIMIR-SUBTOTAL.
           MOVE SPACES TO PAYMENT-RUN-LINE.
           MOVE WRK-FORN-ANTERIOR TO RUN-FORNECEDOR.
           MOVE "SUBTOTAL DO FORNECEDOR" TO RUN-NOME.
           MOVE WRK-SUBTOTAL TO RUN-SALDO.
           WRITE PAYMENT-RUN-LINE.

       0800-BAIXAR-PAGAMENTO.
      *********BAIXA TOTAL OU PARCIAL DO TITULO A PAGAR; VALOR ACIMA
      *********DO SALDO E RECUSADO*************************************
           DISPLAY "NUMERO DO TITULO A PAGAR:".
           ACCEPT WRK-TITULO.
           MOVE WRK-TITULO TO APO-NUMERO.
           READ PAYABLE-OPEN
               INVALID KEY
                   DISPLAY "TITULO NAO ENCONTRADO: " WRK-TITULO
               NOT INVALID KEY
                   IF APO-QUITADO
                       DISPLAY "TITULO JA QUITADO EM "
                           APO-DATA-PAGAMENTO
                   ELSE
                       PERFORM 0810-GRAVAR-PAGAMENTO
                   END-IF
           END-READ.

       0810-GRAVAR-PAGAMENTO.
           DISPLAY "FORNECEDOR " APO-FORNECEDOR " NOTA " APO-NOTA
               " VENCIMENTO " APO-VENCIMENTO.
           DISPLAY "SALDO DO TITULO: " APO-SALDO.
           DISPLAY "VALOR PAGO:".
           ACCEPT WRK-VALOR-PAGO.
           IF WRK-VALOR-PAGO = ZEROS OR WRK-VALOR-PAGO > APO-SALDO
               DISPLAY "VALOR INVALIDO OU ACIMA DO SALDO - NADA"
                   " BAIXADO"
           ELSE
               ADD WRK-VALOR-PAGO TO APO-VALOR-PAGO
               SUBTRACT WRK-VALOR-PAGO FROM APO-SALDO
               MOVE WRK-DATASYS-NUM TO APO-DATA-PAGAMENTO
               IF APO-SALDO = ZEROS
                   MOVE "Q" TO APO-STATUS
               END-IF
               REWRITE APO-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR TITULO " APO-NUMERO
                   NOT INVALID KEY
                       DISPLAY "PAGAMENTO BAIXADO - SALDO " APO-SALDO
               END-REWRITE
           END-IF.
