      *                   RELATORIO DE ESTOQUE BAIXO PASSA A OLHAR O
      *                   LOCAL DE VENDA LJ1, DE ONDE AS BAIXAS
      *                   AUTOMATICAS SAEM
      * 15/10/2026 LFL - A ENTRADA CONTRA PEDIDO GRAVA O NUMERO DO
      *                   PEDIDO NO MOVIMENTO (MOV-DOCUMENTO), PARA O
      *                   CASAMENTO DA NOTA DO FORNECEDOR NO PROGCOB83
      * 15/10/2026 LFL - NOVA OPCAO DE KITS MONTAVEIS: PARA CADA KIT
      *                   DO KITDEF (PROGCOB97), QUANTOS KITS O SALDO
      *                   ATUAL DOS COMPONENTES NO LOCAL MONTA, COM O
      *                   COMPONENTE QUE LIMITA A MONTAGEM
      * 15/10/2026 LFL - A ENTRADA PASSA A PEDIR LOTE E VALIDADE DO
      *                   PRODUTO PERECIVEL (SALDO POR LOTE NO
      *                   STOCKLOT), A TRANSFERENCIA LEVA OS LOTES QUE
      *                   VENCEM PRIMEIRO PARA O DESTINO E NOVA OPCAO
      *                   DE BAIXA POR PERDA (VENCIDO OU AVARIA),
      *                   VALORIZADA PELO CUSTO MEDIO NO STOCKMOV
      * 15/10/2026 LFL - SALDO NOVO NASCE COM O LOTE DE COMPRA ZERADO
      * 15/10/2026 LFL - NOVA OPCAO DE DEVOLUCAO AO FORNECEDOR CONTRA O
      *                   PEDIDO DE COMPRA: SAIDA ORIGEM DEVOLFORN NO
      *                   STOCKMOV PELO CUSTO DA ENTRADA DO PEDIDO,
      *                   NOTA DE DEBITO NUMERADA NO DEBNOTE E, COM
      *                   REPOSICAO, O PEDIDO REABRE A QUANTIDADE; A
      *                   ENTRADA DA REPOSICAO BAIXA A NOTA DE DEBITO
      * 15/10/2026 LFL - NOVAS OPCOES DE SAIDA DE MATERIAL PARA A OBRA
      *                   (JOBFILE, PROGCOB75) E DE RETORNO DA SOBRA:
      *                   MOVIMENTO COM ORIGEM OBRA + NUMERO DA OBRA NO
      *                   STOCKMOV, A SAIDA PELO CUSTO MEDIO E O RETORNO
      *                   PELO CUSTO MEDIO DO QUE A OBRA RECEBEU, PARA O
      *                   CUSTO REAL DA OBRA (PROGCOB110)
      * 15/10/2026 LFL - CADA GRAVACAO NOS CADASTROS INDEXADOS DEIXA A
      *                   IMAGEM POSTERIOR NO DIARIO UPDJRNL (PROGJRNL),
      *                   PARA A RECUPERACAO PELO PROGCOB115; RECEBE O
      *                   OPERADOR DO MENU, QUE VAI JUNTO NO DIARIO
      * 15/10/2026 LFL - LANCAMENTO DATADO EM PERIODO FECHADO NO
      *                   PERIODCT (PROGCOB117) E RECUSADO, CONFERIDO
      *                   PELO PROGPERI
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-NUMERO
               FILE STATUS IS WRK-FS-PO.
           SELECT KIT-FILE ASSIGN TO "KITDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-FS-KIT.
           SELECT STOCK-LOT ASSIGN TO "STOCKLOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-FS-LOT.
           SELECT DEBIT-NOTE-FILE ASSIGN TO "DEBNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DBN-NUMERO
               FILE STATUS IS WRK-FS-DBN.
           SELECT JOB-FILE ASSIGN TO "JOBFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JOB-NUMERO
               FILE STATUS IS WRK-FS-JOB.
       DATA DIVISION.
       FILE SECTION.
       FD STOCK-BALANCE.
           COPY CPSTKMOV.
       FD PURCHASE-ORDER-FILE.
           COPY CPPURCH.
       FD KIT-FILE.
           COPY CPKIT.
       FD STOCK-LOT.
           COPY CPSTKLOT.
       FD DEBIT-NOTE-FILE.
           COPY CPDEBNOT.
       FD JOB-FILE.
           COPY CPJOB.
       FD LOWSTOCK-REPORT.
       01 LOWSTOCK-LINE.
           02 LS-PRODUTO              PIC X(20).
       77 WRK-LOCAL-VENDA PIC X(03) VALUE "LJ1".
       77 WRK-LOCAL-DESTINO PIC X(03) VALUE SPACES.
       77 WRK-CUSTO-TRANSF PIC 9(05)V99 VALUE ZEROS.
       77 WRK-FS-KIT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-KIT PIC X(01) VALUE "N".
           88 FIM-KIT VALUE "S".
       77 WRK-KIT-ATUAL PIC X(20) VALUE SPACES.
       77 WRK-KIT-LIMITE PIC X(20) VALUE SPACES.
       77 WRK-KITS-MONTAVEIS PIC S9(07) VALUE ZEROS.
       77 WRK-KITS-COMPONENTE PIC S9(07) VALUE ZEROS.
       77 WRK-CNT-KITS PIC 9(05) VALUE ZEROS.
       77 WRK-FS-LOT PIC X(02) VALUE ZEROS.
       77 WRK-LOTES-OK PIC X(01) VALUE "N".
           88 LOTES-OK VALUE "S".
       77 WRK-EOF-LOT PIC X(01) VALUE "N".
           88 FIM-LOT VALUE "S".
       77 WRK-LOTE PIC X(10) VALUE SPACES.
       77 WRK-LOTE-ACHOU PIC X(01) VALUE "N".
           88 LOTE-ACHOU VALUE "S".
       77 WRK-QTD-LOTE PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RESTANTE PIC 9(05) VALUE ZEROS.
       77 WRK-MOTIVO PIC X(02) VALUE SPACES.
           88 MOTIVO-VALIDO VALUE "VE" "AV".
           88 MOTIVO-DEVOLUCAO VALUE "AV" "ER".
       77 WRK-CUSTO-PERDA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-FS-DBN PIC X(02) VALUE ZEROS.
       77 WRK-EOF-DBN PIC X(01) VALUE "N".
           88 FIM-DBN VALUE "S".
       77 WRK-EOF-MOV PIC X(01) VALUE "N".
           88 FIM-MOV VALUE "S".
       77 WRK-REPOSICAO PIC X(01) VALUE "N".
           88 COM-REPOSICAO VALUE "S".
       77 WRK-PROX-NOTA PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-RECEBIDA-PO PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-RECEBIDO-PO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-DEVOLVIDA-PO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DISPONIVEL PIC S9(07) VALUE ZEROS.
       77 WRK-CUSTO-DEVOLUCAO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VALOR-DEVOLUCAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-RESTANTE PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QTD-REPOR PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ORIGINAL PIC S9(07) VALUE ZEROS.
       77 WRK-QTD-REPOSICAO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-NOTA PIC 9(05) VALUE ZEROS.
       77 WRK-FS-JOB PIC X(02) VALUE ZEROS.
       77 WRK-OBRA PIC 9(05) VALUE ZEROS.
       77 WRK-OBRA-SITUACAO PIC X(01) VALUE "N".
           88 OBRA-ABERTA VALUE "A".
           88 OBRA-CONCLUIDA VALUE "F".
           88 OBRA-INEXISTENTE VALUE "N".
       77 WRK-TIPO-MOV-OBRA PIC X(01) VALUE SPACE.
       77 WRK-CUSTO-OBRA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-QTD-LIQ-OBRA PIC S9(07) VALUE ZEROS.
       77 WRK-VALOR-LIQ-OBRA PIC S9(11)V99 VALUE ZEROS.
       01 WRK-ORIGEM-OBRA.
           02 FILLER                 PIC X(04) VALUE "OBRA".
           02 WOO-NUMERO             PIC 9(05).
           02 FILLER                 PIC X(01) VALUE SPACE.
       01 WRK-VALIDADE PIC 9(08) VALUE ZEROS.
       01 WRK-VALIDADE-X REDEFINES WRK-VALIDADE.
           02 WRK-VAL-ANO            PIC 9(04).
           02 WRK-VAL-MES            PIC 9(02).
           02 WRK-VAL-DIA            PIC 9(02).
       01 WRK-TAB-LOTE-TRANSF.
           02 WRK-LOTE-TRANSF OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-QTD-LOTE-TRANSF
                   INDEXED BY WRK-LT-IDX.
               03 WRK-LT-VALIDADE     PIC 9(08).
               03 WRK-LT-NUMERO       PIC X(10).
               03 WRK-LT-QUANTIDADE   PIC 9(05).
       77 WRK-QTD-LOTE-TRANSF PIC 9(03) VALUE ZEROS.
       01 WRK-LINHA-KIT.
           02 WLK-KIT                 PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLK-MONTAVEIS           PIC ZZZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLK-LIMITE              PIC X(20).
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
           PERFORM 0050-ABRIR-SALDO.
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DO-ESTOQUE.
           IF WRK-FS-BAL = "00"
               CLOSE STOCK-BALANCE
           END-IF.
           IF LOTES-OK
               CLOSE STOCK-LOT
           END-IF.
           GOBACK.

       0050-ABRIR-SALDO.
               DISPLAY "ERRO AO ABRIR STOCKBAL: " WRK-FS-BAL
               MOVE "S" TO WRK-SAIR
           END-IF.
           OPEN I-O STOCK-LOT.
           IF WRK-FS-LOT = "35"
               OPEN OUTPUT STOCK-LOT
               CLOSE STOCK-LOT
               OPEN I-O STOCK-LOT
           END-IF.
           IF WRK-FS-LOT = "00"
               MOVE "S" TO WRK-LOTES-OK
           ELSE
               DISPLAY "STOCKLOT NAO ABRIU (" WRK-FS-LOT ") - SEM"
                   " CONTROLE DE LOTE NESTA SESSAO"
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY " 03 - RELATORIO DE ESTOQUE BAIXO (LOJA)".
           DISPLAY " 04 - CONSULTAR SALDO".
           DISPLAY " 05 - TRANSFERIR ENTRE LOCAIS".
           DISPLAY " 06 - KITS MONTAVEIS COM O ESTOQUE ATUAL".
           DISPLAY " 07 - BAIXA POR PERDA (VENCIDO OU AVARIA)".
           DISPLAY " 08 - DEVOLUCAO AO FORNECEDOR (NOTA DE DEBITO)".
           DISPLAY " 09 - SAIDA DE MATERIAL PARA OBRA".
           DISPLAY " 10 - RETORNO DE SOBRA DA OBRA".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01
                   PERFORM 0970-CONFERIR-PERIODO
                   IF PERA-PERIODO-ABERTO
                       PERFORM 0200-ENTRADA-MERCADORIA
                   END-IF
               WHEN 02 PERFORM 0300-AJUSTAR-PONTO
               WHEN 03 PERFORM 0400-ESTOQUE-BAIXO
               WHEN 04 PERFORM 0500-CONSULTAR-SALDO
               WHEN 05
                   PERFORM 0970-CONFERIR-PERIODO
                   IF PERA-PERIODO-ABERTO
                       PERFORM 0600-TRANSFERIR-LOCAL
                   END-IF
               WHEN 06 PERFORM 0700-KITS-MONTAVEIS
               WHEN 07
                   PERFORM 0970-CONFERIR-PERIODO
                   IF PERA-PERIODO-ABERTO
                       PERFORM 0800-BAIXA-POR-PERDA
                   END-IF
               WHEN 08
                   PERFORM 0970-CONFERIR-PERIODO
                   IF PERA-PERIODO-ABERTO
                       PERFORM 0900-DEVOLVER-FORNECEDOR
                   END-IF
               WHEN 09
                   PERFORM 0970-CONFERIR-PERIODO
                   IF PERA-PERIODO-ABERTO
                       PERFORM 1000-SAIDA-PARA-OBRA
                   END-IF
               WHEN 10
                   PERFORM 0970-CONFERIR-PERIODO
                   IF PERA-PERIODO-ABERTO
                       PERFORM 1100-RETORNO-DA-OBRA
                   END-IF
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
                   " ENTRADA CANCELADA"
           ELSE
               MOVE "S" TO WRK-PO-OK
               PERFORM 0210-PEDIR-LOTE
               IF WRK-PO > ZEROS AND ENTRADA-LIBERADA
                   PERFORM 0220-RECEBER-CONTRA-PEDIDO
               END-IF
               IF ENTRADA-LIBERADA
                       PERFORM 0240-RECALCULAR-CUSTO-MEDIO
                       ADD WRK-QUANTIDADE TO BAL-SALDO
                       REWRITE BAL-RECORD
                       IF WRK-FS-BAL = "00"
                           MOVE "R" TO JRN-OPERACAO
                           PERFORM 0980-DIARIO-SALDO
                       END-IF
                   ELSE
                       MOVE WRK-PRODUTO TO BAL-PRODUTO
                       MOVE WRK-LOCAL TO BAL-LOCAL
                       MOVE WRK-QUANTIDADE TO BAL-SALDO
                       MOVE ZEROS TO BAL-PONTO-REPOSICAO
                           BAL-QTD-PEDIDO
                       MOVE SPACES TO BAL-FORNECEDOR
                       MOVE WRK-CUSTO-UNIT TO BAL-CUSTO-MEDIO
                       WRITE BAL-RECORD
                       IF WRK-FS-BAL = "00"
                           MOVE "W" TO JRN-OPERACAO
                           PERFORM 0980-DIARIO-SALDO
                       END-IF
                   END-IF
                   IF WRK-LOTE NOT = SPACES
                       PERFORM 0260-ENTRAR-NO-LOTE
                   END-IF
                   PERFORM 0250-GRAVAR-MOVIMENTO-ENTRADA
                   DISPLAY "SALDO ATUAL DE " WRK-PRODUTO ": "
               END-IF
           END-IF.

       0210-PEDIR-LOTE.
      *********LOTE EM BRANCO = PRODUTO SEM CONTROLE DE LOTE; COM O
      *********STOCKLOT FORA DO AR A ENTRADA SEGUE SEM LOTE************
           MOVE SPACES TO WRK-LOTE.
           MOVE ZEROS TO WRK-VALIDADE.
           IF LOTES-OK
               DISPLAY "LOTE (VAZIO = PRODUTO SEM LOTE):"
               ACCEPT WRK-LOTE
               IF WRK-LOTE NOT = SPACES
                   DISPLAY "VALIDADE DO LOTE (AAAAMMDD):"
                   ACCEPT WRK-VALIDADE
                   IF WRK-VAL-ANO < 2000 OR WRK-VAL-ANO > 2099
                       OR WRK-VAL-MES < 1 OR WRK-VAL-MES > 12
                       OR WRK-VAL-DIA < 1 OR WRK-VAL-DIA > 31
                       DISPLAY "VALIDADE DO LOTE INVALIDA - ENTRADA"
                           " CANCELADA"
                       MOVE "N" TO WRK-PO-OK
                   END-IF
               END-IF
           END-IF.

       0220-RECEBER-CONTRA-PEDIDO.
      *********BAIXA A ENTRADA CONTRA O PEDIDO DE COMPRA: PRODUTO
      *********ERRADO CANCELA NA DOCA; FALTA E SOBRA SO AVISAM E O
           IF WRK-FS-PO NOT = "00"
               DISPLAY "PURCHORD NAO ABRIU (" WRK-FS-PO ") - ENTRADA"
                   " SEGUE COMO AVULSA"
               MOVE ZEROS TO WRK-PO
           ELSE
               MOVE WRK-PO TO PO-NUMERO
               READ PURCHASE-ORDER-FILE
                       DISPLAY "AVISO: PEDIDO PREVIA ENTRADA NO"
                           " LOCAL " PO-LOCAL
                   END-IF
                   PERFORM 0960-BAIXAR-REPOSICAO
                   ADD WRK-QUANTIDADE TO PO-QTD-RECEBIDA
                   IF PO-QTD-RECEBIDA > PO-QTD-PEDIDA
                       DISPLAY "AVISO: RECEBIDO ACIMA DO PEDIDO ("
           MOVE WRK-LOCAL TO MOV-LOCAL.
           MOVE WRK-CUSTO-UNIT TO MOV-CUSTO-UNIT.
           COMPUTE MOV-VALOR = WRK-QUANTIDADE * WRK-CUSTO-UNIT.
           MOVE WRK-PO TO MOV-DOCUMENTO.
           MOVE WRK-LOTE TO MOV-LOTE.
           WRITE MOV-RECORD.
           CLOSE STOCK-MOVEMENT.

       0260-ENTRAR-NO-LOTE.
           MOVE WRK-PRODUTO TO LOT-PRODUTO.
           MOVE WRK-LOCAL TO LOT-LOCAL.
           MOVE WRK-VALIDADE TO LOT-VALIDADE.
           MOVE WRK-LOTE TO LOT-NUMERO.
           MOVE WRK-QUANTIDADE TO WRK-QTD-LOTE.
           PERFORM 0270-SOMAR-NO-LOTE.
           DISPLAY "SALDO DO LOTE " WRK-LOTE " (VALIDADE "
               WRK-VALIDADE "): " LOT-SALDO.

       0270-SOMAR-NO-LOTE.
      *********SOMA WRK-QTD-LOTE NO LOTE DA CHAVE JA MONTADA EM
      *********LOT-CHAVE, CRIANDO O LOTE NA PRIMEIRA ENTRADA***********
           READ STOCK-LOT
               INVALID KEY
                   MOVE WRK-QTD-LOTE TO LOT-SALDO
                   MOVE WRK-DATASYS-NUM TO LOT-ENTRADA
                   WRITE LOT-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR O LOTE " LOT-NUMERO
                   END-WRITE
               NOT INVALID KEY
                   ADD WRK-QTD-LOTE TO LOT-SALDO
                   REWRITE LOT-RECORD
           END-READ.

       0600-TRANSFERIR-LOCAL.
      *********TRANSFERENCIA ENTRE LOCAIS: BAIXA NA ORIGEM E ENTRA NO
      *********DESTINO (CRIANDO O SALDO SE PRECISO), COM O PAR DE
               MOVE ZEROS TO WRK-CUSTO-TRANSF
           END-IF.
           SUBTRACT WRK-QUANTIDADE FROM BAL-SALDO.
           REWRITE BAL-RECORD
           IF WRK-FS-BAL = "00"
               MOVE "R" TO JRN-OPERACAO
               PERFORM 0980-DIARIO-SALDO
           END-IF.
           PERFORM 0620-MOVIMENTO-TRANSFERENCIA.
           PERFORM 0630-ENTRAR-NO-DESTINO.
           IF LOTES-OK
               PERFORM 0640-TRANSFERIR-LOTES
           END-IF.
           DISPLAY "TRANSFERENCIA GRAVADA: " WRK-QUANTIDADE
               " DE " WRK-LOCAL " PARA " WRK-LOCAL-DESTINO.

                   MOVE WRK-LOCAL-DESTINO TO BAL-LOCAL
                   MOVE WRK-QUANTIDADE TO BAL-SALDO
                   MOVE ZEROS TO BAL-PONTO-REPOSICAO
                       BAL-QTD-PEDIDO
                   MOVE SPACES TO BAL-FORNECEDOR
                   MOVE WRK-CUSTO-TRANSF TO BAL-CUSTO-MEDIO
                   WRITE BAL-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR SALDO NO DESTINO"
                       NOT INVALID KEY
                           MOVE "W" TO JRN-OPERACAO
                           PERFORM 0980-DIARIO-SALDO
                   END-WRITE
               NOT INVALID KEY
                   MOVE WRK-CUSTO-TRANSF TO WRK-CUSTO-UNIT
                   PERFORM 0240-RECALCULAR-CUSTO-MEDIO
                   ADD WRK-QUANTIDADE TO BAL-SALDO
                   REWRITE BAL-RECORD
                   IF WRK-FS-BAL = "00"
                       MOVE "R" TO JRN-OPERACAO
                       PERFORM 0980-DIARIO-SALDO
                   END-IF
           END-READ.

       0640-TRANSFERIR-LOTES.
      *********TIRA DA ORIGEM OS LOTES QUE VENCEM PRIMEIRO (O VENCIDO
      *********FICA, SO SAI PELA BAIXA POR PERDA) E DEPOIS ENTRA COM
      *********OS MESMOS LOTES NO DESTINO; QUANTIDADE SEM LOTE NA
      *********ORIGEM (PRODUTO SEM LOTE) SO PASSA NO SALDO*************
           MOVE ZEROS TO WRK-QTD-LOTE-TRANSF.
           MOVE WRK-QUANTIDADE TO WRK-QTD-RESTANTE.
           MOVE "N" TO WRK-EOF-LOT.
           MOVE WRK-PRODUTO TO LOT-PRODUTO.
           MOVE WRK-LOCAL TO LOT-LOCAL.
           MOVE WRK-DATASYS-NUM TO LOT-VALIDADE.
           MOVE LOW-VALUES TO LOT-NUMERO.
           START STOCK-LOT KEY >= LOT-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-LOT
           END-START.
           PERFORM 0650-TIRAR-DO-LOTE
               UNTIL FIM-LOT OR WRK-QTD-RESTANTE = ZEROS.
           PERFORM 0660-ENTRAR-LOTE-DESTINO
               VARYING WRK-LT-IDX FROM 1 BY 1
               UNTIL WRK-LT-IDX > WRK-QTD-LOTE-TRANSF.

       0650-TIRAR-DO-LOTE.
           READ STOCK-LOT NEXT
               AT END
                   MOVE "S" TO WRK-EOF-LOT
               NOT AT END
                   IF LOT-PRODUTO NOT = WRK-PRODUTO
                       OR LOT-LOCAL NOT = WRK-LOCAL
                       MOVE "S" TO WRK-EOF-LOT
                   ELSE
                       IF LOT-SALDO > ZEROS
                           AND WRK-QTD-LOTE-TRANSF < 50
                           PERFORM 0655-GUARDAR-LOTE-TRANSF
                       END-IF
                   END-IF
           END-READ.

       0655-GUARDAR-LOTE-TRANSF.
           IF LOT-SALDO < WRK-QTD-RESTANTE
               MOVE LOT-SALDO TO WRK-QTD-LOTE
           ELSE
               MOVE WRK-QTD-RESTANTE TO WRK-QTD-LOTE
           END-IF.
           SUBTRACT WRK-QTD-LOTE FROM LOT-SALDO.
           SUBTRACT WRK-QTD-LOTE FROM WRK-QTD-RESTANTE.
           REWRITE LOT-RECORD.
           ADD 1 TO WRK-QTD-LOTE-TRANSF.
           SET WRK-LT-IDX TO WRK-QTD-LOTE-TRANSF.
           MOVE LOT-VALIDADE TO WRK-LT-VALIDADE(WRK-LT-IDX).
           MOVE LOT-NUMERO TO WRK-LT-NUMERO(WRK-LT-IDX).
           MOVE WRK-QTD-LOTE TO WRK-LT-QUANTIDADE(WRK-LT-IDX).

       0660-ENTRAR-LOTE-DESTINO.
           MOVE WRK-PRODUTO TO LOT-PRODUTO.
           MOVE WRK-LOCAL-DESTINO TO LOT-LOCAL.
           MOVE WRK-LT-VALIDADE(WRK-LT-IDX) TO LOT-VALIDADE.
           MOVE WRK-LT-NUMERO(WRK-LT-IDX) TO LOT-NUMERO.
           MOVE WRK-LT-QUANTIDADE(WRK-LT-IDX) TO WRK-QTD-LOTE.
           PERFORM 0270-SOMAR-NO-LOTE.
           DISPLAY "LOTE " LOT-NUMERO " TRANSFERIDO: " WRK-QTD-LOTE.

       0300-AJUSTAR-PONTO.
           DISPLAY "PRODUTO:".
           ACCEPT WRK-PRODUTO.
               ACCEPT WRK-PONTO
               MOVE WRK-PONTO TO BAL-PONTO-REPOSICAO
               REWRITE BAL-RECORD
               IF WRK-FS-BAL = "00"
                   MOVE "R" TO JRN-OPERACAO
                   PERFORM 0980-DIARIO-SALDO
               END-IF
               DISPLAY "PONTO DE REPOSICAO ATUALIZADO"
           END-IF.

           ELSE
               DISPLAY "PRODUTO SEM SALDO CADASTRADO: " WRK-PRODUTO
           END-IF.

       0700-KITS-MONTAVEIS.
      *********O KITDEF VEM NA ORDEM DO KIT: A CADA QUEBRA DE KIT SAI
      *********A LINHA COM O MENOR NUMERO DE KITS QUE OS COMPONENTES
      *********MONTAM (COMPONENTE SEM SALDO CADASTRADO MONTA ZERO)*****
           PERFORM 0160-PEDIR-LOCAL.
           MOVE "N" TO WRK-EOF-KIT.
           MOVE SPACES TO WRK-KIT-ATUAL.
           MOVE ZEROS TO WRK-CNT-KITS.
           OPEN INPUT KIT-FILE.
           IF WRK-FS-KIT NOT = "00"
               DISPLAY "NENHUM KIT CADASTRADO (KITDEF NAO ENCONTRADO)"
               MOVE "S" TO WRK-EOF-KIT
           ELSE
               DISPLAY "KIT                   MONTAVEIS  LIMITADO POR"
           END-IF.
           PERFORM 0710-LER-COMPONENTE UNTIL FIM-KIT.
           IF WRK-KIT-ATUAL NOT = SPACES
               PERFORM 0730-MOSTRAR-KIT
           END-IF.
           IF WRK-FS-KIT = "00" OR WRK-FS-KIT = "10"
               CLOSE KIT-FILE
               DISPLAY "KITS LISTADOS: " WRK-CNT-KITS " (LOCAL "
                   WRK-LOCAL ")"
           END-IF.

       0710-LER-COMPONENTE.
           READ KIT-FILE
               AT END
                   MOVE "S" TO WRK-EOF-KIT
               NOT AT END
                   IF KIT-PRODUTO NOT = WRK-KIT-ATUAL
                       IF WRK-KIT-ATUAL NOT = SPACES
                           PERFORM 0730-MOSTRAR-KIT
                       END-IF
                       MOVE KIT-PRODUTO TO WRK-KIT-ATUAL
                       MOVE 9999999 TO WRK-KITS-MONTAVEIS
                       MOVE SPACES TO WRK-KIT-LIMITE
                   END-IF
                   PERFORM 0720-MONTAVEIS-DO-COMPONENTE
           END-READ.

       0720-MONTAVEIS-DO-COMPONENTE.
           MOVE KIT-COMPONENTE TO WRK-PRODUTO.
           PERFORM 0150-LER-SALDO.
           IF NOT PRODUTO-ACHOU OR BAL-SALDO < 1
               OR KIT-QUANTIDADE = ZEROS
               MOVE ZEROS TO WRK-KITS-COMPONENTE
           ELSE
               DIVIDE BAL-SALDO BY KIT-QUANTIDADE
                   GIVING WRK-KITS-COMPONENTE
           END-IF.
           IF WRK-KITS-COMPONENTE < WRK-KITS-MONTAVEIS
               MOVE WRK-KITS-COMPONENTE TO WRK-KITS-MONTAVEIS
               MOVE KIT-COMPONENTE TO WRK-KIT-LIMITE
           END-IF.

       0730-MOSTRAR-KIT.
           MOVE WRK-KIT-ATUAL TO WLK-KIT.
           MOVE WRK-KITS-MONTAVEIS TO WLK-MONTAVEIS.
           MOVE WRK-KIT-LIMITE TO WLK-LIMITE.
           DISPLAY WRK-LINHA-KIT.
           ADD 1 TO WRK-CNT-KITS.

       0800-BAIXA-POR-PERDA.
      *********BAIXA DE MERCADORIA VENCIDA (VE) OU AVARIADA (AV): TIRA
      *********DO SALDO E DO LOTE E GRAVA A SAIDA ORIGEM PERDA COM O
      *********MOTIVO, VALORIZADA PELO CUSTO MEDIO, PARA A PERDA SAIR
      *********NA VALORIZACAO (PROGCOB67) E NO EXTRATO CONTABIL********
           DISPLAY "PRODUTO:".
           ACCEPT WRK-PRODUTO.
           PERFORM 0160-PEDIR-LOCAL.
           MOVE SPACES TO WRK-LOTE.
           IF LOTES-OK
               DISPLAY "LOTE (VAZIO = PRODUTO SEM LOTE):"
               ACCEPT WRK-LOTE
           END-IF.
           DISPLAY "QUANTIDADE PERDIDA:".
           ACCEPT WRK-QUANTIDADE.
           DISPLAY "MOTIVO (VE = VENCIDO, AV = AVARIA):".
           ACCEPT WRK-MOTIVO.
           IF WRK-PRODUTO = SPACES OR WRK-QUANTIDADE = ZEROS
               OR NOT MOTIVO-VALIDO
               DISPLAY "PRODUTO, QUANTIDADE E MOTIVO VE/AV SAO"
                   " OBRIGATORIOS - BAIXA CANCELADA"
           ELSE
               PERFORM 0150-LER-SALDO
               IF NOT PRODUTO-ACHOU
                   DISPLAY "PRODUTO SEM SALDO NO LOCAL " WRK-LOCAL
               ELSE
                   IF BAL-SALDO < WRK-QUANTIDADE
                       DISPLAY "SALDO INSUFICIENTE (" BAL-SALDO
                           ") - BAIXA CANCELADA"
                   ELSE
                       PERFORM 0810-CONFERIR-LOTE-PERDA
                   END-IF
               END-IF
           END-IF.

       0810-CONFERIR-LOTE-PERDA.
           IF WRK-LOTE = SPACES
               PERFORM 0830-EXECUTAR-PERDA
           ELSE
               PERFORM 0820-LOCALIZAR-LOTE
               IF NOT LOTE-ACHOU
                   DISPLAY "LOTE " WRK-LOTE " NAO ENCONTRADO NO LOCAL "
                       WRK-LOCAL " - BAIXA CANCELADA"
               ELSE
                   IF LOT-SALDO < WRK-QUANTIDADE
                       DISPLAY "SALDO DO LOTE INSUFICIENTE (" LOT-SALDO
                           ") - BAIXA CANCELADA"
                   ELSE
                       IF WRK-MOTIVO = "VE"
                           AND LOT-VALIDADE >= WRK-DATASYS-NUM
                           DISPLAY "AVISO: LOTE VALIDO ATE "
                               LOT-VALIDADE
                       END-IF
                       SUBTRACT WRK-QUANTIDADE FROM LOT-SALDO
                       REWRITE LOT-RECORD
                       PERFORM 0830-EXECUTAR-PERDA
                   END-IF
               END-IF
           END-IF.

       0820-LOCALIZAR-LOTE.
      *********O NUMERO DO LOTE NAO E O INICIO DA CHAVE: PERCORRE OS
      *********LOTES DO PRODUTO NO LOCAL ATE ACHAR O NUMERO************
           MOVE "N" TO WRK-LOTE-ACHOU.
           MOVE "N" TO WRK-EOF-LOT.
           MOVE WRK-PRODUTO TO LOT-PRODUTO.
           MOVE WRK-LOCAL TO LOT-LOCAL.
           MOVE ZEROS TO LOT-VALIDADE.
           MOVE LOW-VALUES TO LOT-NUMERO.
           START STOCK-LOT KEY >= LOT-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-LOT
           END-START.
           PERFORM 0825-LER-LOTE-DO-PRODUTO
               UNTIL FIM-LOT OR LOTE-ACHOU.

       0825-LER-LOTE-DO-PRODUTO.
           READ STOCK-LOT NEXT
               AT END
                   MOVE "S" TO WRK-EOF-LOT
               NOT AT END
                   IF LOT-PRODUTO NOT = WRK-PRODUTO
                       OR LOT-LOCAL NOT = WRK-LOCAL
                       MOVE "S" TO WRK-EOF-LOT
                   ELSE
                       IF LOT-NUMERO = WRK-LOTE
                           MOVE "S" TO WRK-LOTE-ACHOU
                       END-IF
                   END-IF
           END-READ.

       0830-EXECUTAR-PERDA.
           IF BAL-CUSTO-MEDIO NUMERIC
               MOVE BAL-CUSTO-MEDIO TO WRK-CUSTO-PERDA
           ELSE
               MOVE ZEROS TO WRK-CUSTO-PERDA
           END-IF.
           SUBTRACT WRK-QUANTIDADE FROM BAL-SALDO.
           REWRITE BAL-RECORD
           IF WRK-FS-BAL = "00"
               MOVE "R" TO JRN-OPERACAO
               PERFORM 0980-DIARIO-SALDO
           END-IF.
           OPEN EXTEND STOCK-MOVEMENT.
           IF WRK-FS-MOV NOT = "00"
               OPEN OUTPUT STOCK-MOVEMENT
           END-IF.
           MOVE SPACES TO MOV-RECORD.
           MOVE WRK-DATASYS-NUM TO MOV-DATA.
           MOVE WRK-PRODUTO TO MOV-PRODUTO.
           MOVE "S" TO MOV-TIPO.
           MOVE WRK-QUANTIDADE TO MOV-QUANTIDADE.
           MOVE "PERDA" TO MOV-ORIGEM.
           MOVE WRK-LOCAL TO MOV-LOCAL.
           MOVE WRK-CUSTO-PERDA TO MOV-CUSTO-UNIT.
           COMPUTE MOV-VALOR = WRK-QUANTIDADE * WRK-CUSTO-PERDA.
           MOVE WRK-LOTE TO MOV-LOTE.
           MOVE WRK-MOTIVO TO MOV-MOTIVO.
           WRITE MOV-RECORD.
           CLOSE STOCK-MOVEMENT.
           DISPLAY "PERDA GRAVADA: " WRK-QUANTIDADE " DE " WRK-PRODUTO
               " - SALDO ATUAL " BAL-SALDO.

       0900-DEVOLVER-FORNECEDOR.
      *********DEVOLUCAO AO FORNECEDOR CONTRA O PEDIDO DE COMPRA: TIRA
      *********DO SALDO (E DO LOTE) PELO CUSTO DA ENTRADA DO PEDIDO NA
      *********DOCA, GRAVA A SAIDA ORIGEM DEVOLFORN NO STOCKMOV, EMITE
      *********A NOTA DE DEBITO NUMERADA (DEBNOTE) E, COM REPOSICAO,
      *********REABRE A QUANTIDADE NO PEDIDO***************************
           DISPLAY "PEDIDO DE COMPRA DA MERCADORIA DEVOLVIDA:".
           ACCEPT WRK-PO.
           PERFORM 0160-PEDIR-LOCAL.
           MOVE SPACES TO WRK-LOTE.
           IF LOTES-OK
               DISPLAY "LOTE (VAZIO = PRODUTO SEM LOTE):"
               ACCEPT WRK-LOTE
           END-IF.
           DISPLAY "QUANTIDADE DEVOLVIDA:".
           ACCEPT WRK-QUANTIDADE.
           DISPLAY "MOTIVO (AV = AVARIA, ER = MERCADORIA ERRADA):".
           ACCEPT WRK-MOTIVO.
           DISPLAY "O FORNECEDOR VAI REPOR A MERCADORIA? (S/N)".
           ACCEPT WRK-REPOSICAO.
           IF WRK-REPOSICAO = "s"
               MOVE "S" TO WRK-REPOSICAO
           END-IF.
           IF WRK-PO = ZEROS OR WRK-QUANTIDADE = ZEROS
               OR NOT MOTIVO-DEVOLUCAO
               DISPLAY "PEDIDO, QUANTIDADE E MOTIVO AV/ER SAO"
                   " OBRIGATORIOS - DEVOLUCAO CANCELADA"
           ELSE
               OPEN I-O DEBIT-NOTE-FILE
               IF WRK-FS-DBN = "35"
                   OPEN OUTPUT DEBIT-NOTE-FILE
                   CLOSE DEBIT-NOTE-FILE
                   OPEN I-O DEBIT-NOTE-FILE
               END-IF
               OPEN I-O PURCHASE-ORDER-FILE
               IF WRK-FS-DBN NOT = "00" OR WRK-FS-PO NOT = "00"
                   DISPLAY "DEBNOTE (" WRK-FS-DBN ") OU PURCHORD ("
                       WRK-FS-PO ") NAO ABRIU - DEVOLUCAO CANCELADA"
               ELSE
                   MOVE WRK-PO TO PO-NUMERO
                   READ PURCHASE-ORDER-FILE
                       INVALID KEY
                           DISPLAY "PEDIDO DE COMPRA NAO ENCONTRADO: "
                               WRK-PO " - DEVOLUCAO CANCELADA"
                       NOT INVALID KEY
                           PERFORM 0910-CONFERIR-DEVOLUCAO
                   END-READ
               END-IF
               IF WRK-FS-DBN = "00"
                   CLOSE DEBIT-NOTE-FILE
               END-IF
               IF WRK-FS-PO = "00"
                   CLOSE PURCHASE-ORDER-FILE
               END-IF
           END-IF.

       0910-CONFERIR-DEVOLUCAO.
      *********SO DEVOLVE O QUE ENTROU PELO PEDIDO E AINDA NAO FOI
      *********DEVOLVIDO, E SO COM SALDO NO LOCAL**********************
           MOVE PO-PRODUTO TO WRK-PRODUTO.
           PERFORM 0920-SOMAR-ENTRADAS-PEDIDO.
           PERFORM 0150-LER-SALDO.
           EVALUATE TRUE
               WHEN WRK-QTD-RECEBIDA-PO = ZEROS
                   DISPLAY "NENHUMA ENTRADA DO PEDIDO NO STOCKMOV -"
                       " DEVOLUCAO CANCELADA"
               WHEN WRK-QUANTIDADE > WRK-QTD-DISPONIVEL
                   DISPLAY "QUANTIDADE ACIMA DO RECEBIDO E NAO"
                       " DEVOLVIDO (" WRK-QTD-DISPONIVEL
                       ") - DEVOLUCAO CANCELADA"
               WHEN NOT PRODUTO-ACHOU
                   DISPLAY "PRODUTO " WRK-PRODUTO " SEM SALDO NO"
                       " LOCAL " WRK-LOCAL " - DEVOLUCAO CANCELADA"
               WHEN BAL-SALDO < WRK-QUANTIDADE
                   DISPLAY "SALDO INSUFICIENTE (" BAL-SALDO
                       ") - DEVOLUCAO CANCELADA"
               WHEN OTHER
                   PERFORM 0930-CONFERIR-LOTE-DEVOLUCAO
           END-EVALUATE.

       0920-SOMAR-ENTRADAS-PEDIDO.
      *********ENTRADAS DEPOSITO E DEVOLUCOES DEVOLFORN DO PEDIDO NO
      *********STOCKMOV (MOV-DOCUMENTO); O CUSTO DA DEVOLUCAO E O CUSTO
      *********MEDIO DAS ENTRADAS DO PEDIDO****************************
           MOVE ZEROS TO WRK-QTD-RECEBIDA-PO WRK-VALOR-RECEBIDO-PO
               WRK-QTD-DEVOLVIDA-PO WRK-CUSTO-DEVOLUCAO.
           MOVE "N" TO WRK-EOF-MOV.
           OPEN INPUT STOCK-MOVEMENT.
           IF WRK-FS-MOV NOT = "00"
               MOVE "S" TO WRK-EOF-MOV
           END-IF.
           PERFORM 0925-LER-MOVIMENTO-PEDIDO UNTIL FIM-MOV.
           IF WRK-FS-MOV = "00" OR WRK-FS-MOV = "10"
               CLOSE STOCK-MOVEMENT
           END-IF.
           COMPUTE WRK-QTD-DISPONIVEL =
               WRK-QTD-RECEBIDA-PO - WRK-QTD-DEVOLVIDA-PO.
           IF WRK-QTD-RECEBIDA-PO > ZEROS
               COMPUTE WRK-CUSTO-DEVOLUCAO ROUNDED =
                   WRK-VALOR-RECEBIDO-PO / WRK-QTD-RECEBIDA-PO
           END-IF.

       0925-LER-MOVIMENTO-PEDIDO.
           READ STOCK-MOVEMENT
               AT END
                   MOVE "S" TO WRK-EOF-MOV
               NOT AT END
                   IF MOV-DOCUMENTO NUMERIC
                       AND MOV-DOCUMENTO = WRK-PO
                       AND MOV-PRODUTO = WRK-PRODUTO
                       AND MOV-QUANTIDADE NUMERIC
                       EVALUATE TRUE
                           WHEN MOV-ENTRADA AND MOV-ORIGEM = "DEPOSITO"
                               ADD MOV-QUANTIDADE TO WRK-QTD-RECEBIDA-PO
                               IF MOV-VALOR NUMERIC
                                   ADD MOV-VALOR
                                       TO WRK-VALOR-RECEBIDO-PO
                               END-IF
                           WHEN MOV-SAIDA AND MOV-ORIGEM = "DEVOLFORN"
                               ADD MOV-QUANTIDADE
                                   TO WRK-QTD-DEVOLVIDA-PO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       0930-CONFERIR-LOTE-DEVOLUCAO.
           IF WRK-LOTE = SPACES
               PERFORM 0940-EXECUTAR-DEVOLUCAO
           ELSE
               PERFORM 0820-LOCALIZAR-LOTE
               IF NOT LOTE-ACHOU
                   DISPLAY "LOTE " WRK-LOTE " NAO ENCONTRADO NO LOCAL "
                       WRK-LOCAL " - DEVOLUCAO CANCELADA"
               ELSE
                   IF LOT-SALDO < WRK-QUANTIDADE
                       DISPLAY "SALDO DO LOTE INSUFICIENTE (" LOT-SALDO
                           ") - DEVOLUCAO CANCELADA"
                   ELSE
                       SUBTRACT WRK-QUANTIDADE FROM LOT-SALDO
                       REWRITE LOT-RECORD
                       PERFORM 0940-EXECUTAR-DEVOLUCAO
                   END-IF
               END-IF
           END-IF.

       0940-EXECUTAR-DEVOLUCAO.
           COMPUTE WRK-VALOR-DEVOLUCAO =
               WRK-QUANTIDADE * WRK-CUSTO-DEVOLUCAO.
           PERFORM 0945-AJUSTAR-CUSTO-MEDIO.
           SUBTRACT WRK-QUANTIDADE FROM BAL-SALDO.
           REWRITE BAL-RECORD
           IF WRK-FS-BAL = "00"
               MOVE "R" TO JRN-OPERACAO
               PERFORM 0980-DIARIO-SALDO
           END-IF.
           OPEN EXTEND STOCK-MOVEMENT.
           IF WRK-FS-MOV NOT = "00"
               OPEN OUTPUT STOCK-MOVEMENT
           END-IF.
           MOVE SPACES TO MOV-RECORD.
           MOVE WRK-DATASYS-NUM TO MOV-DATA.
           MOVE WRK-PRODUTO TO MOV-PRODUTO.
           MOVE "S" TO MOV-TIPO.
           MOVE WRK-QUANTIDADE TO MOV-QUANTIDADE.
           MOVE "DEVOLFORN" TO MOV-ORIGEM.
           MOVE WRK-LOCAL TO MOV-LOCAL.
           MOVE WRK-CUSTO-DEVOLUCAO TO MOV-CUSTO-UNIT.
           MOVE WRK-VALOR-DEVOLUCAO TO MOV-VALOR.
           MOVE WRK-PO TO MOV-DOCUMENTO.
           MOVE WRK-LOTE TO MOV-LOTE.
           MOVE WRK-MOTIVO TO MOV-MOTIVO.
           WRITE MOV-RECORD.
           CLOSE STOCK-MOVEMENT.
           IF COM-REPOSICAO
               IF PO-QTD-RECEBIDA > WRK-QUANTIDADE
                   SUBTRACT WRK-QUANTIDADE FROM PO-QTD-RECEBIDA
               ELSE
                   MOVE ZEROS TO PO-QTD-RECEBIDA
               END-IF
               MOVE "A" TO PO-STATUS
               REWRITE PO-RECORD
               DISPLAY "PEDIDO " WRK-PO " REABERTO: RECEBIDO "
                   PO-QTD-RECEBIDA " DE " PO-QTD-PEDIDA
           END-IF.
           PERFORM 0950-EMITIR-NOTA-DEBITO.
           DISPLAY "DEVOLUCAO GRAVADA: " WRK-QUANTIDADE " DE "
               WRK-PRODUTO " - SALDO ATUAL " BAL-SALDO.

       0945-AJUSTAR-CUSTO-MEDIO.
      *********A SAIDA SAI PELO CUSTO DA ENTRADA E NAO PELO MEDIO: O
      *********MEDIO DO QUE FICA E REFEITO PARA O VALOR DO ESTOQUE
      *********FECHAR; SALDO ZERADO OU VALOR NEGATIVO MANTEM O MEDIO***
           IF BAL-CUSTO-MEDIO NUMERIC
               MOVE BAL-CUSTO-MEDIO TO WRK-CUSTO-ANTERIOR
           ELSE
               MOVE ZEROS TO WRK-CUSTO-ANTERIOR
           END-IF.
           MOVE BAL-SALDO TO WRK-SALDO-ANTERIOR.
           IF WRK-SALDO-ANTERIOR > WRK-QUANTIDADE
               AND WRK-CUSTO-ANTERIOR > ZEROS
               COMPUTE WRK-VALOR-RESTANTE =
                   (WRK-SALDO-ANTERIOR * WRK-CUSTO-ANTERIOR)
                   - WRK-VALOR-DEVOLUCAO
               IF WRK-VALOR-RESTANTE > ZEROS
                   COMPUTE BAL-CUSTO-MEDIO ROUNDED =
                       WRK-VALOR-RESTANTE
                       / (WRK-SALDO-ANTERIOR - WRK-QUANTIDADE)
               END-IF
           END-IF.

       0950-EMITIR-NOTA-DEBITO.
           PERFORM 0955-NUMERAR-NOTA.
           MOVE SPACES TO DBN-RECORD.
           MOVE WRK-PROX-NOTA TO DBN-NUMERO.
           MOVE PO-FORNECEDOR TO DBN-FORNECEDOR.
           MOVE WRK-PO TO DBN-PEDIDO.
           MOVE WRK-PRODUTO TO DBN-PRODUTO.
           MOVE WRK-LOCAL TO DBN-LOCAL.
           MOVE WRK-LOTE TO DBN-LOTE.
           MOVE WRK-DATASYS-NUM TO DBN-DATA-EMISSAO.
           MOVE WRK-QUANTIDADE TO DBN-QUANTIDADE.
           MOVE WRK-CUSTO-DEVOLUCAO TO DBN-CUSTO-UNIT.
           MOVE WRK-VALOR-DEVOLUCAO TO DBN-VALOR.
           MOVE WRK-MOTIVO TO DBN-MOTIVO.
           IF COM-REPOSICAO
               MOVE "S" TO DBN-REPOSICAO
           ELSE
               MOVE "N" TO DBN-REPOSICAO
           END-IF.
           MOVE ZEROS TO DBN-QTD-REPOSTA DBN-DATA-BAIXA.
           MOVE "A" TO DBN-STATUS.
           WRITE DBN-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A NOTA DE DEBITO " DBN-NUMERO
               NOT INVALID KEY
                   DISPLAY "NOTA DE DEBITO " DBN-NUMERO
                       " AO FORNECEDOR " DBN-FORNECEDOR ": "
                       WRK-VALOR-DEVOLUCAO
           END-WRITE.

       0955-NUMERAR-NOTA.
      *********PROXIMO NUMERO = MAIOR DBN-NUMERO GRAVADO MAIS UM*******
           MOVE ZEROS TO WRK-PROX-NOTA.
           PERFORM 0962-INICIAR-NOTAS.
           PERFORM 0957-ACHAR-MAIOR-NOTA UNTIL FIM-DBN.
           ADD 1 TO WRK-PROX-NOTA.

       0957-ACHAR-MAIOR-NOTA.
           READ DEBIT-NOTE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-DBN
               NOT AT END
                   IF DBN-NUMERO > WRK-PROX-NOTA
                       MOVE DBN-NUMERO TO WRK-PROX-NOTA
                   END-IF
           END-READ.

       0960-BAIXAR-REPOSICAO.
      *********A REPOSICAO CHEGA DEPOIS DO QUE AINDA FALTAVA DO PEDIDO
      *********ORIGINAL: SO A PARTE DA ENTRADA QUE PASSA DESSA FALTA
      *********BAIXA AS NOTAS DE DEBITO COM REPOSICAO DO PEDIDO, DA
      *********MAIS ANTIGA PARA A MAIS NOVA****************************
           OPEN I-O DEBIT-NOTE-FILE.
           IF WRK-FS-DBN = "00"
               MOVE ZEROS TO WRK-QTD-REPOR
               PERFORM 0962-INICIAR-NOTAS
               PERFORM 0964-SOMAR-REPOSICAO UNTIL FIM-DBN
               IF WRK-QTD-REPOR > ZEROS
                   COMPUTE WRK-QTD-ORIGINAL = PO-QTD-PEDIDA
                       - PO-QTD-RECEBIDA - WRK-QTD-REPOR
                   IF WRK-QTD-ORIGINAL < ZEROS
                       MOVE ZEROS TO WRK-QTD-ORIGINAL
                   END-IF
                   IF WRK-QUANTIDADE > WRK-QTD-ORIGINAL
                       COMPUTE WRK-QTD-REPOSICAO =
                           WRK-QUANTIDADE - WRK-QTD-ORIGINAL
                       IF WRK-QTD-REPOSICAO > WRK-QTD-REPOR
                           MOVE WRK-QTD-REPOR TO WRK-QTD-REPOSICAO
                       END-IF
                       PERFORM 0962-INICIAR-NOTAS
                       PERFORM 0966-BAIXAR-UMA-NOTA
                           UNTIL FIM-DBN OR WRK-QTD-REPOSICAO = ZEROS
                   END-IF
               END-IF
               CLOSE DEBIT-NOTE-FILE
           END-IF.

       0962-INICIAR-NOTAS.
           MOVE "N" TO WRK-EOF-DBN.
           MOVE ZEROS TO DBN-NUMERO.
           START DEBIT-NOTE-FILE KEY IS NOT LESS THAN DBN-NUMERO
               INVALID KEY
                   MOVE "S" TO WRK-EOF-DBN
           END-START.

       0964-SOMAR-REPOSICAO.
           READ DEBIT-NOTE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-DBN
               NOT AT END
                   IF DBN-ABERTA AND DBN-COM-REPOSICAO
                       AND DBN-PEDIDO = WRK-PO
                       COMPUTE WRK-QTD-REPOR = WRK-QTD-REPOR
                           + DBN-QUANTIDADE - DBN-QTD-REPOSTA
                   END-IF
           END-READ.

       0966-BAIXAR-UMA-NOTA.
           READ DEBIT-NOTE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-DBN
               NOT AT END
                   IF DBN-ABERTA AND DBN-COM-REPOSICAO
                       AND DBN-PEDIDO = WRK-PO
                       COMPUTE WRK-QTD-NOTA =
                           DBN-QUANTIDADE - DBN-QTD-REPOSTA
                       IF WRK-QTD-NOTA > WRK-QTD-REPOSICAO
                           MOVE WRK-QTD-REPOSICAO TO WRK-QTD-NOTA
                       END-IF
                       ADD WRK-QTD-NOTA TO DBN-QTD-REPOSTA
                       SUBTRACT WRK-QTD-NOTA FROM WRK-QTD-REPOSICAO
                       IF DBN-QTD-REPOSTA >= DBN-QUANTIDADE
                           MOVE "R" TO DBN-STATUS
                           MOVE WRK-DATASYS-NUM TO DBN-DATA-BAIXA
                           DISPLAY "NOTA DE DEBITO " DBN-NUMERO
                               " BAIXADA PELA REPOSICAO"
                       ELSE
                           DISPLAY "NOTA DE DEBITO " DBN-NUMERO
                               " REPOSTA EM PARTE: " DBN-QTD-REPOSTA
                               " DE " DBN-QUANTIDADE
                       END-IF
                       REWRITE DBN-RECORD
                   END-IF
           END-READ.

       1000-SAIDA-PARA-OBRA.
      *********SAIDA DE MATERIAL PARA OBRA EM ANDAMENTO: TIRA DO SALDO
      *********E DO LOTE E GRAVA A SAIDA ORIGEM OBRA + NUMERO,
      *********VALORIZADA PELO CUSTO MEDIO (CUSTO REAL DA OBRA)*******
           PERFORM 1050-PEDIR-MOVIMENTO-OBRA.
           IF WRK-PRODUTO = SPACES OR WRK-QUANTIDADE = ZEROS
               DISPLAY "OBRA, PRODUTO E QUANTIDADE SAO OBRIGATORIOS -"
                   " SAIDA CANCELADA"
           ELSE
               PERFORM 1060-CONFERIR-OBRA
               EVALUATE TRUE
                   WHEN OBRA-INEXISTENTE
                       DISPLAY "OBRA " WRK-OBRA " NAO ENCONTRADA -"
                           " SAIDA CANCELADA"
                   WHEN OBRA-CONCLUIDA
                       DISPLAY "OBRA " WRK-OBRA " CONCLUIDA -"
                           " SAIDA CANCELADA"
                   WHEN OTHER
                       PERFORM 1010-CONFERIR-SALDO-OBRA
               END-EVALUATE
           END-IF.

       1010-CONFERIR-SALDO-OBRA.
           PERFORM 0150-LER-SALDO.
           IF NOT PRODUTO-ACHOU
               DISPLAY "PRODUTO SEM SALDO NO LOCAL " WRK-LOCAL
           ELSE
               IF BAL-SALDO < WRK-QUANTIDADE
                   DISPLAY "SALDO INSUFICIENTE (" BAL-SALDO
                       ") - SAIDA CANCELADA"
               ELSE
                   IF WRK-LOTE = SPACES
                       PERFORM 1020-EXECUTAR-SAIDA-OBRA
                   ELSE
                       PERFORM 0820-LOCALIZAR-LOTE
                       IF NOT LOTE-ACHOU
                           DISPLAY "LOTE " WRK-LOTE " NAO ENCONTRADO"
                               " NO LOCAL " WRK-LOCAL
                               " - SAIDA CANCELADA"
                       ELSE
                           IF LOT-SALDO < WRK-QUANTIDADE
                               DISPLAY "SALDO DO LOTE INSUFICIENTE ("
                                   LOT-SALDO ") - SAIDA CANCELADA"
                           ELSE
                               SUBTRACT WRK-QUANTIDADE FROM LOT-SALDO
                               REWRITE LOT-RECORD
                               PERFORM 1020-EXECUTAR-SAIDA-OBRA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1020-EXECUTAR-SAIDA-OBRA.
           IF BAL-CUSTO-MEDIO NUMERIC
               MOVE BAL-CUSTO-MEDIO TO WRK-CUSTO-OBRA
           ELSE
               MOVE ZEROS TO WRK-CUSTO-OBRA
           END-IF.
           SUBTRACT WRK-QUANTIDADE FROM BAL-SALDO.
           REWRITE BAL-RECORD
           IF WRK-FS-BAL = "00"
               MOVE "R" TO JRN-OPERACAO
               PERFORM 0980-DIARIO-SALDO
           END-IF.
           MOVE "S" TO WRK-TIPO-MOV-OBRA.
           PERFORM 1070-GRAVAR-MOVIMENTO-OBRA.
           DISPLAY "SAIDA PARA A OBRA " WRK-OBRA ": " WRK-QUANTIDADE
               " DE " WRK-PRODUTO " - SALDO ATUAL " BAL-SALDO.

       1050-PEDIR-MOVIMENTO-OBRA.
           DISPLAY "NUMERO DA OBRA:".
           ACCEPT WRK-OBRA.
           DISPLAY "PRODUTO (CODIGO DO MATERIAL):".
           ACCEPT WRK-PRODUTO.
           PERFORM 0160-PEDIR-LOCAL.
           MOVE SPACES TO WRK-LOTE.
           IF LOTES-OK
               DISPLAY "LOTE (VAZIO = PRODUTO SEM LOTE):"
               ACCEPT WRK-LOTE
           END-IF.
           DISPLAY "QUANTIDADE:".
           ACCEPT WRK-QUANTIDADE.
           MOVE WRK-OBRA TO WOO-NUMERO.
           IF WRK-OBRA = ZEROS
               MOVE SPACES TO WRK-PRODUTO
           END-IF.

       1060-CONFERIR-OBRA.
           MOVE "N" TO WRK-OBRA-SITUACAO.
           OPEN INPUT JOB-FILE.
           IF WRK-FS-JOB NOT = "00"
               DISPLAY "JOBFILE NAO ABRIU (" WRK-FS-JOB ")"
           ELSE
               MOVE WRK-OBRA TO JOB-NUMERO
               READ JOB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF JOB-CONCLUIDA
                           MOVE "F" TO WRK-OBRA-SITUACAO
                       ELSE
                           MOVE "A" TO WRK-OBRA-SITUACAO
                       END-IF
               END-READ
               CLOSE JOB-FILE
           END-IF.

       1070-GRAVAR-MOVIMENTO-OBRA.
           OPEN EXTEND STOCK-MOVEMENT.
           IF WRK-FS-MOV NOT = "00"
               OPEN OUTPUT STOCK-MOVEMENT
           END-IF.
           MOVE SPACES TO MOV-RECORD.
           MOVE WRK-DATASYS-NUM TO MOV-DATA.
           MOVE WRK-PRODUTO TO MOV-PRODUTO.
           MOVE WRK-TIPO-MOV-OBRA TO MOV-TIPO.
           MOVE WRK-QUANTIDADE TO MOV-QUANTIDADE.
           MOVE WRK-ORIGEM-OBRA TO MOV-ORIGEM.
           MOVE WRK-LOCAL TO MOV-LOCAL.
           MOVE WRK-CUSTO-OBRA TO MOV-CUSTO-UNIT.
           COMPUTE MOV-VALOR = WRK-QUANTIDADE * WRK-CUSTO-OBRA.
           MOVE WRK-OBRA TO MOV-DOCUMENTO.
           MOVE WRK-LOTE TO MOV-LOTE.
           WRITE MOV-RECORD.
           CLOSE STOCK-MOVEMENT.

       1100-RETORNO-DA-OBRA.
      *********SOBRA DA OBRA VOLTA AO ESTOQUE, LIMITADA AO QUE A OBRA
      *********RECEBEU E AINDA NAO DEVOLVEU, PELO CUSTO MEDIO DO QUE
      *********ELA RECEBEU; O MEDIO DO ESTOQUE E REFEITO COMO NUMA
      *********ENTRADA E A OBRA PODE JA ESTAR CONCLUIDA****************
           PERFORM 1050-PEDIR-MOVIMENTO-OBRA.
           IF WRK-PRODUTO = SPACES OR WRK-QUANTIDADE = ZEROS
               DISPLAY "OBRA, PRODUTO E QUANTIDADE SAO OBRIGATORIOS -"
                   " RETORNO CANCELADO"
           ELSE
               PERFORM 1060-CONFERIR-OBRA
               IF OBRA-INEXISTENTE
                   DISPLAY "OBRA " WRK-OBRA " NAO ENCONTRADA -"
                       " RETORNO CANCELADO"
               ELSE
                   PERFORM 1110-SOMAR-SAIDAS-OBRA
                   IF WRK-QUANTIDADE > WRK-QTD-LIQ-OBRA
                       DISPLAY "QUANTIDADE ACIMA DO ENTREGUE E NAO"
                           " DEVOLVIDO PELA OBRA (" WRK-QTD-LIQ-OBRA
                           ") - RETORNO CANCELADO"
                   ELSE
                       PERFORM 1120-CONFERIR-LOTE-RETORNO
                   END-IF
               END-IF
           END-IF.

       1110-SOMAR-SAIDAS-OBRA.
      *********SAIDAS MENOS RETORNOS DO PRODUTO PARA A OBRA NO STOCKMOV
           MOVE ZEROS TO WRK-QTD-LIQ-OBRA WRK-VALOR-LIQ-OBRA
               WRK-CUSTO-OBRA.
           MOVE "N" TO WRK-EOF-MOV.
           OPEN INPUT STOCK-MOVEMENT.
           IF WRK-FS-MOV NOT = "00"
               MOVE "S" TO WRK-EOF-MOV
           END-IF.
           PERFORM 1115-LER-MOVIMENTO-OBRA UNTIL FIM-MOV.
           IF WRK-FS-MOV = "00" OR WRK-FS-MOV = "10"
               CLOSE STOCK-MOVEMENT
           END-IF.
           IF WRK-QTD-LIQ-OBRA > ZEROS AND WRK-VALOR-LIQ-OBRA > ZEROS
               COMPUTE WRK-CUSTO-OBRA ROUNDED =
                   WRK-VALOR-LIQ-OBRA / WRK-QTD-LIQ-OBRA
           END-IF.

       1115-LER-MOVIMENTO-OBRA.
           READ STOCK-MOVEMENT
               AT END
                   MOVE "S" TO WRK-EOF-MOV
               NOT AT END
                   IF MOV-ORIGEM = WRK-ORIGEM-OBRA
                       AND MOV-PRODUTO = WRK-PRODUTO
                       AND MOV-QUANTIDADE NUMERIC
                       AND MOV-VALOR NUMERIC
                       IF MOV-SAIDA
                           ADD MOV-QUANTIDADE TO WRK-QTD-LIQ-OBRA
                           ADD MOV-VALOR TO WRK-VALOR-LIQ-OBRA
                       ELSE
                           SUBTRACT MOV-QUANTIDADE
                               FROM WRK-QTD-LIQ-OBRA
                           SUBTRACT MOV-VALOR FROM WRK-VALOR-LIQ-OBRA
                       END-IF
                   END-IF
           END-READ.

       1120-CONFERIR-LOTE-RETORNO.
      *********A SOBRA DE PRODUTO COM LOTE VOLTA PARA UM LOTE QUE JA
      *********EXISTE NO LOCAL (A VALIDADE E A DELE)*******************
           IF WRK-LOTE = SPACES
               PERFORM 1130-EXECUTAR-RETORNO
           ELSE
               PERFORM 0820-LOCALIZAR-LOTE
               IF NOT LOTE-ACHOU
                   DISPLAY "LOTE " WRK-LOTE " NAO ENCONTRADO NO LOCAL "
                       WRK-LOCAL " - RETORNO CANCELADO"
               ELSE
                   ADD WRK-QUANTIDADE TO LOT-SALDO
                   REWRITE LOT-RECORD
                   PERFORM 1130-EXECUTAR-RETORNO
               END-IF
           END-IF.

       1130-EXECUTAR-RETORNO.
           MOVE WRK-CUSTO-OBRA TO WRK-CUSTO-UNIT.
           PERFORM 0150-LER-SALDO.
           IF PRODUTO-ACHOU
               PERFORM 0240-RECALCULAR-CUSTO-MEDIO
               ADD WRK-QUANTIDADE TO BAL-SALDO
               REWRITE BAL-RECORD
               IF WRK-FS-BAL = "00"
                   MOVE "R" TO JRN-OPERACAO
                   PERFORM 0980-DIARIO-SALDO
               END-IF
           ELSE
               MOVE WRK-PRODUTO TO BAL-PRODUTO
               MOVE WRK-LOCAL TO BAL-LOCAL
               MOVE WRK-QUANTIDADE TO BAL-SALDO
               MOVE ZEROS TO BAL-PONTO-REPOSICAO
                   BAL-QTD-PEDIDO
               MOVE SPACES TO BAL-FORNECEDOR
               MOVE WRK-CUSTO-UNIT TO BAL-CUSTO-MEDIO
               WRITE BAL-RECORD
               IF WRK-FS-BAL = "00"
                   MOVE "W" TO JRN-OPERACAO
                   PERFORM 0980-DIARIO-SALDO
               END-IF
           END-IF.
           MOVE "E" TO WRK-TIPO-MOV-OBRA.
           PERFORM 1070-GRAVAR-MOVIMENTO-OBRA.
           DISPLAY "RETORNO DA OBRA " WRK-OBRA ": " WRK-QUANTIDADE
               " DE " WRK-PRODUTO " - SALDO ATUAL " BAL-SALDO.

       0970-CONFERIR-PERIODO.
      *********LANCAMENTO DATADO EM MES FECHADO (PROGCOB117) E RECUSADO
           MOVE WRK-DATASYS-NUM TO PERA-DATA.
           PERFORM 0972-CONSULTAR-PERIODO.

       0972-CONSULTAR-PERIODO.
           CALL "PROGPERI" USING PERA-AREA.
           IF PERA-PERIODO-FECHADO
               DISPLAY "PERIODO " PERA-ANOMES " FECHADO - LANCAMENTO"
                   " RECUSADO (REABERTURA SO PELO PROGCOB117)"
           END-IF.

       0980-DIARIO-SALDO.
      *********IMAGEM DO SALDO GRAVADO VAI PARA O DIARIO UPDJRNL********
           MOVE "PROGCOB44" TO JRN-PROGRAMA.
           MOVE WRK-OPERADOR TO JRN-OPERADOR.
           MOVE "STOCKBAL" TO JRN-ARQUIVO.
           MOVE BAL-CHAVE TO JRN-CHAVE.
           MOVE BAL-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.
