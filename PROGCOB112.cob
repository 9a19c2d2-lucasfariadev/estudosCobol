       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB112.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: CONSULTA DO CLIENTE NUMA TELA SO, PELO CODIGO DO
      *           CUSTMAST: CADASTRO E LIMITE DE CREDITO, EXPOSICAO
      *           (CUSTEXP), FATURAS DE FRETE EM ABERTO COM O AGING
      *           (AROPEN, AS FAIXAS DO PROGCOB50), PARCELAS DE
      *           CREDIARIO EM ABERTO (CREDIARI), SALDO DE PONTOS
      *           (LOYALPTS), COTACOES ATIVAS (QUOTES), EMBARQUES
      *           AINDA NAO ENTREGUES (SHIPTRK) E AS ULTIMAS COMPRAS
      *           NA LOJA (SALESDET). SO LE, NAO ALTERA NADA; CADA
      *           CONSULTA FICA NO LOG CUSTQLOG COM DATA, HORA E
      *           OPERADOR, POIS EXPOE DADOS DO CLIENTE
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
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CODIGO
               FILE STATUS IS WRK-FS-CUST.
           SELECT CUSTOMER-EXPOSURE ASSIGN TO "CUSTEXP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXP-CLIENTE
               FILE STATUS IS WRK-FS-EXP.
           SELECT AR-OPEN-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-NUMERO
               FILE STATUS IS WRK-FS-AROPEN.
           SELECT INSTALLMENT-FILE ASSIGN TO "CREDIARI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CHAVE
               FILE STATUS IS WRK-FS-CRD.
           SELECT LOYALTY-POINTS ASSIGN TO "LOYALPTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTS-CLIENTE
               FILE STATUS IS WRK-FS-PTS.
           SELECT QUOTE-FILE ASSIGN TO "QUOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUO-NUMERO
               FILE STATUS IS WRK-FS-QUOTE.
           SELECT SHIPMENT-TRACKING ASSIGN TO "SHIPTRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHIP-NUMERO
               FILE STATUS IS WRK-FS-SHIPTRK.
           SELECT SALES-DETAIL ASSIGN TO "SALESDET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DETALHE.
           SELECT INQUIRY-LOG ASSIGN TO "CUSTQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER.
           COPY CPCUST.
       FD CUSTOMER-EXPOSURE.
           COPY CPCUSEXP.
       FD AR-OPEN-FILE.
           COPY CPAROPEN.
       FD INSTALLMENT-FILE.
           COPY CPCREDIA.
       FD LOYALTY-POINTS.
           COPY CPLOYAL.
       FD QUOTE-FILE.
           COPY CPQUOTE.
       FD SHIPMENT-TRACKING.
           COPY CPSHIPMT.
       FD SALES-DETAIL.
           COPY CPSALDET.
      *********UMA LINHA POR CONSULTA, COM QUEM CONSULTOU E QUANDO****
       FD INQUIRY-LOG.
       01 INQUIRY-LOG-LINE.
           02 CQL-DATA                PIC 9(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 CQL-HORA                PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 CQL-OPERADOR            PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 CQL-CLIENTE             PIC X(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 CQL-RESULTADO           PIC X(15).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CUST PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXP PIC X(02) VALUE ZEROS.
       77 WRK-FS-AROPEN PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRD PIC X(02) VALUE ZEROS.
       77 WRK-FS-PTS PIC X(02) VALUE ZEROS.
       77 WRK-FS-QUOTE PIC X(02) VALUE ZEROS.
       77 WRK-FS-SHIPTRK PIC X(02) VALUE ZEROS.
       77 WRK-FS-DETALHE PIC X(02) VALUE ZEROS.
       77 WRK-FS-LOG PIC X(02) VALUE ZEROS.
       77 WRK-CUST-OK PIC X(01) VALUE "N".
           88 CUST-OK VALUE "S".
       77 WRK-EXP-OK PIC X(01) VALUE "N".
           88 EXP-OK VALUE "S".
       77 WRK-AROPEN-OK PIC X(01) VALUE "N".
           88 AROPEN-OK VALUE "S".
       77 WRK-CRD-OK PIC X(01) VALUE "N".
           88 CRD-OK VALUE "S".
       77 WRK-PTS-OK PIC X(01) VALUE "N".
           88 PTS-OK VALUE "S".
       77 WRK-QUOTE-OK PIC X(01) VALUE "N".
           88 QUOTE-OK VALUE "S".
       77 WRK-SHIPTRK-OK PIC X(01) VALUE "N".
           88 SHIPTRK-OK VALUE "S".
       77 WRK-EOF PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 WRK-SAIR PIC X(01) VALUE "N".
           88 SAIR-DA-CONSULTA VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-CLIENTE-ACHOU PIC X(01) VALUE "N".
           88 CLIENTE-ACHOU VALUE "S".
       77 WRK-RESULTADO PIC X(15) VALUE SPACES.
       77 WRK-QTD-ULTIMAS PIC 9(02) VALUE ZEROS.
       77 WRK-CNT PIC 9(05) VALUE ZEROS.
       77 WRK-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-EXPOSICAO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DISPONIVEL PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CORRENTE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-30 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-60 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-90 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-IDADE-DIAS PIC S9(05) VALUE ZEROS.
       77 WRK-VALIDADE-ATE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL PIC 9(07) VALUE ZEROS.
       77 WRK-SER-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-SER-MES PIC 9(02) VALUE ZEROS.
       77 WRK-SER-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-SER-T1 PIC 9(07) VALUE ZEROS.
       77 WRK-SER-T2 PIC 9(07) VALUE ZEROS.
       77 WRK-SER-T3 PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-CONVERTE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CONVERTE-X REDEFINES WRK-DATA-CONVERTE.
           02 WRK-CONV-ANO       PIC 9(04).
           02 WRK-CONV-MES       PIC 9(02).
           02 WRK-CONV-DIA       PIC 9(02).
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-HORASYS.
           02 WRK-HORASYS-HHMMSS PIC 9(06) VALUE ZEROS.
           02 WRK-HORASYS-CENTESIMOS PIC 9(02) VALUE ZEROS.
       01 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99-.
       01 WRK-VALOR-ED2 PIC ZZZ.ZZZ.ZZ9,99-.
       01 WRK-PONTOS-ED PIC Z.ZZZ.ZZ9-.
       01 WRK-DIAS-ED PIC ZZZZ9-.
       01 WRK-SITUACAO-EMBARQUE PIC X(12) VALUE SPACES.
      *********AS ULTIMAS COMPRAS DO CLIENTE NO SALESDET; AO PASSAR DO
      *********LIMITE PEDIDO A MAIS ANTIGA SAI DA FRENTE DA TABELA*****
       01 WRK-TABELA-COMPRAS.
           02 WRK-CMP-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WRK-QTD-CMP.
               03 WRK-CMP-DATA        PIC 9(08).
               03 WRK-CMP-TIPO        PIC X(01).
               03 WRK-CMP-TENDER      PIC X(01).
               03 WRK-CMP-VALOR       PIC S9(06)V99.
       77 WRK-QTD-CMP PIC 9(03) VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-OPERADOR                 PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           MOVE WRK-DATASYS-NUM TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.
           PERFORM 0050-ABRIR-ARQUIVOS.
           IF CUST-OK
               PERFORM 0100-CONSULTAR UNTIL SAIR-DA-CONSULTA
           END-IF.
           PERFORM 0900-FECHAR-ARQUIVOS.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
      *********SO O CUSTMAST E OBRIGATORIO; ARQUIVO QUE NAO ABRE
      *********DEIXA O SEU QUADRO DA TELA SEM DADOS*********************
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CUST = "00"
               MOVE "S" TO WRK-CUST-OK
           ELSE
               DISPLAY "CADASTRO DE CLIENTES CUSTMAST NAO ENCONTRADO: "
                   WRK-FS-CUST
           END-IF.
           OPEN INPUT CUSTOMER-EXPOSURE.
           IF WRK-FS-EXP = "00"
               MOVE "S" TO WRK-EXP-OK
           END-IF.
           OPEN INPUT AR-OPEN-FILE.
           IF WRK-FS-AROPEN = "00"
               MOVE "S" TO WRK-AROPEN-OK
           END-IF.
           OPEN INPUT INSTALLMENT-FILE.
           IF WRK-FS-CRD = "00"
               MOVE "S" TO WRK-CRD-OK
           END-IF.
           OPEN INPUT LOYALTY-POINTS.
           IF WRK-FS-PTS = "00"
               MOVE "S" TO WRK-PTS-OK
           END-IF.
           OPEN INPUT QUOTE-FILE.
           IF WRK-FS-QUOTE = "00"
               MOVE "S" TO WRK-QUOTE-OK
           END-IF.
           OPEN INPUT SHIPMENT-TRACKING.
           IF WRK-FS-SHIPTRK = "00"
               MOVE "S" TO WRK-SHIPTRK-OK
           END-IF.

       0100-CONSULTAR.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY "        CONSULTA DO CLIENTE".
           DISPLAY "=============================================".
           DISPLAY "CODIGO DO CLIENTE (BRANCO PARA SAIR):".
           MOVE SPACES TO WRK-CLIENTE.
           ACCEPT WRK-CLIENTE.
           IF WRK-CLIENTE = SPACES
               MOVE "S" TO WRK-SAIR
           ELSE
               DISPLAY "QUANTAS ULTIMAS COMPRAS (1 A 20, 0 = 5):"
               ACCEPT WRK-QTD-ULTIMAS
               IF WRK-QTD-ULTIMAS = ZEROS OR WRK-QTD-ULTIMAS > 20
                   MOVE 5 TO WRK-QTD-ULTIMAS
               END-IF
               PERFORM 0110-LER-CADASTRO
               IF CLIENTE-ACHOU
                   MOVE "CONSULTADO" TO WRK-RESULTADO
                   PERFORM 0200-EXPOSICAO
                   PERFORM 0300-FATURAS-FRETE
                   PERFORM 0400-CREDIARIO
                   PERFORM 0500-PONTOS
                   PERFORM 0550-COTACOES
                   PERFORM 0600-EMBARQUES
                   PERFORM 0650-ULTIMAS-COMPRAS
                   DISPLAY "======================================="
               ELSE
                   MOVE "NAO CADASTRADO" TO WRK-RESULTADO
                   DISPLAY "CLIENTE NAO CADASTRADO: " WRK-CLIENTE
               END-IF
               PERFORM 0800-REGISTRAR-CONSULTA
           END-IF.

       0110-LER-CADASTRO.
           MOVE "N" TO WRK-CLIENTE-ACHOU.
           MOVE WRK-CLIENTE TO CUST-CODIGO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-CLIENTE-ACHOU
                   DISPLAY "CLIENTE..........: " CUST-CODIGO " "
                       CUST-NOME " UF " CUST-UF
                   MOVE CUST-LIMITE-CREDITO TO WRK-VALOR-ED
                   DISPLAY "LIMITE DE CREDITO: " WRK-VALOR-ED
           END-READ.

       0200-EXPOSICAO.
           MOVE ZEROS TO WRK-EXPOSICAO.
           IF EXP-OK
               MOVE WRK-CLIENTE TO EXP-CLIENTE
               READ CUSTOMER-EXPOSURE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EXP-VALOR TO WRK-EXPOSICAO
               END-READ
               COMPUTE WRK-DISPONIVEL =
                   CUST-LIMITE-CREDITO - WRK-EXPOSICAO
               MOVE WRK-EXPOSICAO TO WRK-VALOR-ED
               MOVE WRK-DISPONIVEL TO WRK-VALOR-ED2
               DISPLAY "EXPOSICAO ATUAL..: " WRK-VALOR-ED
                   "  DISPONIVEL: " WRK-VALOR-ED2
           ELSE
               DISPLAY "EXPOSICAO ATUAL..: (CUSTEXP INDISPONIVEL)"
           END-IF.

       0300-FATURAS-FRETE.
      *********TITULOS EM ABERTO DO CLIENTE COM A IDADE DA FATURA, NAS
      *********FAIXAS DO AGING DO PROGCOB50 (A VENCER/30/60/90+)*******
           DISPLAY "---- FATURAS DE FRETE EM ABERTO (AROPEN) ----".
           MOVE ZEROS TO WRK-CNT WRK-TOT-VALOR WRK-TOT-CORRENTE
               WRK-TOT-30 WRK-TOT-60 WRK-TOT-90.
           IF AROPEN-OK
               MOVE "N" TO WRK-EOF
               MOVE ZEROS TO ARO-NUMERO
               START AR-OPEN-FILE KEY IS NOT LESS THAN ARO-NUMERO
                   INVALID KEY
                       MOVE "S" TO WRK-EOF
               END-START
               PERFORM 0310-LER-FATURA UNTIL FIM-ARQUIVO
               MOVE WRK-TOT-CORRENTE TO WRK-VALOR-ED
               MOVE WRK-TOT-30 TO WRK-VALOR-ED2
               DISPLAY "AGING ATE 30 DIAS: " WRK-VALOR-ED
                   "  31 A 60: " WRK-VALOR-ED2
               MOVE WRK-TOT-60 TO WRK-VALOR-ED
               MOVE WRK-TOT-90 TO WRK-VALOR-ED2
               DISPLAY "      61 A 90....: " WRK-VALOR-ED
                   "  ACIMA 90: " WRK-VALOR-ED2
               MOVE WRK-TOT-VALOR TO WRK-VALOR-ED
               DISPLAY "FATURAS: " WRK-CNT " SALDO " WRK-VALOR-ED
           ELSE
               DISPLAY "(AROPEN INDISPONIVEL)"
           END-IF.

       0310-LER-FATURA.
           READ AR-OPEN-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF ARO-CLIENTE = WRK-CLIENTE
                       AND ARO-ABERTA AND ARO-SALDO > ZEROS
                       PERFORM 0320-MOSTRAR-FATURA
                   END-IF
           END-READ.

       0320-MOSTRAR-FATURA.
           ADD 1 TO WRK-CNT.
           ADD ARO-SALDO TO WRK-TOT-VALOR.
           MOVE ARO-DATA-FATURA TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           COMPUTE WRK-IDADE-DIAS = WRK-SERIAL-HOJE - WRK-SERIAL.
           EVALUATE TRUE
               WHEN WRK-IDADE-DIAS <= 30
                   ADD ARO-SALDO TO WRK-TOT-CORRENTE
               WHEN WRK-IDADE-DIAS <= 60
                   ADD ARO-SALDO TO WRK-TOT-30
               WHEN WRK-IDADE-DIAS <= 90
                   ADD ARO-SALDO TO WRK-TOT-60
               WHEN OTHER
                   ADD ARO-SALDO TO WRK-TOT-90
           END-EVALUATE.
           MOVE ARO-SALDO TO WRK-VALOR-ED.
           MOVE WRK-IDADE-DIAS TO WRK-DIAS-ED.
           DISPLAY "FATURA " ARO-NUMERO " DE " ARO-DATA-FATURA
               " SALDO " WRK-VALOR-ED " IDADE " WRK-DIAS-ED " DIAS".

       0400-CREDIARIO.
           DISPLAY "---- PARCELAS DE CREDIARIO EM ABERTO ----".
           MOVE ZEROS TO WRK-CNT WRK-TOT-VALOR.
           IF CRD-OK
               MOVE "N" TO WRK-EOF
               MOVE LOW-VALUES TO CRD-CHAVE
               MOVE WRK-CLIENTE TO CRD-CLIENTE
               START INSTALLMENT-FILE KEY IS NOT LESS THAN CRD-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-EOF
               END-START
               PERFORM 0410-LER-PARCELA UNTIL FIM-ARQUIVO
               MOVE WRK-TOT-VALOR TO WRK-VALOR-ED
               DISPLAY "PARCELAS: " WRK-CNT " PRINCIPAL "
                   WRK-VALOR-ED
           ELSE
               DISPLAY "(CREDIARI INDISPONIVEL)"
           END-IF.

       0410-LER-PARCELA.
           READ INSTALLMENT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF CRD-CLIENTE NOT = WRK-CLIENTE
                       MOVE "S" TO WRK-EOF
                   ELSE
                       IF CRD-ABERTA
                           PERFORM 0420-MOSTRAR-PARCELA
                       END-IF
                   END-IF
           END-READ.

       0420-MOSTRAR-PARCELA.
           ADD 1 TO WRK-CNT.
           ADD CRD-VALOR TO WRK-TOT-VALOR.
           MOVE CRD-VALOR TO WRK-VALOR-ED.
           IF CRD-VENCIMENTO < WRK-DATASYS-NUM
               MOVE CRD-VENCIMENTO TO WRK-DATA-CONVERTE
               PERFORM 0700-CALCULAR-SERIAL
               COMPUTE WRK-IDADE-DIAS = WRK-SERIAL-HOJE - WRK-SERIAL
               MOVE WRK-IDADE-DIAS TO WRK-DIAS-ED
               DISPLAY "VENDA " CRD-VENDA-SEQ "/" CRD-PARCELA
                   " VENCE " CRD-VENCIMENTO " VALOR " WRK-VALOR-ED
                   " VENCIDA HA " WRK-DIAS-ED " DIAS"
           ELSE
               DISPLAY "VENDA " CRD-VENDA-SEQ "/" CRD-PARCELA
                   " VENCE " CRD-VENCIMENTO " VALOR " WRK-VALOR-ED
           END-IF.

       0500-PONTOS.
           IF PTS-OK
               MOVE WRK-CLIENTE TO PTS-CLIENTE
               READ LOYALTY-POINTS
                   INVALID KEY
                       MOVE ZEROS TO PTS-SALDO
               END-READ
               MOVE PTS-SALDO TO WRK-PONTOS-ED
               DISPLAY "PONTOS DE FIDELIDADE: " WRK-PONTOS-ED
           ELSE
               DISPLAY "PONTOS DE FIDELIDADE: (LOYALPTS INDISPONIVEL)"
           END-IF.

       0550-COTACOES.
      *********COTACAO ATIVA E DENTRO DA VALIDADE, COMO O PROGCOB09
      *********CONFERE AO HONRAR O FRETE COTADO************************
           DISPLAY "---- COTACOES DE FRETE ATIVAS (QUOTES) ----".
           MOVE ZEROS TO WRK-CNT.
           IF QUOTE-OK
               MOVE "N" TO WRK-EOF
               MOVE ZEROS TO QUO-NUMERO
               START QUOTE-FILE KEY IS NOT LESS THAN QUO-NUMERO
                   INVALID KEY
                       MOVE "S" TO WRK-EOF
               END-START
               PERFORM 0560-LER-COTACAO UNTIL FIM-ARQUIVO
               DISPLAY "COTACOES ATIVAS: " WRK-CNT
           ELSE
               DISPLAY "(QUOTES INDISPONIVEL)"
           END-IF.

       0560-LER-COTACAO.
           READ QUOTE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF QUO-CLIENTE = WRK-CLIENTE AND QUO-ATIVA
                       MOVE QUO-DATA TO WRK-DATA-CONVERTE
                       PERFORM 0700-CALCULAR-SERIAL
                       COMPUTE WRK-VALIDADE-ATE =
                           WRK-SERIAL + QUO-VALIDADE-DIAS
                       IF WRK-VALIDADE-ATE >= WRK-SERIAL-HOJE
                           PERFORM 0570-MOSTRAR-COTACAO
                       END-IF
                   END-IF
           END-READ.

       0570-MOSTRAR-COTACAO.
           ADD 1 TO WRK-CNT.
           MOVE QUO-FRETE TO WRK-VALOR-ED.
           COMPUTE WRK-IDADE-DIAS = WRK-VALIDADE-ATE - WRK-SERIAL-HOJE.
           MOVE WRK-IDADE-DIAS TO WRK-DIAS-ED.
           DISPLAY "COTACAO " QUO-NUMERO " DE " QUO-DATA " "
               QUO-PRODUTO " UF " QUO-UF.
           DISPLAY "   FRETE " WRK-VALOR-ED " " QUO-MOEDA
               " VALE MAIS " WRK-DIAS-ED " DIAS".

       0600-EMBARQUES.
           DISPLAY "---- EMBARQUES EM ANDAMENTO (SHIPTRK) ----".
           MOVE ZEROS TO WRK-CNT.
           IF SHIPTRK-OK
               MOVE "N" TO WRK-EOF
               MOVE ZEROS TO SHIP-NUMERO
               START SHIPMENT-TRACKING KEY IS NOT LESS THAN SHIP-NUMERO
                   INVALID KEY
                       MOVE "S" TO WRK-EOF
               END-START
               PERFORM 0610-LER-EMBARQUE UNTIL FIM-ARQUIVO
               DISPLAY "EMBARQUES EM ANDAMENTO: " WRK-CNT
           ELSE
               DISPLAY "(SHIPTRK INDISPONIVEL)"
           END-IF.

       0610-LER-EMBARQUE.
           READ SHIPMENT-TRACKING NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF SHIP-CLIENTE = WRK-CLIENTE
                       AND NOT SHIP-ST-ENTREGUE
                       PERFORM 0620-MOSTRAR-EMBARQUE
                   END-IF
           END-READ.

       0620-MOSTRAR-EMBARQUE.
           ADD 1 TO WRK-CNT.
           EVALUATE TRUE
               WHEN SHIP-ST-PENDENTE
                   MOVE "PENDENTE" TO WRK-SITUACAO-EMBARQUE
               WHEN SHIP-ST-DESPACHADO
                   MOVE "DESPACHADO" TO WRK-SITUACAO-EMBARQUE
               WHEN SHIP-ST-TRANSITO
                   MOVE "EM TRANSITO" TO WRK-SITUACAO-EMBARQUE
               WHEN OTHER
                   MOVE "DESCONHECIDO" TO WRK-SITUACAO-EMBARQUE
           END-EVALUATE.
           IF SHIP-SENTIDO-REVERSA
               DISPLAY "EMBARQUE " SHIP-NUMERO " " SHIP-PRODUTO
                   " UF " SHIP-UF " " WRK-SITUACAO-EMBARQUE
                   " PROMETIDO " SHIP-DATA-PROMETIDA " (DEVOLUCAO)"
           ELSE
               DISPLAY "EMBARQUE " SHIP-NUMERO " " SHIP-PRODUTO
                   " UF " SHIP-UF " " WRK-SITUACAO-EMBARQUE
                   " PROMETIDO " SHIP-DATA-PROMETIDA
           END-IF.

       0650-ULTIMAS-COMPRAS.
      *********O SALESDET E SEQUENCIAL E CRESCE NA ORDEM DO LANCAMENTO:
      *********GUARDA AS ULTIMAS VENDAS E DEVOLUCOES DO CLIENTE********
           DISPLAY "---- ULTIMAS COMPRAS NA LOJA (SALESDET) ----".
           MOVE ZEROS TO WRK-QTD-CMP.
           MOVE "N" TO WRK-EOF.
           OPEN INPUT SALES-DETAIL.
           IF WRK-FS-DETALHE NOT = "00"
               DISPLAY "(SALESDET INDISPONIVEL)"
               MOVE "S" TO WRK-EOF
           END-IF.
           PERFORM 0660-LER-VENDA UNTIL FIM-ARQUIVO.
           IF WRK-FS-DETALHE = "00" OR WRK-FS-DETALHE = "10"
               CLOSE SALES-DETAIL
           END-IF.
           IF WRK-QTD-CMP = ZEROS
               DISPLAY "NENHUMA COMPRA IDENTIFICADA NA LOJA"
           ELSE
               PERFORM 0680-MOSTRAR-COMPRA
                   VARYING WRK-IDX FROM WRK-QTD-CMP BY -1
                   UNTIL WRK-IDX < 1
           END-IF.

       0660-LER-VENDA.
           READ SALES-DETAIL
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF SD-CLIENTE = WRK-CLIENTE
                       AND (SD-TIPO-VENDA OR SD-TIPO-DEVOLUCAO)
                       PERFORM 0670-GUARDAR-COMPRA
                   END-IF
           END-READ.

       0670-GUARDAR-COMPRA.
           IF WRK-QTD-CMP >= WRK-QTD-ULTIMAS
               PERFORM 0675-DESLOCAR-COMPRA
                   VARYING WRK-IDX FROM 2 BY 1
                   UNTIL WRK-IDX > WRK-QTD-CMP
           ELSE
               ADD 1 TO WRK-QTD-CMP
           END-IF.
           MOVE SD-DATA TO WRK-CMP-DATA(WRK-QTD-CMP).
           MOVE SD-TIPO TO WRK-CMP-TIPO(WRK-QTD-CMP).
           MOVE SD-TENDER TO WRK-CMP-TENDER(WRK-QTD-CMP).
           MOVE SD-VALOR TO WRK-CMP-VALOR(WRK-QTD-CMP).

       0675-DESLOCAR-COMPRA.
           MOVE WRK-CMP-ENTRY(WRK-IDX) TO WRK-CMP-ENTRY(WRK-IDX - 1).

       0680-MOSTRAR-COMPRA.
           MOVE WRK-CMP-VALOR(WRK-IDX) TO WRK-VALOR-ED.
           IF WRK-CMP-TIPO(WRK-IDX) = "R"
               DISPLAY WRK-CMP-DATA(WRK-IDX) " DEVOLUCAO "
                   WRK-VALOR-ED " FORMA " WRK-CMP-TENDER(WRK-IDX)
           ELSE
               DISPLAY WRK-CMP-DATA(WRK-IDX) " VENDA     "
                   WRK-VALOR-ED " FORMA " WRK-CMP-TENDER(WRK-IDX)
           END-IF.

       0700-CALCULAR-SERIAL.
      *********NUMERO SERIAL DE DIAS DA DATA EM WRK-DATA-CONVERTE,
      *********PELA FORMULA INTEIRA 367A - 7(A+(M+9)/12)/4 + 275M/9 + D
      *********(IGUAL AO PROGCOB50)*************************************
           MOVE WRK-CONV-ANO TO WRK-SER-ANO.
           MOVE WRK-CONV-MES TO WRK-SER-MES.
           MOVE WRK-CONV-DIA TO WRK-SER-DIA.
           COMPUTE WRK-SER-T1 = WRK-SER-MES + 9.
           DIVIDE WRK-SER-T1 BY 12 GIVING WRK-SER-T1.
           COMPUTE WRK-SER-T2 = 7 * (WRK-SER-ANO + WRK-SER-T1).
           DIVIDE WRK-SER-T2 BY 4 GIVING WRK-SER-T2.
           COMPUTE WRK-SER-T3 = 275 * WRK-SER-MES.
           DIVIDE WRK-SER-T3 BY 9 GIVING WRK-SER-T3.
           COMPUTE WRK-SERIAL =
               (367 * WRK-SER-ANO) - WRK-SER-T2 + WRK-SER-T3
               + WRK-SER-DIA.

       0800-REGISTRAR-CONSULTA.
      *********TODA CONSULTA FICA NO LOG, ACHANDO OU NAO O CLIENTE*****
           ACCEPT WRK-HORASYS FROM TIME.
           OPEN EXTEND INQUIRY-LOG.
           IF WRK-FS-LOG NOT = "00"
               OPEN OUTPUT INQUIRY-LOG
           END-IF.
           MOVE SPACES TO INQUIRY-LOG-LINE.
           MOVE WRK-DATASYS-NUM TO CQL-DATA.
           MOVE WRK-HORASYS-HHMMSS TO CQL-HORA.
           MOVE WRK-OPERADOR TO CQL-OPERADOR.
           MOVE WRK-CLIENTE TO CQL-CLIENTE.
           MOVE WRK-RESULTADO TO CQL-RESULTADO.
           WRITE INQUIRY-LOG-LINE.
           CLOSE INQUIRY-LOG.

       0900-FECHAR-ARQUIVOS.
           IF CUST-OK
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF EXP-OK
               CLOSE CUSTOMER-EXPOSURE
           END-IF.
           IF AROPEN-OK
               CLOSE AR-OPEN-FILE
           END-IF.
           IF CRD-OK
               CLOSE INSTALLMENT-FILE
           END-IF.
           IF PTS-OK
               CLOSE LOYALTY-POINTS
           END-IF.
           IF QUOTE-OK
               CLOSE QUOTE-FILE
           END-IF.
           IF SHIPTRK-OK
               CLOSE SHIPMENT-TRACKING
           END-IF.
