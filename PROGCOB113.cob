       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB113.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: PROJECAO SEMANAL DE CAIXA DAS PROXIMAS 8 SEMANAS A
      *           PARTIR DE HOJE, COM O SALDO INICIAL INFORMADO PELO
      *           USUARIO. ENTRADAS: TITULOS DE FRETE EM ABERTO
      *           (AROPEN) NA DATA PREVISTA PELO PRAZO MEDIO QUE O
      *           CLIENTE COSTUMA LEVAR PARA PAGAR (ARPAYMT), PARCELAS
      *           DE CREDIARIO PELO VENCIMENTO, MENSALIDADES EM ABERTO
      *           (TUITION) E AS FATURAS DE ETAPA DE OBRA PROGRAMADAS
      *           (JOBSTAGE, TERMINO PREVISTO PELO PROGCOB111).
      *           SAIDAS: TITULOS A PAGAR (APOPEN) PELO VENCIMENTO,
      *           PEDIDOS DE COMPRA EM ABERTO (PURCHORD) PELA ENTREGA
      *           MAIS O PRAZO DO FORNECEDOR E OS ACERTOS DE
      *           TRANSPORTADORA (SETTLFIL). IMPRIME O RESUMO POR
      *           SEMANA E O DETALHE QUE EXPLICA CADA SEMANA (CASHFLOW)
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - A ESTIMATIVA DO ACERTO DE TRANSPORTADORA DIVIDE
      *                   PELO NUMERO DE ACERTOS (DATAS) LIDOS NOS
      *                   ULTIMOS 28 DIAS E NAO POR 4 FIXO: O SETTLFIL
      *                   E REGRAVADO A CADA PROGCOB29 E SO GUARDA O
      *                   ULTIMO ACERTO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-NUMERO
               FILE STATUS IS WRK-FS-AROPEN.
           SELECT AR-PAYMENT-FILE ASSIGN TO "ARPAYMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGTO.
           SELECT INSTALLMENT-FILE ASSIGN TO "CREDIARI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRD-CHAVE
               FILE STATUS IS WRK-FS-CRD.
           SELECT TUITION-FILE ASSIGN TO "TUITION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TUI-CHAVE
               FILE STATUS IS WRK-FS-TUI.
           SELECT JOB-STAGE-FILE ASSIGN TO "JOBSTAGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JST-CHAVE
               FILE STATUS IS WRK-FS-JST.
           SELECT PAYABLE-OPEN ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APO-NUMERO
               FILE STATUS IS WRK-FS-APO.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURCHORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-NUMERO
               FILE STATUS IS WRK-FS-PO.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPLIER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORN.
           SELECT STOCK-BALANCE ASSIGN TO "STOCKBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-CHAVE
               FILE STATUS IS WRK-FS-BAL.
           SELECT SETTLEMENT-FILE ASSIGN TO "SETTLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SETTLF.
           SELECT CASH-FLOW-REPORT ASSIGN TO "CASHFLOW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD AR-OPEN-FILE.
           COPY CPAROPEN.
       FD AR-PAYMENT-FILE.
           COPY CPARPAY.
       FD INSTALLMENT-FILE.
           COPY CPCREDIA.
       FD TUITION-FILE.
           COPY CPTUIT.
       FD JOB-STAGE-FILE.
           COPY CPJOBSTG.
       FD PAYABLE-OPEN.
           COPY CPAPOPEN.
       FD PURCHASE-ORDER-FILE.
           COPY CPPURCH.
       FD SUPPLIER-MASTER.
           COPY CPSUPPLR.
       FD STOCK-BALANCE.
           COPY CPSTKBAL.
      *********MESMA LINHA DO ACERTO GRAVADA PELO PROGCOB29************
       FD SETTLEMENT-FILE.
       01 SETTLF-RECORD.
           02 STF-DATA                PIC 9(08).
           02 FILLER                  PIC X(02).
           02 STF-TRANSPORTADORA      PIC X(03).
           02 FILLER                  PIC X(02).
           02 STF-FRETE               PIC 9(09)V99.
           02 FILLER                  PIC X(02).
           02 STF-DEVIDO              PIC 9(09)V99.
       FD CASH-FLOW-REPORT.
       01 CASH-FLOW-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-AROPEN PIC X(02) VALUE ZEROS.
       77 WRK-FS-PAGTO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRD PIC X(02) VALUE ZEROS.
       77 WRK-FS-TUI PIC X(02) VALUE ZEROS.
       77 WRK-FS-JST PIC X(02) VALUE ZEROS.
       77 WRK-FS-APO PIC X(02) VALUE ZEROS.
       77 WRK-FS-PO PIC X(02) VALUE ZEROS.
       77 WRK-FS-FORN PIC X(02) VALUE ZEROS.
       77 WRK-FS-BAL PIC X(02) VALUE ZEROS.
       77 WRK-FS-SETTLF PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 WRK-AROPEN-OK PIC X(01) VALUE "N".
           88 AROPEN-OK VALUE "S".
       77 WRK-FORN-OK PIC X(01) VALUE "N".
           88 FORN-OK VALUE "S".
       77 WRK-BAL-OK PIC X(01) VALUE "N".
           88 BAL-OK VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
      *********PRAZOS PADRAO: CLIENTE SEM HISTORICO DE PAGAMENTO PAGA
      *********EM 30 DIAS; O ACERTO DA TRANSPORTADORA E PAGO 7 DIAS
      *********DEPOIS DE APURADO; MENSALIDADE VENCE NO DIA 10 (COMO
      *********NA REMESSA DE BOLETOS DO PROGCOB84)*********************
       77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 30.
       77 WRK-PRAZO-TRANSPORTADORA PIC 9(03) VALUE 7.
       77 WRK-DIA-VENCIMENTO PIC 9(02) VALUE 10.
       77 WRK-QTD-SEMANAS PIC 9(02) VALUE 8.
       77 WRK-SALDO-INICIAL PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ENTRADAS PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SAIDAS PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SEM PIC 9(02) VALUE ZEROS.
       77 WRK-ORIGEM PIC 9(01) VALUE ZEROS.
       77 WRK-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-POS PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS PIC S9(07) VALUE ZEROS.
       77 WRK-PRAZO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ABERTA PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-ITEM PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DATA-ITEM PIC 9(08) VALUE ZEROS.
       77 WRK-REF-ITEM PIC X(40) VALUE SPACES.
       77 WRK-ATRASADO PIC X(01) VALUE "N".
       77 WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-PREVISTO PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-AUX PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL PIC 9(07) VALUE ZEROS.
       77 WRK-SER-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-SER-MES PIC 9(02) VALUE ZEROS.
       77 WRK-SER-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-SER-T1 PIC 9(07) VALUE ZEROS.
       77 WRK-SER-T2 PIC 9(07) VALUE ZEROS.
       77 WRK-SER-T3 PIC 9(07) VALUE ZEROS.
       77 WRK-RESTO PIC 9(03) VALUE ZEROS.
       77 WRK-QUOC PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-UTEIS PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-BASE PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-RESULTADO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-AUX PIC 9(08) VALUE ZEROS.
       77 WRK-TRP-RECENTE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TRP-MEDIA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-DATAS-TRP PIC 9(02) VALUE ZEROS.
       77 WRK-IND-TRP PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-TRP-ACHOU PIC X(01) VALUE "N".
           88 DATA-TRP-ACHOU VALUE "S".
      *********DATAS DISTINTAS DE ACERTO NA JANELA DE 28 DIAS**********
       01 WRK-TABELA-DATAS-TRP.
           02 WRK-DATA-TRP OCCURS 28 TIMES PIC 9(08).
       77 WRK-CNT-ITENS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-FORA-HORIZONTE PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SEM-DETALHE PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SEM-CUSTO PIC 9(05) VALUE ZEROS.
       01 WRK-DATA-CONVERTE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CONVERTE-X REDEFINES WRK-DATA-CONVERTE.
           02 WRK-CONV-ANO       PIC 9(04).
           02 WRK-CONV-MES       PIC 9(02).
           02 WRK-CONV-DIA       PIC 9(02).
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CAL.
           02 WRK-CAL-ANO             PIC 9(04) VALUE ZEROS.
           02 WRK-CAL-MES             PIC 9(02) VALUE ZEROS.
           02 WRK-CAL-DIA             PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-CAL-NUM REDEFINES WRK-DATA-CAL PIC 9(08).
       01 WRK-DIAS-MESES              PIC X(24)
               VALUE "312831303130313130313031".
       01 WRK-DIAS-MESES-R REDEFINES WRK-DIAS-MESES.
           02 WRK-DIAS-MES            PIC 9(02) OCCURS 12 TIMES.
      *********ORIGENS: 1 A 4 SAO ENTRADAS, 5 A 7 SAO SAIDAS***********
       01 WRK-NOMES-ORIGEM.
           02 FILLER                  PIC X(12) VALUE "FRETE AROPEN".
           02 FILLER                  PIC X(12) VALUE "CREDIARIO".
           02 FILLER                  PIC X(12) VALUE "MENSALIDADE".
           02 FILLER                  PIC X(12) VALUE "ETAPA OBRA".
           02 FILLER                  PIC X(12) VALUE "A PAGAR".
           02 FILLER                  PIC X(12) VALUE "COMPRA".
           02 FILLER                  PIC X(12) VALUE "TRANSPORTE".
       01 WRK-NOMES-ORIGEM-R REDEFINES WRK-NOMES-ORIGEM.
           02 WRK-NOME-ORIGEM         PIC X(12) OCCURS 7 TIMES.
       01 WRK-TABELA-SEMANA.
           02 WRK-SEM-ENTRY OCCURS 8 TIMES.
               03 WRK-SEM-INICIO      PIC 9(08).
               03 WRK-SEM-FIM         PIC 9(08).
               03 WRK-SEM-TRP-CONHECIDO PIC X(01).
               03 WRK-SEM-VALOR       PIC S9(11)V99 OCCURS 7 TIMES.
      *********PRAZO MEDIO DE PAGAMENTO DE CADA CLIENTE, EM DIAS DA
      *********FATURA AO PAGAMENTO, APURADO NO LIVRO ARPAYMT***********
       01 WRK-TABELA-HISTORICO.
           02 WRK-HIS-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-HIS.
               03 WRK-HIS-CLIENTE     PIC X(06).
               03 WRK-HIS-DIAS        PIC 9(09).
               03 WRK-HIS-QTD         PIC 9(05).
       77 WRK-QTD-HIS PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-ITEM.
           02 WRK-ITM-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WRK-QTD-ITM.
               03 WRK-ITM-SEMANA      PIC 9(02).
               03 WRK-ITM-ORIGEM      PIC 9(01).
               03 WRK-ITM-REF         PIC X(40).
               03 WRK-ITM-DATA        PIC 9(08).
               03 WRK-ITM-VALOR       PIC S9(09)V99.
               03 WRK-ITM-ATRASADO    PIC X(01).
       77 WRK-QTD-ITM PIC 9(04) VALUE ZEROS.
       01 WRK-LINHA-RESUMO.
           02 FILLER                  PIC X(07) VALUE "SEMANA ".
           02 WLR-SEMANA              PIC Z9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLR-INICIO              PIC 9(08).
           02 FILLER                  PIC X(03) VALUE " A ".
           02 WLR-FIM                 PIC 9(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLR-ENTRADAS            PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLR-SAIDAS              PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLR-LIQUIDO             PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLR-SALDO               PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 WRK-TITULO-RESUMO.
           02 FILLER                  PIC X(32)
                   VALUE "SEMANA      PERIODO".
           02 FILLER                  PIC X(20)
                   VALUE "          ENTRADAS".
           02 FILLER                  PIC X(20)
                   VALUE "            SAIDAS".
           02 FILLER                  PIC X(20)
                   VALUE "           LIQUIDO".
           02 FILLER                  PIC X(20)
                   VALUE "       SALDO FINAL".
       01 WRK-LINHA-ORIGEM.
           02 FILLER                  PIC X(04) VALUE SPACES.
           02 WLO-TIPO                PIC X(08).
           02 WLO-NOME                PIC X(12).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLO-VALOR               PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 WRK-LINHA-ITEM.
           02 FILLER                  PIC X(08) VALUE SPACES.
           02 WLI-NOME                PIC X(12).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLI-DATA                PIC 9(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLI-VALOR               PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLI-REF                 PIC X(40).
           02 FILLER                  PIC X(01) VALUE SPACE.
           02 WLI-AVISO               PIC X(09).
           COPY CPRPTHDR.
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
           DISPLAY "SALDO DE CAIXA INICIAL (EX 15000,00):".
           ACCEPT WRK-SALDO-INICIAL.
           PERFORM 0050-MONTAR-SEMANAS.
           PERFORM 0100-CARREGAR-HISTORICO.
           PERFORM 0200-TITULOS-FRETE.
           PERFORM 0250-PARCELAS-CREDIARIO.
           PERFORM 0300-MENSALIDADES.
           PERFORM 0350-ETAPAS-OBRA.
           PERFORM 0400-TITULOS-A-PAGAR.
           PERFORM 0450-PEDIDOS-COMPRA.
           PERFORM 0500-ACERTOS-TRANSPORTADORA.
           PERFORM 0600-IMPRIMIR.
           DISPLAY "PROJECAO DE CAIXA GERADA (CASHFLOW)".
           DISPLAY "ITENS PROJETADOS: " WRK-CNT-ITENS.
           DISPLAY "ITENS ALEM DAS " WRK-QTD-SEMANAS " SEMANAS: "
               WRK-CNT-FORA-HORIZONTE.
           IF WRK-CNT-SEM-CUSTO > ZEROS
               DISPLAY "PEDIDOS DE COMPRA SEM CUSTO NO STOCKBAL: "
                   WRK-CNT-SEM-CUSTO
           END-IF.
           GOBACK.

       0050-MONTAR-SEMANAS.
      *********A SEMANA 1 COMECA HOJE; CADA UMA TEM 7 DIAS CORRIDOS****
           MOVE WRK-DATASYS-NUM TO WRK-DATA-CAL-NUM.
           PERFORM 0060-MONTAR-SEMANA
               VARYING WRK-SEM FROM 1 BY 1
               UNTIL WRK-SEM > WRK-QTD-SEMANAS.

       0060-MONTAR-SEMANA.
           MOVE WRK-DATA-CAL-NUM TO WRK-SEM-INICIO(WRK-SEM).
           PERFORM 0750-SOMAR-UM-DIA 6 TIMES.
           MOVE WRK-DATA-CAL-NUM TO WRK-SEM-FIM(WRK-SEM).
           PERFORM 0750-SOMAR-UM-DIA.
           MOVE "N" TO WRK-SEM-TRP-CONHECIDO(WRK-SEM).
           PERFORM 0065-ZERAR-ORIGEM
               VARYING WRK-ORIGEM FROM 1 BY 1
               UNTIL WRK-ORIGEM > 7.

       0065-ZERAR-ORIGEM.
           MOVE ZEROS TO WRK-SEM-VALOR(WRK-SEM, WRK-ORIGEM).

       0100-CARREGAR-HISTORICO.
      *********CADA PAGAMENTO DO ARPAYMT CONTRA A DATA DA SUA FATURA
      *********NO AROPEN DA OS DIAS QUE O CLIENTE LEVOU PARA PAGAR*****
           OPEN INPUT AR-OPEN-FILE.
           IF WRK-FS-AROPEN = "00"
               MOVE "S" TO WRK-AROPEN-OK
           ELSE
               DISPLAY "AVISO: TITULOS DE FRETE AROPEN NAO ENCONTRADOS"
           END-IF.
           MOVE "N" TO WRK-EOF.
           OPEN INPUT AR-PAYMENT-FILE.
           IF WRK-FS-PAGTO NOT = "00" OR NOT AROPEN-OK
               MOVE "S" TO WRK-EOF
           END-IF.
           PERFORM 0110-LER-PAGAMENTO UNTIL FIM-ARQUIVO.
           IF WRK-FS-PAGTO = "00" OR WRK-FS-PAGTO = "10"
               CLOSE AR-PAYMENT-FILE
           END-IF.

       0110-LER-PAGAMENTO.
           READ AR-PAYMENT-FILE
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   MOVE PAG-NUMERO TO ARO-NUMERO
                   READ AR-OPEN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0120-ACUMULAR-PRAZO
                   END-READ
           END-READ.

       0120-ACUMULAR-PRAZO.
           MOVE ARO-DATA-FATURA TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           MOVE WRK-SERIAL TO WRK-SERIAL-AUX.
           MOVE PAG-DATA TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           COMPUTE WRK-DIAS = WRK-SERIAL - WRK-SERIAL-AUX.
           IF WRK-DIAS >= 0
               PERFORM 0130-LOCALIZAR-CLIENTE
               IF WRK-POS = 0 AND WRK-QTD-HIS < 500
                   ADD 1 TO WRK-QTD-HIS
                   MOVE WRK-QTD-HIS TO WRK-POS
                   MOVE ARO-CLIENTE TO WRK-HIS-CLIENTE(WRK-POS)
                   MOVE ZEROS TO WRK-HIS-DIAS(WRK-POS)
                       WRK-HIS-QTD(WRK-POS)
               END-IF
               IF WRK-POS > 0
                   ADD WRK-DIAS TO WRK-HIS-DIAS(WRK-POS)
                   ADD 1 TO WRK-HIS-QTD(WRK-POS)
               END-IF
           END-IF.

       0130-LOCALIZAR-CLIENTE.
           MOVE ZEROS TO WRK-POS.
           PERFORM 0140-PROCURAR-CLIENTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-HIS
                  OR WRK-POS > 0.

       0140-PROCURAR-CLIENTE.
           IF WRK-HIS-CLIENTE(WRK-IDX) = ARO-CLIENTE
               MOVE WRK-IDX TO WRK-POS
           END-IF.

       0200-TITULOS-FRETE.
           IF AROPEN-OK
               MOVE "N" TO WRK-EOF
               MOVE ZEROS TO ARO-NUMERO
               START AR-OPEN-FILE KEY IS NOT LESS THAN ARO-NUMERO
                   INVALID KEY
                       MOVE "S" TO WRK-EOF
               END-START
               PERFORM 0210-LER-TITULO-FRETE UNTIL FIM-ARQUIVO
               CLOSE AR-OPEN-FILE
           END-IF.

       0210-LER-TITULO-FRETE.
           READ AR-OPEN-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF ARO-ABERTA AND ARO-SALDO > ZEROS
                       PERFORM 0220-PROJETAR-TITULO-FRETE
                   END-IF
           END-READ.

       0220-PROJETAR-TITULO-FRETE.
           MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO.
           PERFORM 0130-LOCALIZAR-CLIENTE.
           IF WRK-POS > 0
               DIVIDE WRK-HIS-DIAS(WRK-POS) BY WRK-HIS-QTD(WRK-POS)
                   GIVING WRK-PRAZO ROUNDED
           END-IF.
           MOVE ARO-DATA-FATURA TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           COMPUTE WRK-SERIAL-PREVISTO = WRK-SERIAL + WRK-PRAZO.
           MOVE 1 TO WRK-ORIGEM.
           MOVE ARO-SALDO TO WRK-VALOR-ITEM.
           MOVE ARO-DATA-FATURA TO WRK-DATA-ITEM.
           MOVE SPACES TO WRK-REF-ITEM.
           STRING "FATURA " ARO-NUMERO " CLIENTE " ARO-CLIENTE
               " PRAZO " WRK-PRAZO " DIAS"
               DELIMITED BY SIZE INTO WRK-REF-ITEM.
           PERFORM 0900-CLASSIFICAR-ITEM.

       0250-PARCELAS-CREDIARIO.
           MOVE "N" TO WRK-EOF.
           OPEN INPUT INSTALLMENT-FILE.
           IF WRK-FS-CRD NOT = "00"
               DISPLAY "AVISO: CARNE CREDIARI NAO ENCONTRADO"
               MOVE "S" TO WRK-EOF
           END-IF.
           PERFORM 0260-LER-PARCELA UNTIL FIM-ARQUIVO.
           IF WRK-FS-CRD = "00" OR WRK-FS-CRD = "10"
               CLOSE INSTALLMENT-FILE
           END-IF.

       0260-LER-PARCELA.
           READ INSTALLMENT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF CRD-ABERTA
                       MOVE CRD-VENCIMENTO TO WRK-DATA-CONVERTE
                       PERFORM 0700-CALCULAR-SERIAL
                       MOVE WRK-SERIAL TO WRK-SERIAL-PREVISTO
                       MOVE 2 TO WRK-ORIGEM
                       MOVE CRD-VALOR TO WRK-VALOR-ITEM
                       MOVE CRD-VENCIMENTO TO WRK-DATA-ITEM
                       MOVE SPACES TO WRK-REF-ITEM
                       STRING "CLIENTE " CRD-CLIENTE " VENDA "
                           CRD-VENDA-SEQ "/" CRD-PARCELA
                           DELIMITED BY SIZE INTO WRK-REF-ITEM
                       PERFORM 0900-CLASSIFICAR-ITEM
                   END-IF
           END-READ.

       0300-MENSALIDADES.
           MOVE "N" TO WRK-EOF.
           OPEN INPUT TUITION-FILE.
           IF WRK-FS-TUI NOT = "00"
               DISPLAY "AVISO: MENSALIDADES TUITION NAO ENCONTRADAS"
               MOVE "S" TO WRK-EOF
           END-IF.
           PERFORM 0310-LER-MENSALIDADE UNTIL FIM-ARQUIVO.
           IF WRK-FS-TUI = "00" OR WRK-FS-TUI = "10"
               CLOSE TUITION-FILE
           END-IF.

       0310-LER-MENSALIDADE.
           READ TUITION-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF TUI-ABERTA
                       COMPUTE WRK-DATA-ITEM =
                           TUI-ANOMES * 100 + WRK-DIA-VENCIMENTO
                       MOVE WRK-DATA-ITEM TO WRK-DATA-CONVERTE
                       PERFORM 0700-CALCULAR-SERIAL
                       MOVE WRK-SERIAL TO WRK-SERIAL-PREVISTO
                       MOVE 3 TO WRK-ORIGEM
                       MOVE TUI-VALOR TO WRK-VALOR-ITEM
                       MOVE SPACES TO WRK-REF-ITEM
                       STRING "ALUNO " TUI-STU-ID " MES " TUI-ANOMES
                           DELIMITED BY SIZE INTO WRK-REF-ITEM
                       PERFORM 0900-CLASSIFICAR-ITEM
                   END-IF
           END-READ.

       0350-ETAPAS-OBRA.
      *********A ETAPA AINDA NAO FATURADA GERA A FATURA (JOBBILL) NO
      *********TERMINO PREVISTO PELA PROGRAMACAO DAS EQUIPES***********
           MOVE "N" TO WRK-EOF.
           OPEN INPUT JOB-STAGE-FILE.
           IF WRK-FS-JST NOT = "00"
               DISPLAY "AVISO: ETAPAS DE OBRA JOBSTAGE NAO ENCONTRADAS"
               MOVE "S" TO WRK-EOF
           END-IF.
           PERFORM 0360-LER-ETAPA UNTIL FIM-ARQUIVO.
           IF WRK-FS-JST = "00" OR WRK-FS-JST = "10"
               CLOSE JOB-STAGE-FILE
           END-IF.

       0360-LER-ETAPA.
           READ JOB-STAGE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF NOT JST-FATURADA-SIM
                       AND JST-FIM-PREVISTO NUMERIC
                       AND JST-FIM-PREVISTO > ZEROS
                       MOVE JST-FIM-PREVISTO TO WRK-DATA-CONVERTE
                       PERFORM 0700-CALCULAR-SERIAL
                       MOVE WRK-SERIAL TO WRK-SERIAL-PREVISTO
                       MOVE 4 TO WRK-ORIGEM
                       MOVE JST-VALOR TO WRK-VALOR-ITEM
                       MOVE JST-FIM-PREVISTO TO WRK-DATA-ITEM
                       MOVE SPACES TO WRK-REF-ITEM
                       STRING "OBRA " JST-NUMERO " ETAPA " JST-ETAPA
                           DELIMITED BY SIZE INTO WRK-REF-ITEM
                       PERFORM 0900-CLASSIFICAR-ITEM
                   END-IF
           END-READ.

       0400-TITULOS-A-PAGAR.
           MOVE "N" TO WRK-EOF.
           OPEN INPUT PAYABLE-OPEN.
           IF WRK-FS-APO NOT = "00"
               DISPLAY "AVISO: TITULOS A PAGAR APOPEN NAO ENCONTRADOS"
               MOVE "S" TO WRK-EOF
           END-IF.
           PERFORM 0410-LER-TITULO-A-PAGAR UNTIL FIM-ARQUIVO.
           IF WRK-FS-APO = "00" OR WRK-FS-APO = "10"
               CLOSE PAYABLE-OPEN
           END-IF.

       0410-LER-TITULO-A-PAGAR.
           READ PAYABLE-OPEN NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF APO-ABERTO AND APO-SALDO > ZEROS
                       MOVE APO-VENCIMENTO TO WRK-DATA-CONVERTE
                       PERFORM 0700-CALCULAR-SERIAL
                       MOVE WRK-SERIAL TO WRK-SERIAL-PREVISTO
                       MOVE 5 TO WRK-ORIGEM
                       MOVE APO-SALDO TO WRK-VALOR-ITEM
                       MOVE APO-VENCIMENTO TO WRK-DATA-ITEM
                       MOVE SPACES TO WRK-REF-ITEM
                       STRING "TITULO " APO-NUMERO " FORNECEDOR "
                           APO-FORNECEDOR " NOTA " APO-NOTA
                           DELIMITED BY SIZE INTO WRK-REF-ITEM
                       PERFORM 0900-CLASSIFICAR-ITEM
                   END-IF
           END-READ.

       0450-PEDIDOS-COMPRA.
      *********O SALDO A RECEBER DO PEDIDO, PELO CUSTO MEDIO DO
      *********STOCKBAL, VENCE NA ENTREGA PREVISTA MAIS O PRAZO DO
      *********FORNECEDOR EM DIAS UTEIS (A MESMA REGRA QUE O PROGCOB83
      *********USA PARA O VENCIMENTO DO TITULO A PAGAR)****************
           OPEN INPUT SUPPLIER-MASTER.
           IF WRK-FS-FORN = "00"
               MOVE "S" TO WRK-FORN-OK
           END-IF.
           OPEN INPUT STOCK-BALANCE.
           IF WRK-FS-BAL = "00"
               MOVE "S" TO WRK-BAL-OK
           END-IF.
           MOVE "N" TO WRK-EOF.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WRK-FS-PO NOT = "00"
               DISPLAY "AVISO: PEDIDOS DE COMPRA PURCHORD NAO"
                   " ENCONTRADOS"
               MOVE "S" TO WRK-EOF
           END-IF.
           PERFORM 0460-LER-PEDIDO UNTIL FIM-ARQUIVO.
           IF WRK-FS-PO = "00" OR WRK-FS-PO = "10"
               CLOSE PURCHASE-ORDER-FILE
           END-IF.
           IF FORN-OK
               CLOSE SUPPLIER-MASTER
           END-IF.
           IF BAL-OK
               CLOSE STOCK-BALANCE
           END-IF.

       0460-LER-PEDIDO.
           READ PURCHASE-ORDER-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF PO-ABERTO AND PO-QTD-PEDIDA > PO-QTD-RECEBIDA
                       PERFORM 0470-PROJETAR-PEDIDO
                   END-IF
           END-READ.

       0470-PROJETAR-PEDIDO.
           COMPUTE WRK-QTD-ABERTA = PO-QTD-PEDIDA - PO-QTD-RECEBIDA.
           MOVE ZEROS TO WRK-VALOR-ITEM.
           IF BAL-OK
               MOVE PO-PRODUTO TO BAL-PRODUTO
               MOVE PO-LOCAL TO BAL-LOCAL
               READ STOCK-BALANCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WRK-VALOR-ITEM =
                           WRK-QTD-ABERTA * BAL-CUSTO-MEDIO
               END-READ
           END-IF.
           IF WRK-VALOR-ITEM = ZEROS
               ADD 1 TO WRK-CNT-SEM-CUSTO
           ELSE
               MOVE ZEROS TO WRK-DIAS-UTEIS
               IF FORN-OK
                   MOVE PO-FORNECEDOR TO FOR-CODIGO
                   READ SUPPLIER-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FOR-PRAZO-DIAS TO WRK-DIAS-UTEIS
                   END-READ
               END-IF
               MOVE PO-DATA-PREVISTA TO WRK-DATA-BASE
               IF WRK-DATA-BASE < WRK-DATASYS-NUM
                   MOVE WRK-DATASYS-NUM TO WRK-DATA-BASE
               END-IF
               CALL "PROGDATA" USING WRK-DATA-AUX, OMITTED, OMITTED,
                   OMITTED, WRK-DIAS-UTEIS, WRK-DATA-RESULTADO,
                   OMITTED, WRK-DATA-BASE
               MOVE WRK-DATA-RESULTADO TO WRK-DATA-CONVERTE
               PERFORM 0700-CALCULAR-SERIAL
               MOVE WRK-SERIAL TO WRK-SERIAL-PREVISTO
               MOVE 6 TO WRK-ORIGEM
               MOVE WRK-DATA-RESULTADO TO WRK-DATA-ITEM
               MOVE SPACES TO WRK-REF-ITEM
               STRING "PEDIDO " PO-NUMERO " FORNECEDOR "
                   PO-FORNECEDOR " QTD " WRK-QTD-ABERTA
                   DELIMITED BY SIZE INTO WRK-REF-ITEM
               PERFORM 0900-CLASSIFICAR-ITEM
           END-IF.

       0500-ACERTOS-TRANSPORTADORA.
      *********ACERTO JA APURADO E PAGO 7 DIAS DEPOIS; A SEMANA SEM
      *********ACERTO CONHECIDO RECEBE COMO ESTIMATIVA A MEDIA DOS
      *********ACERTOS DOS ULTIMOS 28 DIAS (TOTAL DIVIDIDO PELO NUMERO
      *********DE DATAS DE ACERTO LIDAS). COMO O PROGCOB29 REGRAVA O
      *********SETTLFIL, NA PRATICA E O TOTAL DO ULTIMO ACERTO*********
           MOVE ZEROS TO WRK-TRP-RECENTE WRK-TRP-MEDIA
               WRK-QTD-DATAS-TRP.
           MOVE "N" TO WRK-EOF.
           OPEN INPUT SETTLEMENT-FILE.
           IF WRK-FS-SETTLF NOT = "00"
               DISPLAY "AVISO: ACERTOS SETTLFIL NAO ENCONTRADOS"
               MOVE "S" TO WRK-EOF
           END-IF.
           PERFORM 0510-LER-ACERTO UNTIL FIM-ARQUIVO.
           IF WRK-FS-SETTLF = "00" OR WRK-FS-SETTLF = "10"
               CLOSE SETTLEMENT-FILE
           END-IF.
           IF WRK-QTD-DATAS-TRP > ZEROS
               DIVIDE WRK-TRP-RECENTE BY WRK-QTD-DATAS-TRP
                   GIVING WRK-TRP-MEDIA ROUNDED
           END-IF.
           IF WRK-TRP-MEDIA > ZEROS
               PERFORM 0520-ESTIMAR-ACERTO
                   VARYING WRK-SEM FROM 1 BY 1
                   UNTIL WRK-SEM > WRK-QTD-SEMANAS
           END-IF.

       0510-LER-ACERTO.
           READ SETTLEMENT-FILE
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF STF-DATA NUMERIC AND STF-DEVIDO NUMERIC
                       MOVE STF-DATA TO WRK-DATA-CONVERTE
                       PERFORM 0700-CALCULAR-SERIAL
                       IF WRK-SERIAL + 28 >= WRK-SERIAL-HOJE
                           AND WRK-SERIAL < WRK-SERIAL-HOJE
                           ADD STF-DEVIDO TO WRK-TRP-RECENTE
                           PERFORM 0515-CONTAR-DATA-ACERTO
                       END-IF
                       COMPUTE WRK-SERIAL-PREVISTO =
                           WRK-SERIAL + WRK-PRAZO-TRANSPORTADORA
                       IF WRK-SERIAL-PREVISTO >= WRK-SERIAL-HOJE
                           MOVE 7 TO WRK-ORIGEM
                           MOVE STF-DEVIDO TO WRK-VALOR-ITEM
                           MOVE STF-DATA TO WRK-DATA-ITEM
                           MOVE SPACES TO WRK-REF-ITEM
                           STRING "ACERTO TRANSPORTADORA "
                               STF-TRANSPORTADORA
                               DELIMITED BY SIZE INTO WRK-REF-ITEM
                           PERFORM 0900-CLASSIFICAR-ITEM
                       END-IF
                   END-IF
           END-READ.

       0515-CONTAR-DATA-ACERTO.
           MOVE "N" TO WRK-DATA-TRP-ACHOU.
           PERFORM 0517-PROCURAR-DATA-ACERTO
               VARYING WRK-IND-TRP FROM 1 BY 1
               UNTIL WRK-IND-TRP > WRK-QTD-DATAS-TRP
                  OR DATA-TRP-ACHOU.
           IF NOT DATA-TRP-ACHOU AND WRK-QTD-DATAS-TRP < 28
               ADD 1 TO WRK-QTD-DATAS-TRP
               MOVE STF-DATA TO WRK-DATA-TRP(WRK-QTD-DATAS-TRP)
           END-IF.

       0517-PROCURAR-DATA-ACERTO.
           IF WRK-DATA-TRP(WRK-IND-TRP) = STF-DATA
               MOVE "S" TO WRK-DATA-TRP-ACHOU
           END-IF.

       0520-ESTIMAR-ACERTO.
           IF WRK-SEM-TRP-CONHECIDO(WRK-SEM) = "N"
               MOVE WRK-SEM-INICIO(WRK-SEM) TO WRK-DATA-CONVERTE
               PERFORM 0700-CALCULAR-SERIAL
               MOVE WRK-SERIAL TO WRK-SERIAL-PREVISTO
               MOVE 7 TO WRK-ORIGEM
               MOVE WRK-TRP-MEDIA TO WRK-VALOR-ITEM
               MOVE WRK-SEM-INICIO(WRK-SEM) TO WRK-DATA-ITEM
               MOVE "ESTIMATIVA: MEDIA DOS ACERTOS DE 28 DIAS"
                   TO WRK-REF-ITEM
               PERFORM 0900-CLASSIFICAR-ITEM
           END-IF.

       0600-IMPRIMIR.
           OPEN OUTPUT CASH-FLOW-REPORT.
           MOVE "PROGCOB113" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           MOVE 1 TO RPT-HDR-PAGINA.
           MOVE SPACES TO CASH-FLOW-LINE.
           MOVE RPT-HEADER-LINE TO CASH-FLOW-LINE.
           WRITE CASH-FLOW-LINE.
           MOVE SPACES TO CASH-FLOW-LINE.
           MOVE "PROJECAO SEMANAL DE CAIXA" TO CASH-FLOW-LINE.
           WRITE CASH-FLOW-LINE.
           MOVE SPACES TO WRK-LINHA-ORIGEM.
           MOVE "SALDO INICIAL" TO WLO-NOME.
           MOVE WRK-SALDO-INICIAL TO WLO-VALOR.
           MOVE SPACES TO CASH-FLOW-LINE.
           MOVE WRK-LINHA-ORIGEM TO CASH-FLOW-LINE.
           WRITE CASH-FLOW-LINE.
           MOVE SPACES TO CASH-FLOW-LINE.
           WRITE CASH-FLOW-LINE.
           MOVE WRK-TITULO-RESUMO TO CASH-FLOW-LINE.
           WRITE CASH-FLOW-LINE.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO.
           PERFORM 0610-RESUMO-SEMANA
               VARYING WRK-SEM FROM 1 BY 1
               UNTIL WRK-SEM > WRK-QTD-SEMANAS.
           MOVE SPACES TO CASH-FLOW-LINE.
           WRITE CASH-FLOW-LINE.
           MOVE "DETALHE DAS SEMANAS" TO CASH-FLOW-LINE.
           WRITE CASH-FLOW-LINE.
           PERFORM 0620-DETALHE-SEMANA
               VARYING WRK-SEM FROM 1 BY 1
               UNTIL WRK-SEM > WRK-QTD-SEMANAS.
           IF WRK-CNT-SEM-DETALHE > ZEROS
               MOVE SPACES TO CASH-FLOW-LINE
               WRITE CASH-FLOW-LINE
               STRING "ITENS SOMADOS SEM DETALHE (LIMITE 3000): "
                   WRK-CNT-SEM-DETALHE
                   DELIMITED BY SIZE INTO CASH-FLOW-LINE
               WRITE CASH-FLOW-LINE
           END-IF.
           CLOSE CASH-FLOW-REPORT.

       0610-RESUMO-SEMANA.
           PERFORM 0615-SOMAR-SEMANA.
           COMPUTE WRK-SALDO = WRK-SALDO + WRK-ENTRADAS - WRK-SAIDAS.
           MOVE WRK-SEM TO WLR-SEMANA.
           MOVE WRK-SEM-INICIO(WRK-SEM) TO WLR-INICIO.
           MOVE WRK-SEM-FIM(WRK-SEM) TO WLR-FIM.
           MOVE WRK-ENTRADAS TO WLR-ENTRADAS.
           MOVE WRK-SAIDAS TO WLR-SAIDAS.
           COMPUTE WLR-LIQUIDO = WRK-ENTRADAS - WRK-SAIDAS.
           MOVE WRK-SALDO TO WLR-SALDO.
           MOVE SPACES TO CASH-FLOW-LINE.
           MOVE WRK-LINHA-RESUMO TO CASH-FLOW-LINE.
           WRITE CASH-FLOW-LINE.

       0615-SOMAR-SEMANA.
           COMPUTE WRK-ENTRADAS = WRK-SEM-VALOR(WRK-SEM, 1)
               + WRK-SEM-VALOR(WRK-SEM, 2) + WRK-SEM-VALOR(WRK-SEM, 3)
               + WRK-SEM-VALOR(WRK-SEM, 4).
           COMPUTE WRK-SAIDAS = WRK-SEM-VALOR(WRK-SEM, 5)
               + WRK-SEM-VALOR(WRK-SEM, 6) + WRK-SEM-VALOR(WRK-SEM, 7).

       0620-DETALHE-SEMANA.
      *********TOTAL DE CADA ORIGEM NA SEMANA E, ABAIXO, OS ITENS QUE O
      *********COMPOEM; ITEM ATRASADO E O QUE JA DEVIA TER ENTRADO OU
      *********SAIDO E FOI TRAZIDO PARA A PRIMEIRA SEMANA**************
           MOVE SPACES TO CASH-FLOW-LINE.
           WRITE CASH-FLOW-LINE.
           MOVE WRK-SEM TO WLR-SEMANA.
           MOVE WRK-SEM-INICIO(WRK-SEM) TO WLR-INICIO.
           MOVE WRK-SEM-FIM(WRK-SEM) TO WLR-FIM.
           MOVE SPACES TO CASH-FLOW-LINE.
           MOVE WRK-LINHA-RESUMO(1:30) TO CASH-FLOW-LINE.
           WRITE CASH-FLOW-LINE.
           PERFORM 0630-ORIGEM-DA-SEMANA
               VARYING WRK-ORIGEM FROM 1 BY 1
               UNTIL WRK-ORIGEM > 7.

       0630-ORIGEM-DA-SEMANA.
           IF WRK-SEM-VALOR(WRK-SEM, WRK-ORIGEM) NOT = ZEROS
               MOVE SPACES TO WRK-LINHA-ORIGEM
               IF WRK-ORIGEM < 5
                   MOVE "ENTRADA" TO WLO-TIPO
               ELSE
                   MOVE "SAIDA" TO WLO-TIPO
               END-IF
               MOVE WRK-NOME-ORIGEM(WRK-ORIGEM) TO WLO-NOME
               MOVE WRK-SEM-VALOR(WRK-SEM, WRK-ORIGEM) TO WLO-VALOR
               MOVE SPACES TO CASH-FLOW-LINE
               MOVE WRK-LINHA-ORIGEM TO CASH-FLOW-LINE
               WRITE CASH-FLOW-LINE
               PERFORM 0640-ITEM-DA-ORIGEM
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ITM
           END-IF.

       0640-ITEM-DA-ORIGEM.
           IF WRK-ITM-SEMANA(WRK-IDX) = WRK-SEM
               AND WRK-ITM-ORIGEM(WRK-IDX) = WRK-ORIGEM
               MOVE WRK-NOME-ORIGEM(WRK-ORIGEM) TO WLI-NOME
               MOVE WRK-ITM-DATA(WRK-IDX) TO WLI-DATA
               MOVE WRK-ITM-VALOR(WRK-IDX) TO WLI-VALOR
               MOVE WRK-ITM-REF(WRK-IDX) TO WLI-REF
               IF WRK-ITM-ATRASADO(WRK-IDX) = "S"
                   MOVE "ATRASADO" TO WLI-AVISO
               ELSE
                   MOVE SPACES TO WLI-AVISO
               END-IF
               MOVE SPACES TO CASH-FLOW-LINE
               MOVE WRK-LINHA-ITEM TO CASH-FLOW-LINE
               WRITE CASH-FLOW-LINE
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

       0750-SOMAR-UM-DIA.
      *********DIA SEGUINTE DE WRK-DATA-CAL, COM FEVEREIRO DE 29 NO
      *********ANO BISSEXTO*********************************************
           MOVE WRK-DIAS-MES(WRK-CAL-MES) TO WRK-DIAS-NO-MES.
           IF WRK-CAL-MES = 2
               DIVIDE WRK-CAL-ANO BY 4 GIVING WRK-QUOC
                   REMAINDER WRK-RESTO
               IF WRK-RESTO = 0
                   MOVE 29 TO WRK-DIAS-NO-MES
                   DIVIDE WRK-CAL-ANO BY 100 GIVING WRK-QUOC
                       REMAINDER WRK-RESTO
                   IF WRK-RESTO = 0
                       DIVIDE WRK-CAL-ANO BY 400 GIVING WRK-QUOC
                           REMAINDER WRK-RESTO
                       IF WRK-RESTO NOT = 0
                           MOVE 28 TO WRK-DIAS-NO-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WRK-CAL-DIA < WRK-DIAS-NO-MES
               ADD 1 TO WRK-CAL-DIA
           ELSE
               MOVE 1 TO WRK-CAL-DIA
               IF WRK-CAL-MES < 12
                   ADD 1 TO WRK-CAL-MES
               ELSE
                   MOVE 1 TO WRK-CAL-MES
                   ADD 1 TO WRK-CAL-ANO
               END-IF
           END-IF.

       0900-CLASSIFICAR-ITEM.
      *********SEMANA DO ITEM PELA DATA PREVISTA; O QUE JA PASSOU DA
      *********DATA CAI NA PRIMEIRA SEMANA COMO ATRASADO E O QUE PASSA
      *********DA OITAVA FICA FORA DA PROJECAO*************************
           MOVE "N" TO WRK-ATRASADO.
           IF WRK-SERIAL-PREVISTO < WRK-SERIAL-HOJE
               MOVE 1 TO WRK-SEM
               MOVE "S" TO WRK-ATRASADO
           ELSE
               COMPUTE WRK-DIAS = WRK-SERIAL-PREVISTO - WRK-SERIAL-HOJE
               DIVIDE WRK-DIAS BY 7 GIVING WRK-QUOC
               COMPUTE WRK-SEM = WRK-QUOC + 1
               IF WRK-QUOC >= WRK-QTD-SEMANAS
                   MOVE ZEROS TO WRK-SEM
               END-IF
           END-IF.
           IF WRK-SEM = ZEROS
               ADD 1 TO WRK-CNT-FORA-HORIZONTE
           ELSE
               ADD 1 TO WRK-CNT-ITENS
               ADD WRK-VALOR-ITEM TO WRK-SEM-VALOR(WRK-SEM, WRK-ORIGEM)
               IF WRK-ORIGEM = 7
                   AND WRK-REF-ITEM(1:10) NOT = "ESTIMATIVA"
                   MOVE "S" TO WRK-SEM-TRP-CONHECIDO(WRK-SEM)
               END-IF
               IF WRK-QTD-ITM < 3000
                   ADD 1 TO WRK-QTD-ITM
                   MOVE WRK-SEM TO WRK-ITM-SEMANA(WRK-QTD-ITM)
                   MOVE WRK-ORIGEM TO WRK-ITM-ORIGEM(WRK-QTD-ITM)
                   MOVE WRK-REF-ITEM TO WRK-ITM-REF(WRK-QTD-ITM)
                   MOVE WRK-DATA-ITEM TO WRK-ITM-DATA(WRK-QTD-ITM)
                   MOVE WRK-VALOR-ITEM TO WRK-ITM-VALOR(WRK-QTD-ITM)
                   MOVE WRK-ATRASADO TO WRK-ITM-ATRASADO(WRK-QTD-ITM)
               ELSE
                   ADD 1 TO WRK-CNT-SEM-DETALHE
               END-IF
           END-IF.
