       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB100.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: MARGEM BRUTA DO MES POR PRODUTO: JUNTA A VENDA DE
      *           CADA ITEM DO SALESITM (LIQUIDA DE PROMOCAO E DAS
      *           DEVOLUCOES DO MES) COM O CUSTO EM VIGOR NO DIA DA
      *           VENDA (MOV-CUSTO-UNIT DA BAIXA DA VENDA NO STOCKMOV
      *           OU, SEM ELA, BAL-CUSTO-MEDIO DO STOCKBAL) E IMPRIME
      *           RECEITA, CMV, MARGEM BRUTA E MARGEM % POR PRODUTO,
      *           COM SUBTOTAIS POR CLASSE FISCAL E POR ORIGEM DO
      *           PRECO (LISTA OU ALTERADO PELO SUPERVISOR) E UMA
      *           SECAO PROPRIA DAS VENDAS ABAIXO DO CUSTO (MARGRPT);
      *           O CMV DO MES VAI PARA O CMVMES, DE ONDE O EXTRATO
      *           CONTABIL DO PROGCOB81 O LANCA NO DIARIO
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
           SELECT SALES-ITEM ASSIGN TO "SALESITM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ITEM.
           SELECT SALES-DETAIL ASSIGN TO "SALESDET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DETALHE.
           SELECT STOCK-MOVEMENT ASSIGN TO "STOCKMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.
           SELECT STOCK-BALANCE ASSIGN TO "STOCKBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-CHAVE
               FILE STATUS IS WRK-FS-BAL.
           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODCAT.
           SELECT KIT-FILE ASSIGN TO "KITDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-FS-KIT.
           SELECT COGS-FILE ASSIGN TO "CMVMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMV-COMPETENCIA
               FILE STATUS IS WRK-FS-CMV.
           SELECT MARGIN-REPORT ASSIGN TO "MARGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD SALES-ITEM.
           COPY CPSALITM.
       FD SALES-DETAIL.
           COPY CPSALDET.
       FD STOCK-MOVEMENT.
           COPY CPSTKMOV.
       FD STOCK-BALANCE.
           COPY CPSTKBAL.
       FD PRODUCT-CATALOG.
           COPY CPPRODCT.
       FD KIT-FILE.
           COPY CPKIT.
       FD COGS-FILE.
           COPY CPCMVMES.
       FD MARGIN-REPORT.
       01 MARGIN-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ITEM PIC X(02) VALUE ZEROS.
       77 WRK-FS-DETALHE PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOV PIC X(02) VALUE ZEROS.
       77 WRK-FS-BAL PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRODCAT PIC X(02) VALUE ZEROS.
       77 WRK-FS-KIT PIC X(02) VALUE ZEROS.
       77 WRK-FS-CMV PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ITEM PIC X(01) VALUE "N".
           88 FIM-ITEM VALUE "S".
       77 WRK-EOF-DETALHE PIC X(01) VALUE "N".
           88 FIM-DETALHE VALUE "S".
       77 WRK-EOF-MOV PIC X(01) VALUE "N".
           88 FIM-MOV VALUE "S".
       77 WRK-EOF-KIT PIC X(01) VALUE "N".
           88 FIM-KIT VALUE "S".
       77 WRK-ESTOQUE-OK PIC X(01) VALUE "N".
           88 ESTOQUE-OK VALUE "S".
       77 WRK-CATALOGO-OK PIC X(01) VALUE "N".
           88 CATALOGO-OK VALUE "S".
       77 WRK-LOCAL-VENDA PIC X(03) VALUE "LJ1".
       01 WRK-COMPETENCIA.
           02 WRK-COMP-ANO            PIC 9(04) VALUE ZEROS.
           02 WRK-COMP-MES            PIC 9(02) VALUE ZEROS.
       01 WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
       01 WRK-DATA-LINHA              PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-LINHA-R REDEFINES WRK-DATA-LINHA.
           02 WRK-DATA-LINHA-AAAAMM   PIC 9(06).
           02 FILLER                  PIC 9(02).
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-DATASYS-R REDEFINES WRK-DATASYS-NUM.
           02 WRK-DATASYS-AAAAMM      PIC 9(06).
           02 FILLER                  PIC 9(02).
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
      *********CUSTO DA BAIXA DE VENDA POR PRODUTO E DIA (STOCKMOV,
      *********ORIGEM VENDA OU VENDA KIT, JA VALORIZADA PELO CUSTO
      *********MEDIO EM VIGOR NA HORA DA VENDA)************************
       01 WRK-TABELA-CUSTO-DIA.
           02 WRK-CDI-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-QTD-CDI.
               03 WRK-CDI-PRODUTO     PIC X(20).
               03 WRK-CDI-DATA        PIC 9(08).
               03 WRK-CDI-QUANTIDADE  PIC 9(07).
               03 WRK-CDI-VALOR       PIC 9(09)V99.
       77 WRK-QTD-CDI PIC 9(04) VALUE ZEROS.
      *********COMPOSICAO DOS KITS (KITDEF): O CUSTO DO KIT E A SOMA
      *********DO CUSTO DOS COMPONENTES*********************************
       01 WRK-TABELA-KITS.
           02 WRK-KIT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-KIT.
               03 WRK-KIT-PRODUTO     PIC X(20).
               03 WRK-KIT-COMPONENTE  PIC X(20).
               03 WRK-KIT-QTD         PIC 9(05).
       77 WRK-QTD-KIT PIC 9(03) VALUE ZEROS.
       77 WRK-KIT-IDX PIC 9(03) VALUE ZEROS.
      *********DEVOLUCOES DO MES; O ITEM, O VALOR E O CUSTO VEM DA
      *********VENDA ORIGINAL (SD-REF-SEQ), QUE PODE SER DE MES
      *********ANTERIOR, ACHADA NA LEITURA DO SALESITM****************
       01 WRK-TABELA-DEVOLUCOES.
           02 WRK-DEV-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WRK-QTD-DEV.
               03 WRK-DEV-REF-SEQ     PIC 9(05).
               03 WRK-DEV-VALOR       PIC 9(06)V99.
               03 WRK-DEV-ACHOU       PIC X(01).
               03 WRK-DEV-PRODUTO     PIC X(20).
               03 WRK-DEV-QUANTIDADE  PIC 9(05).
               03 WRK-DEV-VALOR-ORIG  PIC S9(07)V99.
               03 WRK-DEV-CUSTO-ORIG  PIC 9(09)V99.
               03 WRK-DEV-ORIGEM      PIC 9(01).
       77 WRK-QTD-DEV PIC 9(04) VALUE ZEROS.
      *********RESULTADO POR PRODUTO (LIQUIDO DAS DEVOLUCOES)***********
       01 WRK-TABELA-PRODUTOS.
           02 WRK-PRD-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WRK-QTD-PRD.
               03 WRK-PRD-CODIGO      PIC X(20).
               03 WRK-PRD-QUANTIDADE  PIC S9(07).
               03 WRK-PRD-RECEITA     PIC S9(09)V99.
               03 WRK-PRD-CUSTO       PIC S9(09)V99.
               03 WRK-PRD-MARGEM      PIC S9(09)V99.
       77 WRK-QTD-PRD PIC 9(04) VALUE ZEROS.
       01 WRK-TROCA-AUX PIC X(60).
      *********SUBTOTAIS POR CLASSE FISCAL (1=ISENTA 2=REDUZIDA
      *********3=NORMAL 4=MAJORADA) E POR ORIGEM DO PRECO (1=LISTA
      *********2=ALTERADO PELO SUPERVISOR 3=SEM LISTA)*****************
       01 WRK-TABELA-CLASSES.
           02 WRK-CLS-ENTRY OCCURS 4 TIMES.
               03 WRK-CLS-QUANTIDADE  PIC S9(07).
               03 WRK-CLS-RECEITA     PIC S9(09)V99.
               03 WRK-CLS-CUSTO       PIC S9(09)V99.
       01 WRK-TABELA-ORIGENS.
           02 WRK-ORG-ENTRY OCCURS 3 TIMES.
               03 WRK-ORG-QUANTIDADE  PIC S9(07).
               03 WRK-ORG-RECEITA     PIC S9(09)V99.
               03 WRK-ORG-CUSTO       PIC S9(09)V99.
      *********VENDAS (LINHA DE ITEM, LIQUIDA DA PROMOCAO) COM VALOR
      *********ABAIXO DO CUSTO*****************************************
       01 WRK-TABELA-ABAIXO.
           02 WRK-ABX-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-ABX.
               03 WRK-ABX-DATA        PIC 9(08).
               03 WRK-ABX-CAIXA       PIC 9(02).
               03 WRK-ABX-SEQ         PIC 9(05).
               03 WRK-ABX-PRODUTO     PIC X(20).
               03 WRK-ABX-QUANTIDADE  PIC 9(05).
               03 WRK-ABX-VALOR       PIC S9(07)V99.
               03 WRK-ABX-CUSTO       PIC 9(09)V99.
               03 WRK-ABX-ORIGEM      PIC 9(01).
       77 WRK-QTD-ABX PIC 9(03) VALUE ZEROS.
      *********ITEM EM MONTAGEM: A LINHA DE DESCONTO DA PROMOCAO VEM
      *********LOGO DEPOIS DA LINHA DO ITEM, COM O MESMO SI-SEQ********
       77 WRK-PEND-ATIVO PIC X(01) VALUE "N".
           88 PEND-ATIVO VALUE "S".
       77 WRK-PEND-NO-MES PIC X(01) VALUE "N".
           88 PEND-NO-MES VALUE "S".
       77 WRK-PEND-DEVOLVIDO PIC X(01) VALUE "N".
           88 PEND-DEVOLVIDO VALUE "S".
       77 WRK-PEND-SEQ PIC 9(05) VALUE ZEROS.
       77 WRK-PEND-CAIXA PIC 9(02) VALUE ZEROS.
       77 WRK-PEND-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-PEND-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-PEND-QUANTIDADE PIC 9(05) VALUE ZEROS.
       77 WRK-PEND-VALOR PIC S9(07)V99 VALUE ZEROS.
       77 WRK-PEND-ORIGEM PIC 9(01) VALUE ZEROS.
       77 WRK-ITEM-KIT PIC X(01) VALUE "N".
           88 ITEM-KIT VALUE "S".
       77 WRK-CUSTO-LINHA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CUSTO-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-CUSTO-UNIT PIC 9(05)V9(04) VALUE ZEROS.
       77 WRK-CUSTO-ACHOU PIC X(01) VALUE "N".
           88 CUSTO-ACHOU VALUE "S".
       77 WRK-FRACAO PIC 9(01)V9(06) VALUE ZEROS.
       77 WRK-QTD-DEVOLVIDA PIC 9(05) VALUE ZEROS.
       77 WRK-CUSTO-DEVOLVIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-IDX2 PIC 9(04) VALUE ZEROS.
       77 WRK-POS PIC 9(04) VALUE ZEROS.
       77 WRK-CLS-POS PIC 9(01) VALUE ZEROS.
       77 WRK-ORG-POS PIC 9(01) VALUE ZEROS.
       77 WRK-MARGEM PIC S9(09)V99 VALUE ZEROS.
       77 WRK-RECEITA-LINHA PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL PIC S9(05)V99 VALUE ZEROS.
       77 WRK-TOT-QUANTIDADE PIC S9(07) VALUE ZEROS.
       77 WRK-TOT-RECEITA PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DEV-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-DEV-CUSTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CNT-ITENS PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-SEM-CUSTO PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-DEV-ABATIDAS PIC 9(04) VALUE ZEROS.
       77 WRK-CNT-DEV-SEM-ITEM PIC 9(04) VALUE ZEROS.
       COPY CPRPTHDR.
       01 WRK-LINHA-TITULO.
           02 WLT-TEXTO               PIC X(50).
           02 FILLER                  PIC X(13) VALUE "COMPETENCIA: ".
           02 WLT-COMPETENCIA         PIC 9(06).
       01 WRK-LINHA-COLUNAS.
           02 FILLER                  PIC X(47) VALUE
               "PRODUTO               DESCRICAO                ".
           02 FILLER                  PIC X(31) VALUE
               " CL      QTD     RECEITA LIQ.  ".
           02 FILLER                  PIC X(43) VALUE
               "            CMV     MARGEM BRUTA   MARGEM %".
       01 WRK-LINHA-MARGEM.
           02 WLM-PRODUTO             PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLM-DESCRICAO           PIC X(25).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLM-CLASSE              PIC X(01).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLM-QUANTIDADE          PIC -ZZZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLM-RECEITA             PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLM-CUSTO               PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLM-MARGEM              PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLM-PERCENTUAL          PIC -ZZZZ9,99.
       01 WRK-LINHA-COLUNAS-ABAIXO.
           02 FILLER                  PIC X(48) VALUE
               "DATA      CX  VENDA  PRODUTO                 QTD".
           02 FILLER                  PIC X(34) VALUE
               "    VALOR LIQUIDO              CMV".
           02 FILLER                  PIC X(34) VALUE
               "         PREJUIZO  ORIGEM DO PRECO".
       01 WRK-LINHA-ABAIXO.
           02 WLA-DATA                PIC 9(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-CAIXA               PIC 9(02).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-SEQ                 PIC 9(05).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-PRODUTO             PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-QUANTIDADE          PIC ZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-VALOR               PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-CUSTO               PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-PREJUIZO            PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-ORIGEM              PIC X(20).
       LINKAGE SECTION.
       01 LK-OPERADOR                 PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           DISPLAY "MES DA MARGEM (AAAAMM, VAZIO = MES ATUAL):".
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA NOT NUMERIC
               OR WRK-COMPETENCIA-NUM = ZEROS
               MOVE WRK-DATASYS-AAAAMM TO WRK-COMPETENCIA-NUM
           END-IF.
           IF WRK-COMP-MES < 01 OR WRK-COMP-MES > 12
               DISPLAY "MES INVALIDO - ASSUMINDO O MES ATUAL"
               MOVE WRK-DATASYS-AAAAMM TO WRK-COMPETENCIA-NUM
           END-IF.
           MOVE ZEROS TO WRK-TABELA-CLASSES WRK-TABELA-ORIGENS.
           PERFORM 0050-CARREGAR-KITS.
           PERFORM 0100-CARREGAR-CUSTO-DO-DIA.
           PERFORM 0150-LER-DEVOLUCOES-DO-MES.
           OPEN INPUT STOCK-BALANCE.
           IF WRK-FS-BAL = "00"
               MOVE "S" TO WRK-ESTOQUE-OK
           END-IF.
           PERFORM 0200-LER-ITENS.
           IF WRK-QTD-DEV > 0
               PERFORM 0300-APLICAR-DEVOLUCAO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-DEV
           END-IF.
           IF ESTOQUE-OK
               CLOSE STOCK-BALANCE
           END-IF.
           PERFORM 0400-ORDENAR.
           PERFORM 0500-EMITIR-RELATORIO.
           PERFORM 0600-GRAVAR-CMV.
           DISPLAY "MARGEM BRUTA DE " WRK-COMPETENCIA-NUM
               " GERADA (MARGRPT)".
           DISPLAY "ITENS VENDIDOS NO MES....: " WRK-CNT-ITENS.
           DISPLAY "DEVOLUCOES ABATIDAS......: " WRK-CNT-DEV-ABATIDAS.
           DISPLAY "RECEITA LIQUIDA..........: " WRK-TOT-RECEITA.
           DISPLAY "CMV......................: " WRK-TOT-CUSTO.
           DISPLAY "VENDAS ABAIXO DO CUSTO...: " WRK-QTD-ABX.
           IF WRK-CNT-SEM-CUSTO > 0
               DISPLAY "AVISO: " WRK-CNT-SEM-CUSTO " ITENS SEM CUSTO"
                   " (SEM BAIXA NO STOCKMOV E SEM CUSTO MEDIO)"
           END-IF.
           IF WRK-CNT-DEV-SEM-ITEM > 0
               DISPLAY "AVISO: " WRK-CNT-DEV-SEM-ITEM " DEVOLUCOES"
                   " SEM ITEM NA VENDA ORIGINAL FICARAM FORA"
           END-IF.
           GOBACK.

       0050-CARREGAR-KITS.
      *********SEM O KITDEF NENHUM ITEM E KIT E O CUSTO SAI DO PROPRIO
      *********PRODUTO*************************************************
           OPEN INPUT KIT-FILE.
           IF WRK-FS-KIT NOT = "00"
               MOVE "S" TO WRK-EOF-KIT
           END-IF.
           PERFORM 0055-LER-KIT UNTIL FIM-KIT.
           IF WRK-FS-KIT = "00" OR WRK-FS-KIT = "10"
               CLOSE KIT-FILE
           END-IF.

       0055-LER-KIT.
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

       0100-CARREGAR-CUSTO-DO-DIA.
      *********SO AS BAIXAS DE VENDA DO MES; MOVIMENTO ANTIGO SEM
      *********VALORIZACAO FICA FORA E O ITEM CAI NO CUSTO MEDIO*******
           OPEN INPUT STOCK-MOVEMENT.
           IF WRK-FS-MOV NOT = "00"
               DISPLAY "AVISO: STOCKMOV NAO ENCONTRADO - CUSTO PELO"
                   " CUSTO MEDIO DO STOCKBAL"
               MOVE "S" TO WRK-EOF-MOV
           END-IF.
           PERFORM 0110-LER-MOVIMENTO UNTIL FIM-MOV.
           IF WRK-FS-MOV = "00" OR WRK-FS-MOV = "10"
               CLOSE STOCK-MOVEMENT
           END-IF.

       0110-LER-MOVIMENTO.
           READ STOCK-MOVEMENT
               AT END
                   MOVE "S" TO WRK-EOF-MOV
               NOT AT END
                   MOVE ZEROS TO WRK-DATA-LINHA
                   IF MOV-DATA NUMERIC
                       MOVE MOV-DATA TO WRK-DATA-LINHA
                   END-IF
                   IF MOV-SAIDA
                       AND (MOV-ORIGEM = "VENDA"
                            OR MOV-ORIGEM = "VENDA KIT")
                       AND WRK-DATA-LINHA-AAAAMM = WRK-COMPETENCIA-NUM
                       AND MOV-QUANTIDADE NUMERIC
                       AND MOV-VALOR NUMERIC
                       PERFORM 0120-SOMAR-CUSTO-DO-DIA
                   END-IF
           END-READ.

       0120-SOMAR-CUSTO-DO-DIA.
           MOVE ZEROS TO WRK-POS.
           PERFORM 0125-PROCURAR-CUSTO-MOV
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-CDI OR WRK-POS > 0.
           IF WRK-POS = 0 AND WRK-QTD-CDI < 5000
               ADD 1 TO WRK-QTD-CDI
               MOVE WRK-QTD-CDI TO WRK-POS
               MOVE MOV-PRODUTO TO WRK-CDI-PRODUTO(WRK-POS)
               MOVE MOV-DATA TO WRK-CDI-DATA(WRK-POS)
               MOVE ZEROS TO WRK-CDI-QUANTIDADE(WRK-POS)
                   WRK-CDI-VALOR(WRK-POS)
           END-IF.
           IF WRK-POS > 0
               ADD MOV-QUANTIDADE TO WRK-CDI-QUANTIDADE(WRK-POS)
               ADD MOV-VALOR TO WRK-CDI-VALOR(WRK-POS)
           END-IF.

       0125-PROCURAR-CUSTO-MOV.
           IF WRK-CDI-PRODUTO(WRK-IDX) = MOV-PRODUTO
               AND WRK-CDI-DATA(WRK-IDX) = MOV-DATA
               MOVE WRK-IDX TO WRK-POS
           END-IF.

       0150-LER-DEVOLUCOES-DO-MES.
      *********DEVOLUCOES DO MES COM A REFERENCIA DA VENDA ORIGINAL;
      *********DEVOLUCAO ANTIGA SEM REFERENCIA NAO TEM ITEM A ABATER***
           OPEN INPUT SALES-DETAIL.
           IF WRK-FS-DETALHE NOT = "00"
               MOVE "S" TO WRK-EOF-DETALHE
           END-IF.
           PERFORM 0160-LER-DETALHE UNTIL FIM-DETALHE.
           IF WRK-FS-DETALHE = "00" OR WRK-FS-DETALHE = "10"
               CLOSE SALES-DETAIL
           END-IF.

       0160-LER-DETALHE.
           READ SALES-DETAIL
               AT END
                   MOVE "S" TO WRK-EOF-DETALHE
               NOT AT END
                   MOVE SD-DATA TO WRK-DATA-LINHA
                   IF WRK-DATA-LINHA-AAAAMM = WRK-COMPETENCIA-NUM
                       AND SD-TIPO-DEVOLUCAO
                       AND SD-REF-SEQ NUMERIC AND SD-REF-SEQ > ZEROS
                       AND WRK-QTD-DEV < 1000
                       ADD 1 TO WRK-QTD-DEV
                       MOVE SD-REF-SEQ TO WRK-DEV-REF-SEQ(WRK-QTD-DEV)
                       COMPUTE WRK-DEV-VALOR(WRK-QTD-DEV) =
                           SD-VALOR * -1
                       MOVE "N" TO WRK-DEV-ACHOU(WRK-QTD-DEV)
                   END-IF
           END-READ.

       0200-LER-ITENS.
      *********O ARQUIVO INTEIRO E LIDO: A VENDA DO MES ENTRA NA
      *********MARGEM E A VENDA DEVOLVIDA NO MES (DE QUALQUER MES)
      *********GUARDA SEU ITEM PARA O ABATIMENTO************************
           OPEN INPUT PRODUCT-CATALOG.
           IF WRK-FS-PRODCAT = "00"
               MOVE "S" TO WRK-CATALOGO-OK
           END-IF.
           OPEN INPUT SALES-ITEM.
           IF WRK-FS-ITEM NOT = "00"
               DISPLAY "SALESITM NAO ENCONTRADO - NADA A APURAR"
               MOVE "S" TO WRK-EOF-ITEM
           END-IF.
           PERFORM 0210-LER-ITEM UNTIL FIM-ITEM.
           IF WRK-FS-ITEM = "00" OR WRK-FS-ITEM = "10"
               CLOSE SALES-ITEM
           END-IF.

       0210-LER-ITEM.
           READ SALES-ITEM
               AT END
                   MOVE "S" TO WRK-EOF-ITEM
                   PERFORM 0230-FECHAR-ITEM
               NOT AT END
                   IF SI-LINHA-DESCONTO
                       IF PEND-ATIVO AND SI-SEQ = WRK-PEND-SEQ
                           AND SI-PRODUTO = WRK-PEND-PRODUTO
                           AND SI-VALOR NUMERIC
                           ADD SI-VALOR TO WRK-PEND-VALOR
                       END-IF
                   ELSE
                       PERFORM 0230-FECHAR-ITEM
                       IF SI-QUANTIDADE NUMERIC AND SI-DATA NUMERIC
                           AND SI-VALOR NUMERIC
                           PERFORM 0220-ABRIR-ITEM
                       END-IF
                   END-IF
           END-READ.

       0220-ABRIR-ITEM.
           MOVE SI-DATA TO WRK-DATA-LINHA.
           MOVE "N" TO WRK-PEND-NO-MES WRK-PEND-DEVOLVIDO.
           IF WRK-DATA-LINHA-AAAAMM = WRK-COMPETENCIA-NUM
               MOVE "S" TO WRK-PEND-NO-MES
           END-IF.
           MOVE ZEROS TO WRK-POS.
           PERFORM 0225-PROCURAR-DEVOLUCAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-DEV OR WRK-POS > 0.
           IF WRK-POS > 0
               MOVE "S" TO WRK-PEND-DEVOLVIDO
           END-IF.
           IF PEND-NO-MES OR PEND-DEVOLVIDO
               MOVE "S" TO WRK-PEND-ATIVO
               MOVE SI-SEQ TO WRK-PEND-SEQ
               MOVE SI-CAIXA TO WRK-PEND-CAIXA
               MOVE SI-DATA TO WRK-PEND-DATA
               MOVE SI-PRODUTO TO WRK-PEND-PRODUTO
               MOVE SI-QUANTIDADE TO WRK-PEND-QUANTIDADE
               MOVE SI-VALOR TO WRK-PEND-VALOR
               EVALUATE TRUE
                   WHEN SI-PRECO-LISTA
                       MOVE 1 TO WRK-PEND-ORIGEM
                   WHEN SI-PRECO-ALTERADO
                       MOVE 2 TO WRK-PEND-ORIGEM
                   WHEN OTHER
                       MOVE 3 TO WRK-PEND-ORIGEM
               END-EVALUATE
           END-IF.

       0225-PROCURAR-DEVOLUCAO.
           IF WRK-DEV-REF-SEQ(WRK-IDX) = SI-SEQ
               AND WRK-DEV-ACHOU(WRK-IDX) = "N"
               MOVE WRK-IDX TO WRK-POS
           END-IF.

       0230-FECHAR-ITEM.
      *********ITEM COMPLETO (COM O DESCONTO DA PROMOCAO, SE HOUVE):
      *********CUSTEIA, SOMA NA MARGEM SE FOR DO MES E GUARDA PARA A
      *********DEVOLUCAO SE FOR UMA VENDA DEVOLVIDA*********************
           IF PEND-ATIVO
               PERFORM 0240-CUSTEAR-ITEM
               IF PEND-NO-MES
                   PERFORM 0250-SOMAR-VENDA
               END-IF
               IF PEND-DEVOLVIDO
                   PERFORM 0235-GUARDAR-ITEM-DEVOLVIDO
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-DEV
               END-IF
               MOVE "N" TO WRK-PEND-ATIVO
           END-IF.

       0235-GUARDAR-ITEM-DEVOLVIDO.
           IF WRK-DEV-REF-SEQ(WRK-IDX) = WRK-PEND-SEQ
               AND WRK-DEV-ACHOU(WRK-IDX) = "N"
               MOVE "S" TO WRK-DEV-ACHOU(WRK-IDX)
               MOVE WRK-PEND-PRODUTO TO WRK-DEV-PRODUTO(WRK-IDX)
               MOVE WRK-PEND-QUANTIDADE TO WRK-DEV-QUANTIDADE(WRK-IDX)
               MOVE WRK-PEND-VALOR TO WRK-DEV-VALOR-ORIG(WRK-IDX)
               MOVE WRK-CUSTO-LINHA TO WRK-DEV-CUSTO-ORIG(WRK-IDX)
               MOVE WRK-PEND-ORIGEM TO WRK-DEV-ORIGEM(WRK-IDX)
           END-IF.

       0240-CUSTEAR-ITEM.
      *********KIT CUSTA A SOMA DOS COMPONENTES (QUANTIDADE DO KIT
      *********VEZES A VENDIDA), O KIT EM SI NAO TEM SALDO NEM CUSTO***
           MOVE ZEROS TO WRK-CUSTO-LINHA.
           MOVE "N" TO WRK-ITEM-KIT.
           PERFORM 0242-CUSTEAR-COMPONENTE
               VARYING WRK-KIT-IDX FROM 1 BY 1
               UNTIL WRK-KIT-IDX > WRK-QTD-KIT.
           IF NOT ITEM-KIT
               MOVE WRK-PEND-PRODUTO TO WRK-CUSTO-PRODUTO
               PERFORM 0245-CUSTO-UNITARIO
               COMPUTE WRK-CUSTO-LINHA ROUNDED =
                   WRK-CUSTO-UNIT * WRK-PEND-QUANTIDADE
           END-IF.

       0242-CUSTEAR-COMPONENTE.
           IF WRK-KIT-PRODUTO(WRK-KIT-IDX) = WRK-PEND-PRODUTO
               MOVE "S" TO WRK-ITEM-KIT
               MOVE WRK-KIT-COMPONENTE(WRK-KIT-IDX)
                   TO WRK-CUSTO-PRODUTO
               PERFORM 0245-CUSTO-UNITARIO
               COMPUTE WRK-CUSTO-LINHA ROUNDED = WRK-CUSTO-LINHA
                   + (WRK-CUSTO-UNIT * WRK-KIT-QTD(WRK-KIT-IDX)
                      * WRK-PEND-QUANTIDADE)
           END-IF.

       0245-CUSTO-UNITARIO.
      *********CUSTO DA BAIXA DE VENDA DO PRODUTO NO DIA; SEM ELA, O
      *********CUSTO MEDIO ATUAL DO LOCAL DE VENDA**********************
           MOVE ZEROS TO WRK-CUSTO-UNIT WRK-POS.
           MOVE "N" TO WRK-CUSTO-ACHOU.
           PERFORM 0247-PROCURAR-CUSTO-ITEM
               VARYING WRK-IDX2 FROM 1 BY 1
               UNTIL WRK-IDX2 > WRK-QTD-CDI OR WRK-POS > 0.
           IF WRK-POS > 0
               IF WRK-CDI-QUANTIDADE(WRK-POS) > ZEROS
                   COMPUTE WRK-CUSTO-UNIT ROUNDED =
                       WRK-CDI-VALOR(WRK-POS)
                       / WRK-CDI-QUANTIDADE(WRK-POS)
                   MOVE "S" TO WRK-CUSTO-ACHOU
               END-IF
           END-IF.
           IF NOT CUSTO-ACHOU AND ESTOQUE-OK
               MOVE WRK-CUSTO-PRODUTO TO BAL-PRODUTO
               MOVE WRK-LOCAL-VENDA TO BAL-LOCAL
               READ STOCK-BALANCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BAL-CUSTO-MEDIO NUMERIC
                           MOVE BAL-CUSTO-MEDIO TO WRK-CUSTO-UNIT
                           MOVE "S" TO WRK-CUSTO-ACHOU
                       END-IF
               END-READ
           END-IF.
           IF NOT CUSTO-ACHOU
               ADD 1 TO WRK-CNT-SEM-CUSTO
           END-IF.

       0247-PROCURAR-CUSTO-ITEM.
           IF WRK-CDI-PRODUTO(WRK-IDX2) = WRK-CUSTO-PRODUTO
               AND WRK-CDI-DATA(WRK-IDX2) = WRK-PEND-DATA
               MOVE WRK-IDX2 TO WRK-POS
           END-IF.

       0250-SOMAR-VENDA.
           ADD 1 TO WRK-CNT-ITENS.
           PERFORM 0260-LOCALIZAR-PRODUTO.
           IF WRK-POS > 0
               ADD WRK-PEND-QUANTIDADE
                   TO WRK-PRD-QUANTIDADE(WRK-POS)
               ADD WRK-PEND-VALOR TO WRK-PRD-RECEITA(WRK-POS)
               ADD WRK-CUSTO-LINHA TO WRK-PRD-CUSTO(WRK-POS)
           END-IF.
           MOVE WRK-PEND-ORIGEM TO WRK-ORG-POS.
           ADD WRK-PEND-QUANTIDADE TO WRK-ORG-QUANTIDADE(WRK-ORG-POS).
           ADD WRK-PEND-VALOR TO WRK-ORG-RECEITA(WRK-ORG-POS).
           ADD WRK-CUSTO-LINHA TO WRK-ORG-CUSTO(WRK-ORG-POS).
           IF WRK-PEND-VALOR < WRK-CUSTO-LINHA
               AND WRK-QTD-ABX < 500
               ADD 1 TO WRK-QTD-ABX
               MOVE WRK-PEND-DATA TO WRK-ABX-DATA(WRK-QTD-ABX)
               MOVE WRK-PEND-CAIXA TO WRK-ABX-CAIXA(WRK-QTD-ABX)
               MOVE WRK-PEND-SEQ TO WRK-ABX-SEQ(WRK-QTD-ABX)
               MOVE WRK-PEND-PRODUTO TO WRK-ABX-PRODUTO(WRK-QTD-ABX)
               MOVE WRK-PEND-QUANTIDADE
                   TO WRK-ABX-QUANTIDADE(WRK-QTD-ABX)
               MOVE WRK-PEND-VALOR TO WRK-ABX-VALOR(WRK-QTD-ABX)
               MOVE WRK-CUSTO-LINHA TO WRK-ABX-CUSTO(WRK-QTD-ABX)
               MOVE WRK-PEND-ORIGEM TO WRK-ABX-ORIGEM(WRK-QTD-ABX)
           END-IF.

       0260-LOCALIZAR-PRODUTO.
      *********ACHA (OU ABRE) O PRODUTO EM WRK-PEND-PRODUTO************
           MOVE ZEROS TO WRK-POS.
           PERFORM 0265-PROCURAR-PRODUTO
               VARYING WRK-IDX2 FROM 1 BY 1
               UNTIL WRK-IDX2 > WRK-QTD-PRD OR WRK-POS > 0.
           IF WRK-POS = 0
               IF WRK-QTD-PRD < 1000
                   ADD 1 TO WRK-QTD-PRD
                   MOVE WRK-QTD-PRD TO WRK-POS
                   MOVE WRK-PEND-PRODUTO TO WRK-PRD-CODIGO(WRK-POS)
                   MOVE ZEROS TO WRK-PRD-QUANTIDADE(WRK-POS)
                       WRK-PRD-RECEITA(WRK-POS) WRK-PRD-CUSTO(WRK-POS)
                       WRK-PRD-MARGEM(WRK-POS)
               ELSE
                   DISPLAY "AVISO: TABELA DE PRODUTOS CHEIA - "
                       WRK-PEND-PRODUTO " FORA DA MARGEM"
               END-IF
           END-IF.

       0265-PROCURAR-PRODUTO.
           IF WRK-PRD-CODIGO(WRK-IDX2) = WRK-PEND-PRODUTO
               MOVE WRK-IDX2 TO WRK-POS
           END-IF.

       0300-APLICAR-DEVOLUCAO.
      *********A DEVOLUCAO ABATE RECEITA PELO VALOR DEVOLVIDO E
      *********QUANTIDADE E CUSTO NA MESMA PROPORCAO DO VALOR DA VENDA
      *********ORIGINAL (DEVOLUCAO PARCIAL ABATE SO A PARTE)***********
           IF WRK-DEV-ACHOU(WRK-IDX) = "N"
               ADD 1 TO WRK-CNT-DEV-SEM-ITEM
           ELSE
               ADD 1 TO WRK-CNT-DEV-ABATIDAS
               MOVE 1 TO WRK-FRACAO
               IF WRK-DEV-VALOR-ORIG(WRK-IDX) > ZEROS
                   AND WRK-DEV-VALOR(WRK-IDX)
                       < WRK-DEV-VALOR-ORIG(WRK-IDX)
                   COMPUTE WRK-FRACAO ROUNDED =
                       WRK-DEV-VALOR(WRK-IDX)
                       / WRK-DEV-VALOR-ORIG(WRK-IDX)
               END-IF
               COMPUTE WRK-QTD-DEVOLVIDA ROUNDED =
                   WRK-DEV-QUANTIDADE(WRK-IDX) * WRK-FRACAO
               COMPUTE WRK-CUSTO-DEVOLVIDO ROUNDED =
                   WRK-DEV-CUSTO-ORIG(WRK-IDX) * WRK-FRACAO
               MOVE WRK-DEV-PRODUTO(WRK-IDX) TO WRK-PEND-PRODUTO
               PERFORM 0260-LOCALIZAR-PRODUTO
               IF WRK-POS > 0
                   SUBTRACT WRK-QTD-DEVOLVIDA
                       FROM WRK-PRD-QUANTIDADE(WRK-POS)
                   SUBTRACT WRK-DEV-VALOR(WRK-IDX)
                       FROM WRK-PRD-RECEITA(WRK-POS)
                   SUBTRACT WRK-CUSTO-DEVOLVIDO
                       FROM WRK-PRD-CUSTO(WRK-POS)
               END-IF
               MOVE WRK-DEV-ORIGEM(WRK-IDX) TO WRK-ORG-POS
               SUBTRACT WRK-QTD-DEVOLVIDA
                   FROM WRK-ORG-QUANTIDADE(WRK-ORG-POS)
               SUBTRACT WRK-DEV-VALOR(WRK-IDX)
                   FROM WRK-ORG-RECEITA(WRK-ORG-POS)
               SUBTRACT WRK-CUSTO-DEVOLVIDO
                   FROM WRK-ORG-CUSTO(WRK-ORG-POS)
               ADD WRK-DEV-VALOR(WRK-IDX) TO WRK-TOT-DEV-VALOR
               ADD WRK-CUSTO-DEVOLVIDO TO WRK-TOT-DEV-CUSTO
           END-IF.

       0400-ORDENAR.
      *********ORDENA DA MAIOR PARA A MENOR MARGEM BRUTA (TROCA
      *********SIMPLES)*************************************************
           PERFORM 0405-CALCULAR-MARGEM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PRD.
           IF WRK-QTD-PRD > 1
               PERFORM 0410-PASSADA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX >= WRK-QTD-PRD
           END-IF.

       0405-CALCULAR-MARGEM.
           COMPUTE WRK-PRD-MARGEM(WRK-IDX) =
               WRK-PRD-RECEITA(WRK-IDX) - WRK-PRD-CUSTO(WRK-IDX).

       0410-PASSADA.
           COMPUTE WRK-IDX2 = WRK-IDX + 1.
           PERFORM 0420-COMPARAR-TROCAR
               UNTIL WRK-IDX2 > WRK-QTD-PRD.

       0420-COMPARAR-TROCAR.
           IF WRK-PRD-MARGEM(WRK-IDX2) > WRK-PRD-MARGEM(WRK-IDX)
               MOVE WRK-PRD-ENTRY(WRK-IDX) TO WRK-TROCA-AUX
               MOVE WRK-PRD-ENTRY(WRK-IDX2) TO WRK-PRD-ENTRY(WRK-IDX)
               MOVE WRK-TROCA-AUX TO WRK-PRD-ENTRY(WRK-IDX2)
           END-IF.
           ADD 1 TO WRK-IDX2.

       0500-EMITIR-RELATORIO.
      *********SECOES: POR PRODUTO, POR CLASSE FISCAL, POR ORIGEM DO
      *********PRECO E VENDAS ABAIXO DO CUSTO***************************
           OPEN OUTPUT MARGIN-REPORT.
           MOVE "PROGCOB100" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE RPT-HEADER-LINE TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           MOVE "MARGEM BRUTA POR PRODUTO (MAIOR MARGEM PRIMEIRO)"
               TO WLT-TEXTO.
           PERFORM 0590-GRAVAR-TITULO.
           MOVE WRK-LINHA-COLUNAS TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           PERFORM 0510-LINHA-DO-PRODUTO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PRD.
           MOVE SPACES TO WRK-LINHA-MARGEM.
           MOVE "TOTAL DO MES" TO WLM-PRODUTO.
           MOVE WRK-TOT-QUANTIDADE TO WLM-QUANTIDADE.
           MOVE WRK-TOT-RECEITA TO WRK-RECEITA-LINHA.
           MOVE WRK-TOT-CUSTO TO WLM-CUSTO.
           COMPUTE WRK-MARGEM = WRK-TOT-RECEITA - WRK-TOT-CUSTO.
           PERFORM 0580-GRAVAR-VALORES.
           MOVE SPACES TO WRK-LINHA-MARGEM.
           MOVE "DEVOLUCOES ABATIDAS" TO WLM-PRODUTO.
           MOVE WRK-TOT-DEV-VALOR TO WLM-RECEITA.
           MOVE WRK-TOT-DEV-CUSTO TO WLM-CUSTO.
           MOVE WRK-LINHA-MARGEM TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           MOVE "SUBTOTAL POR CLASSE FISCAL DO PRODUTO" TO WLT-TEXTO.
           PERFORM 0590-GRAVAR-TITULO.
           MOVE WRK-LINHA-COLUNAS TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           PERFORM 0530-LINHA-DA-CLASSE
               VARYING WRK-CLS-POS FROM 1 BY 1
               UNTIL WRK-CLS-POS > 4.
           MOVE "SUBTOTAL POR ORIGEM DO PRECO" TO WLT-TEXTO.
           PERFORM 0590-GRAVAR-TITULO.
           MOVE WRK-LINHA-COLUNAS TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           PERFORM 0540-LINHA-DA-ORIGEM
               VARYING WRK-ORG-POS FROM 1 BY 1
               UNTIL WRK-ORG-POS > 3.
           MOVE "PRODUTOS VENDIDOS ABAIXO DO CUSTO (POR VENDA)"
               TO WLT-TEXTO.
           PERFORM 0590-GRAVAR-TITULO.
           IF WRK-QTD-ABX = ZEROS
               MOVE "NENHUMA VENDA ABAIXO DO CUSTO NO MES"
                   TO MARGIN-LINE
               WRITE MARGIN-LINE
           ELSE
               MOVE WRK-LINHA-COLUNAS-ABAIXO TO MARGIN-LINE
               WRITE MARGIN-LINE
               PERFORM 0550-LINHA-ABAIXO-DO-CUSTO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ABX
           END-IF.
           CLOSE MARGIN-REPORT.
           IF CATALOGO-OK
               CLOSE PRODUCT-CATALOG
           END-IF.

       0510-LINHA-DO-PRODUTO.
      *********A CLASSE FISCAL VEM DO CATALOGO; PRODUTO FORA DELE (OU
      *********ANTIGO, SEM A COLUNA) CONTA COMO NORMAL*****************
           MOVE SPACES TO WRK-LINHA-MARGEM.
           MOVE WRK-PRD-CODIGO(WRK-IDX) TO WLM-PRODUTO.
           MOVE 3 TO WRK-CLS-POS.
           MOVE "N" TO WLM-CLASSE.
           IF CATALOGO-OK
               MOVE WRK-PRD-CODIGO(WRK-IDX) TO PROD-CODIGO
               READ PRODUCT-CATALOG
                   INVALID KEY
                       MOVE "(FORA DO CATALOGO)" TO WLM-DESCRICAO
                   NOT INVALID KEY
                       MOVE PROD-DESCRICAO TO WLM-DESCRICAO
                       EVALUATE TRUE
                           WHEN PROD-CLASSE-ISENTA
                               MOVE 1 TO WRK-CLS-POS
                               MOVE "I" TO WLM-CLASSE
                           WHEN PROD-CLASSE-REDUZIDA
                               MOVE 2 TO WRK-CLS-POS
                               MOVE "R" TO WLM-CLASSE
                           WHEN PROD-CLASSE-MAJORADA
                               MOVE 4 TO WRK-CLS-POS
                               MOVE "M" TO WLM-CLASSE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.
           MOVE WRK-PRD-QUANTIDADE(WRK-IDX) TO WLM-QUANTIDADE.
           MOVE WRK-PRD-RECEITA(WRK-IDX) TO WRK-RECEITA-LINHA.
           MOVE WRK-PRD-CUSTO(WRK-IDX) TO WLM-CUSTO.
           COMPUTE WRK-MARGEM = WRK-PRD-MARGEM(WRK-IDX).
           PERFORM 0580-GRAVAR-VALORES.
           ADD WRK-PRD-QUANTIDADE(WRK-IDX)
               TO WRK-CLS-QUANTIDADE(WRK-CLS-POS) WRK-TOT-QUANTIDADE.
           ADD WRK-PRD-RECEITA(WRK-IDX)
               TO WRK-CLS-RECEITA(WRK-CLS-POS) WRK-TOT-RECEITA.
           ADD WRK-PRD-CUSTO(WRK-IDX)
               TO WRK-CLS-CUSTO(WRK-CLS-POS) WRK-TOT-CUSTO.

       0530-LINHA-DA-CLASSE.
           MOVE SPACES TO WRK-LINHA-MARGEM.
           EVALUATE WRK-CLS-POS
               WHEN 1
                   MOVE "ISENTA" TO WLM-PRODUTO
                   MOVE "I" TO WLM-CLASSE
               WHEN 2
                   MOVE "REDUZIDA" TO WLM-PRODUTO
                   MOVE "R" TO WLM-CLASSE
               WHEN 3
                   MOVE "NORMAL" TO WLM-PRODUTO
                   MOVE "N" TO WLM-CLASSE
               WHEN OTHER
                   MOVE "MAJORADA" TO WLM-PRODUTO
                   MOVE "M" TO WLM-CLASSE
           END-EVALUATE.
           MOVE WRK-CLS-QUANTIDADE(WRK-CLS-POS) TO WLM-QUANTIDADE.
           MOVE WRK-CLS-RECEITA(WRK-CLS-POS) TO WRK-RECEITA-LINHA.
           MOVE WRK-CLS-CUSTO(WRK-CLS-POS) TO WLM-CUSTO.
           COMPUTE WRK-MARGEM = WRK-CLS-RECEITA(WRK-CLS-POS)
               - WRK-CLS-CUSTO(WRK-CLS-POS).
           PERFORM 0580-GRAVAR-VALORES.

       0540-LINHA-DA-ORIGEM.
           MOVE SPACES TO WRK-LINHA-MARGEM.
           EVALUATE WRK-ORG-POS
               WHEN 1
                   MOVE "PRECO DE LISTA" TO WLM-PRODUTO
               WHEN 2
                   MOVE "ALTERADO SUPERVISOR" TO WLM-PRODUTO
               WHEN OTHER
                   MOVE "SEM PRECO DE LISTA" TO WLM-PRODUTO
           END-EVALUATE.
           MOVE WRK-ORG-QUANTIDADE(WRK-ORG-POS) TO WLM-QUANTIDADE.
           MOVE WRK-ORG-RECEITA(WRK-ORG-POS) TO WRK-RECEITA-LINHA.
           MOVE WRK-ORG-CUSTO(WRK-ORG-POS) TO WLM-CUSTO.
           COMPUTE WRK-MARGEM = WRK-ORG-RECEITA(WRK-ORG-POS)
               - WRK-ORG-CUSTO(WRK-ORG-POS).
           PERFORM 0580-GRAVAR-VALORES.

       0550-LINHA-ABAIXO-DO-CUSTO.
           MOVE SPACES TO WRK-LINHA-ABAIXO.
           MOVE WRK-ABX-DATA(WRK-IDX) TO WLA-DATA.
           MOVE WRK-ABX-CAIXA(WRK-IDX) TO WLA-CAIXA.
           MOVE WRK-ABX-SEQ(WRK-IDX) TO WLA-SEQ.
           MOVE WRK-ABX-PRODUTO(WRK-IDX) TO WLA-PRODUTO.
           MOVE WRK-ABX-QUANTIDADE(WRK-IDX) TO WLA-QUANTIDADE.
           MOVE WRK-ABX-VALOR(WRK-IDX) TO WLA-VALOR.
           MOVE WRK-ABX-CUSTO(WRK-IDX) TO WLA-CUSTO.
           COMPUTE WRK-MARGEM =
               WRK-ABX-CUSTO(WRK-IDX) - WRK-ABX-VALOR(WRK-IDX).
           MOVE WRK-MARGEM TO WLA-PREJUIZO.
           EVALUATE WRK-ABX-ORIGEM(WRK-IDX)
               WHEN 1
                   MOVE "PRECO DE LISTA" TO WLA-ORIGEM
               WHEN 2
                   MOVE "ALTERADO SUPERVISOR" TO WLA-ORIGEM
               WHEN OTHER
                   MOVE "SEM PRECO DE LISTA" TO WLA-ORIGEM
           END-EVALUATE.
           MOVE WRK-LINHA-ABAIXO TO MARGIN-LINE.
           WRITE MARGIN-LINE.

       0580-GRAVAR-VALORES.
      *********MARGEM E MARGEM % (SOBRE A RECEITA) DA LINHA MONTADA****
      *********SEM RECEITA POSITIVA A MARGEM % SAI ZERADA*************
           MOVE WRK-RECEITA-LINHA TO WLM-RECEITA.
           MOVE WRK-MARGEM TO WLM-MARGEM.
           MOVE ZEROS TO WRK-PERCENTUAL.
           IF WRK-RECEITA-LINHA > ZEROS
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-MARGEM * 100 / WRK-RECEITA-LINHA
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-PERCENTUAL
               END-COMPUTE
           END-IF.
           MOVE WRK-PERCENTUAL TO WLM-PERCENTUAL.
           MOVE WRK-LINHA-MARGEM TO MARGIN-LINE.
           WRITE MARGIN-LINE.

       0590-GRAVAR-TITULO.
           MOVE SPACES TO MARGIN-LINE.
           WRITE MARGIN-LINE.
           MOVE WRK-COMPETENCIA-NUM TO WLT-COMPETENCIA.
           MOVE WRK-LINHA-TITULO TO MARGIN-LINE.
           WRITE MARGIN-LINE.

       0600-GRAVAR-CMV.
      *********CMV DO MES PARA O EXTRATO CONTABIL: A PRIMEIRA APURACAO
      *********DO DIA GUARDA COMO JA LANCADO O QUE A APURACAO ANTERIOR
      *********GRAVOU (O PROGCOB81 DAQUELE DIA JA O LANCOU); REAPURAR
      *********NO MESMO DIA SO TROCA O VALOR*************************
           OPEN I-O COGS-FILE.
           IF WRK-FS-CMV = "35"
               OPEN OUTPUT COGS-FILE
               CLOSE COGS-FILE
               OPEN I-O COGS-FILE
           END-IF.
           IF WRK-FS-CMV NOT = "00"
               DISPLAY "ERRO AO ABRIR CMVMES: " WRK-FS-CMV
                   " - CMV NAO VAI PARA O EXTRATO CONTABIL"
           ELSE
               MOVE WRK-COMPETENCIA-NUM TO CMV-COMPETENCIA
               READ COGS-FILE
                   INVALID KEY
                       MOVE ZEROS TO CMV-VALOR-LANCADO
                       PERFORM 0610-MONTAR-CMV
                       WRITE CMV-RECORD
                   NOT INVALID KEY
                       IF CMV-DATA-APURACAO NOT = WRK-DATASYS-NUM
                           MOVE CMV-VALOR TO CMV-VALOR-LANCADO
                       END-IF
                       PERFORM 0610-MONTAR-CMV
                       REWRITE CMV-RECORD
               END-READ
               CLOSE COGS-FILE
           END-IF.

       0610-MONTAR-CMV.
           MOVE WRK-COMPETENCIA-NUM TO CMV-COMPETENCIA.
           IF WRK-TOT-CUSTO > ZEROS
               MOVE WRK-TOT-CUSTO TO CMV-VALOR
           ELSE
               MOVE ZEROS TO CMV-VALOR
           END-IF.
           MOVE WRK-DATASYS-NUM TO CMV-DATA-APURACAO.
           MOVE WRK-TOT-RECEITA TO CMV-RECEITA.
