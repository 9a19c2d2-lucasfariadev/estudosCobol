       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB102.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: ETIQUETAS DE GONDOLA E LISTA DE TROCA DE PRECOS
      *           (PASSO DO FIM DE DIA NO CALENDARIO JOBCAL): ACHA NA
      *           TABELA PRICEFIL (PROGCOB59) TODO PRODUTO CUJO PRECO
      *           VIGENTE MUDA NA DATA DE PROCESSAMENTO, PELA MESMA
      *           REGRA DA CARGA DO CAIXA NO PROGCOB15 (MAIOR
      *           VIGENCIA ATE A DATA, NO EMPATE A ULTIMA LINHA), E
      *           GRAVA AS ETIQUETAS SHELFLBL (DESCRICAO DO PRODCAT,
      *           PRECO NOVO E VIGENCIA) E A LISTA PRICECHG COM O
      *           PRECO ANTERIOR, O NOVO E A VARIACAO EM %, PARA A
      *           LOJA TROCAR AS ETIQUETAS ANTES DE ABRIR
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
           SELECT PRICE-FILE ASSIGN TO "PRICEFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRECO.
           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODCAT.
           SELECT SHELF-LABELS ASSIGN TO "SHELFLBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LBL.
           SELECT PRICE-CHANGE-LIST ASSIGN TO "PRICECHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHG.
       DATA DIVISION.
       FILE SECTION.
       FD PRICE-FILE.
           COPY CPPRICE.
       FD PRODUCT-CATALOG.
           COPY CPPRODCT.
       FD SHELF-LABELS.
       01 SHELF-LABEL-LINE            PIC X(80).
       FD PRICE-CHANGE-LIST.
       01 PRICE-CHANGE-LINE           PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PRECO PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRODCAT PIC X(02) VALUE ZEROS.
       77 WRK-FS-LBL PIC X(02) VALUE ZEROS.
       77 WRK-FS-CHG PIC X(02) VALUE ZEROS.
       77 WRK-EOF-PRECO PIC X(01) VALUE "N".
           88 FIM-PRECO VALUE "S".
       77 WRK-CATALOGO-OK PIC X(01) VALUE "N".
           88 CATALOGO-OK VALUE "S".
       77 WRK-PRODUTO-ACHOU PIC X(01) VALUE "N".
           88 PRODUTO-ACHOU VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-ABEND PIC X(01) VALUE "N".
       77 WRK-CNT-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ETIQUETAS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-AUMENTOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-REDUCOES PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-NOVOS PIC 9(05) VALUE ZEROS.
       77 WRK-VARIACAO PIC S9(05)V99 VALUE ZEROS.
      *********POR PRODUTO: PRECO VIGENTE NA DATA (NOVO) E NA VESPERA
      *********(ANTERIOR) E SE ALGUMA LINHA ENTRA EM VIGOR NA DATA*****
       01 WRK-TABELA-PRECOS.
           02 WRK-PRC-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WRK-QTD-PRC.
               03 WRK-PRC-PRODUTO     PIC X(20).
               03 WRK-PRC-NOVO        PIC 9(06)V99.
               03 WRK-PRC-VIG-NOVO    PIC 9(08).
               03 WRK-PRC-ANTERIOR    PIC 9(06)V99.
               03 WRK-PRC-VIG-ANTERIOR PIC 9(08).
               03 WRK-PRC-MUDA-HOJE   PIC X(01).
       77 WRK-QTD-PRC PIC 9(04) VALUE ZEROS.
       77 WRK-PRC-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-PRC-POS PIC 9(04) VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-ETIQUETA PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-ETIQUETA-X REDEFINES WRK-DATA-ETIQUETA.
           02 WRK-ETQ-ANO             PIC 9(04).
           02 WRK-ETQ-MES             PIC 9(02).
           02 WRK-ETQ-DIA             PIC 9(02).
           COPY CPRPTHDR.
      *********ETIQUETA DE GONDOLA: QUATRO LINHAS POR PRODUTO**********
       01 WRK-ETIQUETA-DESCRICAO.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WED-DESCRICAO           PIC X(30).
       01 WRK-ETIQUETA-PRECO.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 FILLER                  PIC X(03) VALUE "R$ ".
           02 WEP-PRECO               PIC ZZZ.ZZ9,99.
           02 FILLER                  PIC X(04) VALUE SPACES.
           02 WEP-PRODUTO             PIC X(20).
       01 WRK-ETIQUETA-VIGENCIA.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 FILLER                  PIC X(14) VALUE "PRECO VALIDO A".
           02 FILLER                  PIC X(10) VALUE " PARTIR DE".
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WEV-DIA                 PIC 9(02).
           02 FILLER                  PIC X(01) VALUE "/".
           02 WEV-MES                 PIC 9(02).
           02 FILLER                  PIC X(01) VALUE "/".
           02 WEV-ANO                 PIC 9(04).
       01 WRK-ETIQUETA-CORTE.
           02 FILLER                  PIC X(40) VALUE ALL "-".
      *********LISTA DE TROCA DE PRECOS*********************************
       01 WRK-LINHA-TITULO.
           02 FILLER                  PIC X(38) VALUE
               "TROCA DE PRECOS COM VIGENCIA EM      ".
           02 WLT-DATA                PIC 9(08).
       01 WRK-LINHA-COLUNAS.
           02 FILLER                  PIC X(53) VALUE
               "PRODUTO               DESCRICAO                     ".
           02 FILLER                  PIC X(48) VALUE
               "  PRECO ANT.  PRECO NOVO  VARIACAO %  SITUACAO".
       01 WRK-LINHA-TROCA.
           02 WLC-PRODUTO             PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLC-DESCRICAO           PIC X(30).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLC-ANTERIOR            PIC ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLC-NOVO                PIC ZZZ.ZZ9,99.
           02 FILLER                  PIC X(03) VALUE SPACES.
           02 WLC-VARIACAO            PIC -ZZZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLC-SITUACAO            PIC X(20).
       01 WRK-LINHA-TOTAL.
           02 FILLER                  PIC X(19) VALUE
               "ETIQUETAS GERADAS: ".
           02 WLTT-ETIQUETAS          PIC ZZZZ9.
           02 FILLER                  PIC X(12) VALUE "  AUMENTOS: ".
           02 WLTT-AUMENTOS           PIC ZZZZ9.
           02 FILLER                  PIC X(12) VALUE "  REDUCOES: ".
           02 WLTT-REDUCOES           PIC ZZZZ9.
           02 FILLER                  PIC X(10) VALUE "  NOVOS: ".
           02 WLTT-NOVOS              PIC ZZZZ9.
           02 FILLER                  PIC X(17) VALUE
               "  SEM CADASTRO: ".
           02 WLTT-REJEITADOS         PIC ZZZZ9.
       LINKAGE SECTION.
       01 LK-EOD-STATS.
           02 LK-EOD-LIDOS             PIC 9(05).
           02 LK-EOD-GRAVADOS          PIC 9(05).
           02 LK-EOD-REJEITADOS        PIC 9(05).
           02 LK-EOD-ABEND             PIC X(01).
       01 LK-OPERADOR                  PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-EOD-STATS,
               OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           PERFORM 0100-CARREGAR-PRECOS.
           PERFORM 0200-ABRIR-SAIDAS.
           IF WRK-QTD-PRC > ZEROS
               PERFORM 0300-CONFERIR-PRODUTO
                   VARYING WRK-PRC-IDX FROM 1 BY 1
                   UNTIL WRK-PRC-IDX > WRK-QTD-PRC
           END-IF.
           PERFORM 0900-FINALIZAR.
           IF ADDRESS OF LK-EOD-STATS NOT = NULL
               MOVE WRK-CNT-LIDOS TO LK-EOD-LIDOS
               MOVE WRK-CNT-ETIQUETAS TO LK-EOD-GRAVADOS
               MOVE WRK-CNT-REJEITADOS TO LK-EOD-REJEITADOS
               MOVE WRK-ABEND TO LK-EOD-ABEND
           END-IF.
           GOBACK.

       0100-CARREGAR-PRECOS.
      *********UMA PASSADA NO PRICEFIL: LINHA COM VIGENCIA ATE A DATA
      *********DISPUTA O PRECO NOVO, ANTES DA DATA O ANTERIOR; NO
      *********EMPATE DE VIGENCIA VALE A ULTIMA LINHA, COMO NO CAIXA***
           OPEN INPUT PRICE-FILE.
           IF WRK-FS-PRECO NOT = "00"
               DISPLAY "PROGCOB102: TABELA DE PRECOS PRICEFIL NAO"
                   " ENCONTRADA - NENHUMA ETIQUETA"
               MOVE "S" TO WRK-EOF-PRECO
           END-IF.
           PERFORM 0110-LER-PRECO UNTIL FIM-PRECO.
           IF WRK-FS-PRECO = "00" OR WRK-FS-PRECO = "10"
               CLOSE PRICE-FILE
           END-IF.

       0110-LER-PRECO.
           READ PRICE-FILE
               AT END
                   MOVE "S" TO WRK-EOF-PRECO
               NOT AT END
                   ADD 1 TO WRK-CNT-LIDOS
                   IF PRC-VIGENCIA NUMERIC
                       AND PRC-VIGENCIA <= WRK-DATASYS-NUM
                       PERFORM 0120-GUARDAR-PRECO
                   END-IF
           END-READ.

       0120-GUARDAR-PRECO.
           MOVE ZEROS TO WRK-PRC-POS.
           IF WRK-QTD-PRC > 0
               PERFORM 0130-PROCURAR-PRECO
                   VARYING WRK-PRC-IDX FROM 1 BY 1
                   UNTIL WRK-PRC-IDX > WRK-QTD-PRC
                      OR WRK-PRC-POS > 0
           END-IF.
           IF WRK-PRC-POS = 0
               IF WRK-QTD-PRC < 1000
                   ADD 1 TO WRK-QTD-PRC
                   MOVE WRK-QTD-PRC TO WRK-PRC-POS
                   MOVE PRC-PRODUTO TO WRK-PRC-PRODUTO(WRK-PRC-POS)
                   MOVE ZEROS TO WRK-PRC-NOVO(WRK-PRC-POS)
                       WRK-PRC-VIG-NOVO(WRK-PRC-POS)
                       WRK-PRC-ANTERIOR(WRK-PRC-POS)
                       WRK-PRC-VIG-ANTERIOR(WRK-PRC-POS)
                   MOVE "N" TO WRK-PRC-MUDA-HOJE(WRK-PRC-POS)
               ELSE
                   DISPLAY "PROGCOB102: MAIS DE 1000 PRODUTOS NO"
                       " PRICEFIL - " PRC-PRODUTO " IGNORADO"
                   MOVE "S" TO WRK-ABEND
               END-IF
           END-IF.
           IF WRK-PRC-POS > 0
               IF PRC-VIGENCIA >= WRK-PRC-VIG-NOVO(WRK-PRC-POS)
                   MOVE PRC-PRECO TO WRK-PRC-NOVO(WRK-PRC-POS)
                   MOVE PRC-VIGENCIA TO WRK-PRC-VIG-NOVO(WRK-PRC-POS)
               END-IF
               IF PRC-VIGENCIA = WRK-DATASYS-NUM
                   MOVE "S" TO WRK-PRC-MUDA-HOJE(WRK-PRC-POS)
               ELSE
                   IF PRC-VIGENCIA >= WRK-PRC-VIG-ANTERIOR(WRK-PRC-POS)
                       MOVE PRC-PRECO TO WRK-PRC-ANTERIOR(WRK-PRC-POS)
                       MOVE PRC-VIGENCIA
                           TO WRK-PRC-VIG-ANTERIOR(WRK-PRC-POS)
                   END-IF
               END-IF
           END-IF.

       0130-PROCURAR-PRECO.
           IF WRK-PRC-PRODUTO(WRK-PRC-IDX) = PRC-PRODUTO
               MOVE WRK-PRC-IDX TO WRK-PRC-POS
           END-IF.

       0200-ABRIR-SAIDAS.
           OPEN INPUT PRODUCT-CATALOG.
           IF WRK-FS-PRODCAT = "00"
               MOVE "S" TO WRK-CATALOGO-OK
           ELSE
               DISPLAY "PROGCOB102: PRODCAT NAO ABRIU ("
                   WRK-FS-PRODCAT ") - ETIQUETAS SEM DESCRICAO"
           END-IF.
           OPEN OUTPUT SHELF-LABELS.
           OPEN OUTPUT PRICE-CHANGE-LIST.
           MOVE "PROGCOB102" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE RPT-HEADER-LINE TO SHELF-LABEL-LINE.
           WRITE SHELF-LABEL-LINE.
           MOVE RPT-HEADER-LINE TO PRICE-CHANGE-LINE.
           WRITE PRICE-CHANGE-LINE.
           MOVE WRK-DATASYS-NUM TO WLT-DATA.
           MOVE WRK-LINHA-TITULO TO PRICE-CHANGE-LINE.
           WRITE PRICE-CHANGE-LINE.
           MOVE WRK-LINHA-COLUNAS TO PRICE-CHANGE-LINE.
           WRITE PRICE-CHANGE-LINE.

       0300-CONFERIR-PRODUTO.
      *********SO ENTRA O PRODUTO COM LINHA VIGENDO NA DATA E PRECO
      *********DIFERENTE DO DA VESPERA (RECADASTRO DO MESMO PRECO NAO
      *********PEDE TROCA DE ETIQUETA)*********************************
           IF WRK-PRC-MUDA-HOJE(WRK-PRC-IDX) = "S"
               AND (WRK-PRC-NOVO(WRK-PRC-IDX)
                       NOT = WRK-PRC-ANTERIOR(WRK-PRC-IDX)
                   OR WRK-PRC-VIG-ANTERIOR(WRK-PRC-IDX) = ZEROS)
               PERFORM 0310-LER-PRODUTO
               PERFORM 0320-GRAVAR-ETIQUETA
               PERFORM 0330-GRAVAR-TROCA
           END-IF.

       0310-LER-PRODUTO.
           MOVE "N" TO WRK-PRODUTO-ACHOU.
           IF CATALOGO-OK
               MOVE WRK-PRC-PRODUTO(WRK-PRC-IDX) TO PROD-CODIGO
               READ PRODUCT-CATALOG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-PRODUTO-ACHOU
               END-READ
           END-IF.

       0320-GRAVAR-ETIQUETA.
           IF PRODUTO-ACHOU
               MOVE PROD-DESCRICAO TO WED-DESCRICAO
           ELSE
               MOVE WRK-PRC-PRODUTO(WRK-PRC-IDX) TO WED-DESCRICAO
           END-IF.
           MOVE WRK-ETIQUETA-DESCRICAO TO SHELF-LABEL-LINE.
           WRITE SHELF-LABEL-LINE.
           MOVE WRK-PRC-NOVO(WRK-PRC-IDX) TO WEP-PRECO.
           MOVE WRK-PRC-PRODUTO(WRK-PRC-IDX) TO WEP-PRODUTO.
           MOVE WRK-ETIQUETA-PRECO TO SHELF-LABEL-LINE.
           WRITE SHELF-LABEL-LINE.
           MOVE WRK-PRC-VIG-NOVO(WRK-PRC-IDX) TO WRK-DATA-ETIQUETA.
           MOVE WRK-ETQ-DIA TO WEV-DIA.
           MOVE WRK-ETQ-MES TO WEV-MES.
           MOVE WRK-ETQ-ANO TO WEV-ANO.
           MOVE WRK-ETIQUETA-VIGENCIA TO SHELF-LABEL-LINE.
           WRITE SHELF-LABEL-LINE.
           MOVE WRK-ETIQUETA-CORTE TO SHELF-LABEL-LINE.
           WRITE SHELF-LABEL-LINE.
           ADD 1 TO WRK-CNT-ETIQUETAS.

       0330-GRAVAR-TROCA.
           MOVE WRK-PRC-PRODUTO(WRK-PRC-IDX) TO WLC-PRODUTO.
           MOVE SPACES TO WLC-DESCRICAO WLC-SITUACAO.
           IF PRODUTO-ACHOU
               MOVE PROD-DESCRICAO TO WLC-DESCRICAO
           END-IF.
           MOVE WRK-PRC-ANTERIOR(WRK-PRC-IDX) TO WLC-ANTERIOR.
           MOVE WRK-PRC-NOVO(WRK-PRC-IDX) TO WLC-NOVO.
           MOVE ZEROS TO WRK-VARIACAO.
           EVALUATE TRUE
               WHEN WRK-PRC-VIG-ANTERIOR(WRK-PRC-IDX) = ZEROS
                   OR WRK-PRC-ANTERIOR(WRK-PRC-IDX) = ZEROS
                   MOVE "PRODUTO NOVO" TO WLC-SITUACAO
                   ADD 1 TO WRK-CNT-NOVOS
               WHEN WRK-PRC-NOVO(WRK-PRC-IDX)
                       > WRK-PRC-ANTERIOR(WRK-PRC-IDX)
                   MOVE "AUMENTO" TO WLC-SITUACAO
                   ADD 1 TO WRK-CNT-AUMENTOS
               WHEN OTHER
                   MOVE "REDUCAO" TO WLC-SITUACAO
                   ADD 1 TO WRK-CNT-REDUCOES
           END-EVALUATE.
           IF WRK-PRC-ANTERIOR(WRK-PRC-IDX) > ZEROS
               COMPUTE WRK-VARIACAO ROUNDED =
                   (WRK-PRC-NOVO(WRK-PRC-IDX)
                    - WRK-PRC-ANTERIOR(WRK-PRC-IDX)) * 100
                   / WRK-PRC-ANTERIOR(WRK-PRC-IDX)
           END-IF.
           MOVE WRK-VARIACAO TO WLC-VARIACAO.
           IF NOT PRODUTO-ACHOU
               MOVE "SEM CADASTRO PRODCAT" TO WLC-SITUACAO
               ADD 1 TO WRK-CNT-REJEITADOS
           END-IF.
           MOVE WRK-LINHA-TROCA TO PRICE-CHANGE-LINE.
           WRITE PRICE-CHANGE-LINE.

       0900-FINALIZAR.
           MOVE SPACES TO PRICE-CHANGE-LINE.
           WRITE PRICE-CHANGE-LINE.
           MOVE WRK-CNT-ETIQUETAS TO WLTT-ETIQUETAS.
           MOVE WRK-CNT-AUMENTOS TO WLTT-AUMENTOS.
           MOVE WRK-CNT-REDUCOES TO WLTT-REDUCOES.
           MOVE WRK-CNT-NOVOS TO WLTT-NOVOS.
           MOVE WRK-CNT-REJEITADOS TO WLTT-REJEITADOS.
           MOVE WRK-LINHA-TOTAL TO PRICE-CHANGE-LINE.
           WRITE PRICE-CHANGE-LINE.
           CLOSE SHELF-LABELS PRICE-CHANGE-LIST.
           IF CATALOGO-OK
               CLOSE PRODUCT-CATALOG
           END-IF.
           DISPLAY "PROGCOB102: ETIQUETAS (SHELFLBL): "
               WRK-CNT-ETIQUETAS "  SEM CADASTRO: "
               WRK-CNT-REJEITADOS.
