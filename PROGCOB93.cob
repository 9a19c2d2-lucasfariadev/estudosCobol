       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB93.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: RESULTADO DAS PROMOCOES DE VENDA: PARA UMA PROMOCAO
      *           (OU TODAS AS JA ENCERRADAS OU VENCIDAS), SOMA NOS
      *           ITENS DO SALESITM GRAVADOS PELO CAIXA PROGCOB15 AS
      *           VENDAS, UNIDADES, VALOR DE LISTA E DESCONTO DADO NA
      *           VIGENCIA, COM O PERCENTUAL MEDIO DE DESCONTO
      *           (RELATORIO PROMRPT) - O QUE O GERENTE PRECISA PARA
      *           SABER SE A PROMOCAO VALEU O QUE CUSTOU
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
           SELECT PROMOTION-FILE ASSIGN TO "PROMOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRM-CODIGO
               FILE STATUS IS WRK-FS-PROMO.
           SELECT SALES-ITEM ASSIGN TO "SALESITM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ITEM.
           SELECT PROMO-REPORT ASSIGN TO "PROMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD PROMOTION-FILE.
           COPY CPPROMO.
       FD SALES-ITEM.
           COPY CPSALITM.
       FD PROMO-REPORT.
       01 PROMO-LINE                  PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PROMO PIC X(02) VALUE ZEROS.
       77 WRK-FS-ITEM PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-PROMO PIC X(01) VALUE "N".
           88 FIM-PROMO VALUE "S".
       77 WRK-EOF-ITEM PIC X(01) VALUE "N".
           88 FIM-ITEM VALUE "S".
       77 WRK-FILTRO-CODIGO PIC X(06) VALUE SPACES.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-PROMO.
           02 WRK-PRM-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-QTD-PRM.
               03 WRK-PRM-CODIGO      PIC X(06).
               03 WRK-PRM-DESCRICAO   PIC X(30).
               03 WRK-PRM-TIPO        PIC X(01).
               03 WRK-PRM-INICIO      PIC 9(08).
               03 WRK-PRM-FIM         PIC 9(08).
               03 WRK-PRM-SITUACAO    PIC X(01).
               03 WRK-PRM-VENDAS      PIC 9(05).
               03 WRK-PRM-UNIDADES    PIC 9(07).
               03 WRK-PRM-LISTA       PIC 9(09)V99.
               03 WRK-PRM-DESCONTO    PIC 9(09)V99.
       77 WRK-QTD-PRM PIC 9(03) VALUE ZEROS.
       77 WRK-PRM-POS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-PCT-DESCONTO PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TOT-VENDAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-UNIDADES PIC 9(08) VALUE ZEROS.
       77 WRK-TOT-LISTA PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-DESCONTO PIC 9(09)V99 VALUE ZEROS.
       COPY CPRPTHDR.
       01 WRK-LINHA-COLUNAS.
           02 FILLER                  PIC X(38) VALUE
               "PROMOC DESCRICAO                      ".
           02 FILLER                  PIC X(38) VALUE
               "T INICIO   TERMINO  S VENDAS  UNIDADES".
           02 FILLER                  PIC X(45) VALUE
               "   VALOR DE LISTA         DESCONTO  % DESC".
       01 WRK-LINHA-DETALHE.
           02 WLD-CODIGO              PIC X(06).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-DESCRICAO           PIC X(30).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-TIPO                PIC X(01).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-INICIO              PIC 9(08).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-FIM                 PIC 9(08).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-SITUACAO            PIC X(01).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-VENDAS              PIC ZZZZZ9.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-UNIDADES            PIC ZZZZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLD-LISTA               PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-DESCONTO            PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLD-PCT                 PIC ZZ9,99.
       LINKAGE SECTION.
       01 LK-OPERADOR                 PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           DISPLAY "PROMOCAO (VAZIO = TODAS AS ENCERRADAS/VENCIDAS):".
           ACCEPT WRK-FILTRO-CODIGO.
           PERFORM 0050-CARREGAR-PROMOCOES.
           IF WRK-QTD-PRM > 0
               PERFORM 0100-SOMAR-ITENS
           END-IF.
           PERFORM 0300-IMPRIMIR-RESULTADO.
           GOBACK.

       0050-CARREGAR-PROMOCOES.
      *********SO A PROMOCAO PEDIDA, OU TODAS AS QUE JA ACABARAM
      *********(ENCERRADAS OU COM O TERMINO ANTES DE HOJE)*************
           OPEN INPUT PROMOTION-FILE.
           IF WRK-FS-PROMO NOT = "00"
               DISPLAY "PROMOCOES PROMOFIL NAO ENCONTRADAS - NADA A"
                   " APURAR"
               MOVE "S" TO WRK-EOF-PROMO
           END-IF.
           PERFORM 0060-LER-PROMOCAO UNTIL FIM-PROMO.
           IF WRK-FS-PROMO = "00" OR WRK-FS-PROMO = "10"
               CLOSE PROMOTION-FILE
           END-IF.

       0060-LER-PROMOCAO.
           READ PROMOTION-FILE
               AT END
                   MOVE "S" TO WRK-EOF-PROMO
               NOT AT END
                   IF (WRK-FILTRO-CODIGO = SPACES
                       AND (PRM-ENCERRADA
                       OR PRM-FIM < WRK-DATASYS-NUM))
                       OR WRK-FILTRO-CODIGO = PRM-CODIGO
                       PERFORM 0070-GUARDAR-PROMOCAO
                   END-IF
           END-READ.

       0070-GUARDAR-PROMOCAO.
           IF WRK-QTD-PRM < 200
               ADD 1 TO WRK-QTD-PRM
               MOVE PRM-CODIGO TO WRK-PRM-CODIGO(WRK-QTD-PRM)
               MOVE PRM-DESCRICAO TO WRK-PRM-DESCRICAO(WRK-QTD-PRM)
               MOVE PRM-TIPO TO WRK-PRM-TIPO(WRK-QTD-PRM)
               MOVE PRM-INICIO TO WRK-PRM-INICIO(WRK-QTD-PRM)
               MOVE PRM-FIM TO WRK-PRM-FIM(WRK-QTD-PRM)
               MOVE PRM-SITUACAO TO WRK-PRM-SITUACAO(WRK-QTD-PRM)
               MOVE ZEROS TO WRK-PRM-VENDAS(WRK-QTD-PRM)
                   WRK-PRM-UNIDADES(WRK-QTD-PRM)
                   WRK-PRM-LISTA(WRK-QTD-PRM)
                   WRK-PRM-DESCONTO(WRK-QTD-PRM)
           END-IF.

       0100-SOMAR-ITENS.
           OPEN INPUT SALES-ITEM.
           IF WRK-FS-ITEM NOT = "00"
               DISPLAY "ITENS DE VENDA SALESITM NAO ENCONTRADOS"
               MOVE "S" TO WRK-EOF-ITEM
           END-IF.
           PERFORM 0110-LER-ITEM UNTIL FIM-ITEM.
           IF WRK-FS-ITEM = "00" OR WRK-FS-ITEM = "10"
               CLOSE SALES-ITEM
           END-IF.

       0110-LER-ITEM.
           READ SALES-ITEM
               AT END
                   MOVE "S" TO WRK-EOF-ITEM
               NOT AT END
                   IF SI-PROMOCAO NOT = SPACES
                       PERFORM 0120-SOMAR-ITEM
                   END-IF
           END-READ.

       0120-SOMAR-ITEM.
      *********A LINHA DO ITEM DA AS UNIDADES E O VALOR DE LISTA; A
      *********LINHA DE DESCONTO (NEGATIVA) DA O DESCONTO DADO*********
           MOVE ZEROS TO WRK-PRM-POS.
           PERFORM 0130-PROCURAR-PROMOCAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PRM OR WRK-PRM-POS > 0.
           IF WRK-PRM-POS > 0
               AND SI-DATA NOT < WRK-PRM-INICIO(WRK-PRM-POS)
               AND SI-DATA NOT > WRK-PRM-FIM(WRK-PRM-POS)
               IF SI-LINHA-DESCONTO
                   COMPUTE WRK-VALOR-DESCONTO = SI-VALOR * -1
                   ADD WRK-VALOR-DESCONTO
                       TO WRK-PRM-DESCONTO(WRK-PRM-POS)
               ELSE
                   ADD 1 TO WRK-PRM-VENDAS(WRK-PRM-POS)
                   ADD SI-QUANTIDADE TO WRK-PRM-UNIDADES(WRK-PRM-POS)
                   ADD SI-VALOR TO WRK-PRM-LISTA(WRK-PRM-POS)
               END-IF
           END-IF.

       0130-PROCURAR-PROMOCAO.
           IF WRK-PRM-CODIGO(WRK-IDX) = SI-PROMOCAO
               MOVE WRK-IDX TO WRK-PRM-POS
           END-IF.

       0300-IMPRIMIR-RESULTADO.
           OPEN OUTPUT PROMO-REPORT.
           PERFORM 0310-GRAVAR-CABECALHO.
           PERFORM 0320-LINHA-DA-PROMOCAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PRM.
           MOVE SPACES TO PROMO-LINE.
           WRITE PROMO-LINE.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE "TOTAL DAS PROMOCOES" TO WLD-DESCRICAO.
           MOVE WRK-TOT-VENDAS TO WLD-VENDAS.
           MOVE WRK-TOT-UNIDADES TO WLD-UNIDADES.
           MOVE WRK-TOT-LISTA TO WLD-LISTA.
           MOVE WRK-TOT-DESCONTO TO WLD-DESCONTO.
           MOVE ZEROS TO WRK-PCT-DESCONTO.
           IF WRK-TOT-LISTA > ZEROS
               COMPUTE WRK-PCT-DESCONTO ROUNDED =
                   WRK-TOT-DESCONTO * 100 / WRK-TOT-LISTA
           END-IF.
           MOVE WRK-PCT-DESCONTO TO WLD-PCT.
           MOVE WRK-LINHA-DETALHE TO PROMO-LINE.
           WRITE PROMO-LINE.
           CLOSE PROMO-REPORT.
           DISPLAY "RESULTADO DE PROMOCOES GERADO (PROMRPT)".
           DISPLAY "PROMOCOES APURADAS......: " WRK-QTD-PRM.
           DISPLAY "UNIDADES EM PROMOCAO....: " WRK-TOT-UNIDADES.
           DISPLAY "DESCONTO TOTAL DADO.....: " WRK-TOT-DESCONTO.

       0310-GRAVAR-CABECALHO.
      *********CABECALHO PADRAO: PROGRAMA, DATA, OPERADOR E PAGINA*****
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           MOVE "PROGCOB93" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE RPT-HEADER-LINE TO PROMO-LINE.
           WRITE PROMO-LINE.
           MOVE SPACES TO PROMO-LINE.
           WRITE PROMO-LINE.
           MOVE WRK-LINHA-COLUNAS TO PROMO-LINE.
           WRITE PROMO-LINE.

       0320-LINHA-DA-PROMOCAO.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE WRK-PRM-CODIGO(WRK-IDX) TO WLD-CODIGO.
           MOVE WRK-PRM-DESCRICAO(WRK-IDX) TO WLD-DESCRICAO.
           MOVE WRK-PRM-TIPO(WRK-IDX) TO WLD-TIPO.
           MOVE WRK-PRM-INICIO(WRK-IDX) TO WLD-INICIO.
           MOVE WRK-PRM-FIM(WRK-IDX) TO WLD-FIM.
           MOVE WRK-PRM-SITUACAO(WRK-IDX) TO WLD-SITUACAO.
           MOVE WRK-PRM-VENDAS(WRK-IDX) TO WLD-VENDAS.
           MOVE WRK-PRM-UNIDADES(WRK-IDX) TO WLD-UNIDADES.
           MOVE WRK-PRM-LISTA(WRK-IDX) TO WLD-LISTA.
           MOVE WRK-PRM-DESCONTO(WRK-IDX) TO WLD-DESCONTO.
           MOVE ZEROS TO WRK-PCT-DESCONTO.
           IF WRK-PRM-LISTA(WRK-IDX) > ZEROS
               COMPUTE WRK-PCT-DESCONTO ROUNDED =
                   WRK-PRM-DESCONTO(WRK-IDX) * 100
                   / WRK-PRM-LISTA(WRK-IDX)
           END-IF.
           MOVE WRK-PCT-DESCONTO TO WLD-PCT.
           MOVE WRK-LINHA-DETALHE TO PROMO-LINE.
           WRITE PROMO-LINE.
           ADD WRK-PRM-VENDAS(WRK-IDX) TO WRK-TOT-VENDAS.
           ADD WRK-PRM-UNIDADES(WRK-IDX) TO WRK-TOT-UNIDADES.
           ADD WRK-PRM-LISTA(WRK-IDX) TO WRK-TOT-LISTA.
           ADD WRK-PRM-DESCONTO(WRK-IDX) TO WRK-TOT-DESCONTO.
