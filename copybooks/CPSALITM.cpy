      * PRODUTO VENDIDO (VALIDADO NO PRODUCT-CATALOG, COMO
      * O PROGCOB09 FAZ), AO LADO DO DETALHE FINANCEIRO DO
      * SALESDET; O RANKING DE PRODUTOS SAI NO PROGCOB43
      * ITEM COM PROMOCAO (PROMOFIL) GANHA UMA SEGUNDA LINHA
      * DE DESCONTO (SI-TIPO-LINHA 'D', MESMO SI-SEQ, QUANTIDADE
      * ZERO E VALOR NEGATIVO) COM O CODIGO DA PROMOCAO EM
      * SI-PROMOCAO, QUE TAMBEM VAI NA LINHA DO ITEM; QUEM
      * SOMA SI-VALOR POR PRODUTO JA ENXERGA O VALOR LIQUIDO.
      * REGISTRO ANTIGO SEM AS COLUNAS VALE COMO ITEM
      * SI-PRECO-ORIGEM DIZ DE ONDE VEIO O VALOR DO ITEM:
      * L = PRECO DE LISTA (PRICEFIL, COM OU SEM PROMOCAO),
      * M = VALOR DIGITADO AUTORIZADO PELO SUPERVISOR (LOG
      * PRICEOVR), S = PRODUTO SEM PRECO DE LISTA; REGISTRO
      * ANTIGO SEM A COLUNA VALE COMO SEM LISTA. A MARGEM
      * BRUTA DO PROGCOB100 SUBTOTALIZA POR ELE
      *****************************************************
       01 SALES-ITEM-LINE.
           02 SI-SEQ                  PIC 9(05).
           02 SI-QUANTIDADE           PIC 9(05).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SI-VALOR                PIC S9(06)V99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SI-TIPO-LINHA           PIC X(01).
               88 SI-LINHA-ITEM       VALUE 'I' ' '.
               88 SI-LINHA-DESCONTO   VALUE 'D'.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SI-PROMOCAO             PIC X(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SI-PRECO-ORIGEM         PIC X(01).
               88 SI-PRECO-LISTA      VALUE 'L'.
               88 SI-PRECO-ALTERADO   VALUE 'M'.
               88 SI-PRECO-SEM-LISTA  VALUE 'S' ' '.
