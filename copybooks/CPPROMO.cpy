      *****************************************************
      * CPPROMO - LAYOUT DA PROMOCAO DE VENDA (ARQUIVO
      * PROMOFIL, CHAVE PRM-CODIGO), MANTIDA PELO PROGCOB92
      * E APLICADA AUTOMATICAMENTE NO ITEM DE VENDA PELO
      * PROGCOB15 (A MELHOR PROMOCAO ELEGIVEL DO PRODUTO)
      * PRM-TIPO:
      *   P = PERCENTUAL DE DESCONTO (PRM-PERCENTUAL)
      *   L = LEVE X + Y PAGUE X: A CADA PRM-QTD-LEVE +
      *       PRM-QTD-GRATIS UNIDADES, PRM-QTD-GRATIS SAEM
      *       DE GRACA
      *   Q = PRECO FIXO POR QUANTIDADE: CADA BLOCO DE
      *       PRM-QTD-LEVE UNIDADES SAI POR PRM-PRECO-FIXO
      *   M = MIX: QUALQUER COMBINACAO DE PRM-QTD-LEVE
      *       UNIDADES DOS PRODUTOS DO GRUPO SAI POR
      *       PRM-PRECO-FIXO (PARA CLIENTE IDENTIFICADO O GRUPO
      *       SE COMPLETA ENTRE LANCAMENTOS SEGUIDOS DELE)
      * VALE DE PRM-INICIO A PRM-FIM (INCLUSIVE), SO COM
      * PRM-SITUACAO 'A'; O RESULTADO SAI NO PROGCOB93
      *****************************************************
       01 PRM-RECORD.
           02 PRM-CODIGO              PIC X(06).
           02 PRM-DESCRICAO           PIC X(30).
           02 PRM-TIPO                PIC X(01).
               88 PRM-TIPO-PERCENTUAL VALUE 'P'.
               88 PRM-TIPO-LEVE-PAGUE VALUE 'L'.
               88 PRM-TIPO-QUANTIDADE VALUE 'Q'.
               88 PRM-TIPO-MIX        VALUE 'M'.
           02 PRM-PERCENTUAL          PIC 9(02)V99.
           02 PRM-QTD-LEVE            PIC 9(03).
           02 PRM-QTD-GRATIS          PIC 9(03).
           02 PRM-PRECO-FIXO          PIC 9(06)V99.
           02 PRM-INICIO              PIC 9(08).
           02 PRM-FIM                 PIC 9(08).
           02 PRM-SITUACAO            PIC X(01).
               88 PRM-ATIVA           VALUE 'A'.
               88 PRM-ENCERRADA       VALUE 'E'.
           02 PRM-QTD-PRODUTOS        PIC 9(02).
           02 PRM-PRODUTO             PIC X(20) OCCURS 10 TIMES.
