      * COM O CUSTO UNITARIO INFORMADO; TODO MOVIMENTO DO
      * STOCKMOV E VALORIZADO POR ELE E A VALORIZACAO DO
      * ESTOQUE SAI NO PROGCOB67
      * BAL-QTD-PEDIDO E O LOTE DE COMPRA DO PRODUTO NO LOCAL;
      * COM ELE O PROGCOB66 PEDE O LOTE MAIS A FALTA ATE O
      * PONTO, SEM ELE (ZERO OU REGISTRO ANTIGO) SEGUE 2 X
      * PONTO - SALDO. PONTO E LOTE SAO PROPOSTOS PELO
      * PROGCOB99 A PARTIR DA DEMANDA DO STOCKMOV E DO PRAZO
      * DO FORNECEDOR E SO MUDAM COM O ACEITE DO COMPRADOR
      *****************************************************
       01 BAL-RECORD.
           02 BAL-CHAVE.
           02 BAL-PONTO-REPOSICAO     PIC 9(05).
           02 BAL-FORNECEDOR          PIC X(06).
           02 BAL-CUSTO-MEDIO         PIC 9(05)V99.
           02 BAL-QTD-PEDIDO          PIC 9(05).
