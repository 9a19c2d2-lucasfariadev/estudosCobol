      *****************************************************
      * CPSUPINV - LAYOUT DA NOTA FISCAL DO FORNECEDOR
      * (ARQUIVO SUPINV, CHAVE SIN-CHAVE = FORNECEDOR +
      * NUMERO DA NOTA)
      * LANCADA PELO PROGCOB83 CONTRA UM PEDIDO DE COMPRA
      * (PURCHORD) E CASADA COM AS ENTRADAS DO PEDIDO NO
      * STOCKMOV (CASAMENTO DE TRES VIAS): QUANTIDADE DA
      * NOTA CONTRA A PEDIDA E A RECEBIDA, PRECO DA NOTA
      * CONTRA O CUSTO DA ENTRADA NA DOCA
      * STATUS: C=CASADA (TITULO ABERTO NO APOPEN, NUMERO EM
      * SIN-TITULO) R=RETIDA POR DIVERGENCIA (MOTIVO EM
      * SIN-MOTIVO, VOLTA A SER CASADA NO REPROCESSAMENTO)
      *****************************************************
       01 SIN-RECORD.
           02 SIN-CHAVE.
               03 SIN-FORNECEDOR      PIC X(06).
               03 SIN-NOTA            PIC X(09).
           02 SIN-PEDIDO              PIC 9(06).
           02 SIN-PRODUTO             PIC X(20).
           02 SIN-DATA-EMISSAO        PIC 9(08).
           02 SIN-QUANTIDADE          PIC 9(05).
           02 SIN-PRECO-UNIT          PIC 9(05)V99.
           02 SIN-VALOR               PIC 9(09)V99.
           02 SIN-DATA-LANCAMENTO     PIC 9(08).
           02 SIN-STATUS              PIC X(01).
               88 SIN-CASADA          VALUE 'C'.
               88 SIN-RETIDA          VALUE 'R'.
           02 SIN-MOTIVO              PIC X(30).
           02 SIN-TITULO              PIC 9(06).
           02 SIN-OPERADOR            PIC X(20).
