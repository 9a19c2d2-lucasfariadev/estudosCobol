      *****************************************************
      * CPAPOPEN - LAYOUT DO TITULO EM ABERTO A PAGAR AO
      * FORNECEDOR (ARQUIVO APOPEN, CHAVE APO-NUMERO)
      * ABERTO PELO PROGCOB83 QUANDO A NOTA DO FORNECEDOR
      * CASA COM O PEDIDO E O RECEBIMENTO; O VENCIMENTO E A
      * DATA DE PROCESSAMENTO MAIS O PRAZO DO FORNECEDOR
      * (FOR-PRAZO-DIAS) EM DIAS UTEIS, PELO PROGDATA
      * STATUS: A=ABERTO Q=QUITADO
      *****************************************************
       01 APO-RECORD.
           02 APO-NUMERO              PIC 9(06).
           02 APO-FORNECEDOR          PIC X(06).
           02 APO-NOTA                PIC X(09).
           02 APO-PEDIDO              PIC 9(06).
           02 APO-DATA-EMISSAO        PIC 9(08).
           02 APO-VENCIMENTO          PIC 9(08).
           02 APO-VALOR               PIC 9(09)V99.
           02 APO-VALOR-PAGO          PIC 9(09)V99.
           02 APO-SALDO               PIC 9(09)V99.
           02 APO-STATUS              PIC X(01).
               88 APO-ABERTO          VALUE 'A'.
               88 APO-QUITADO         VALUE 'Q'.
           02 APO-DATA-PAGAMENTO      PIC 9(08).
