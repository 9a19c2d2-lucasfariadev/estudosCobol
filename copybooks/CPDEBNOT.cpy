      *****************************************************
      * CPDEBNOT - NOTA DE DEBITO AO FORNECEDOR PELA
      * DEVOLUCAO DE MERCADORIA (ARQUIVO DEBNOTE, CHAVE
      * DBN-NUMERO)
      * EMITIDA PELO PROGCOB44 COM NUMERACAO PROPRIA NA
      * DEVOLUCAO CONTRA O PEDIDO DE COMPRA (PURCHORD), PELO
      * CUSTO DA ENTRADA DO PEDIDO NA DOCA; A SAIDA SAI NO
      * STOCKMOV COM ORIGEM DEVOLFORN E O NUMERO DO PEDIDO
      * COM REPOSICAO (DBN-REPOSICAO = S) O PEDIDO VOLTA A
      * FICAR ABERTO E AS ENTRADAS SEGUINTES DO PEDIDO
      * BAIXAM A NOTA (DBN-QTD-REPOSTA) ATE A REPOSICAO
      * COMPLETA; SEM REPOSICAO A NOTA ESPERA O CREDITO DO
      * FORNECEDOR, BAIXADO NO PROGCOB101 (DBN-DOC-CREDITO)
      * MOTIVO: AV=AVARIA ER=MERCADORIA ERRADA
      * STATUS: A=ABERTA C=CREDITADA R=REPOSTA
      *****************************************************
       01 DBN-RECORD.
           02 DBN-NUMERO              PIC 9(06).
           02 DBN-FORNECEDOR          PIC X(06).
           02 DBN-PEDIDO              PIC 9(06).
           02 DBN-PRODUTO             PIC X(20).
           02 DBN-LOCAL               PIC X(03).
           02 DBN-LOTE                PIC X(10).
           02 DBN-DATA-EMISSAO        PIC 9(08).
           02 DBN-QUANTIDADE          PIC 9(05).
           02 DBN-CUSTO-UNIT          PIC 9(05)V99.
           02 DBN-VALOR               PIC 9(09)V99.
           02 DBN-MOTIVO              PIC X(02).
               88 DBN-MOT-AVARIA      VALUE 'AV'.
               88 DBN-MOT-ERRADA      VALUE 'ER'.
               88 DBN-MOTIVO-VALIDO   VALUE 'AV' 'ER'.
           02 DBN-REPOSICAO           PIC X(01).
               88 DBN-COM-REPOSICAO   VALUE 'S'.
           02 DBN-QTD-REPOSTA         PIC 9(05).
           02 DBN-STATUS              PIC X(01).
               88 DBN-ABERTA          VALUE 'A'.
               88 DBN-CREDITADA       VALUE 'C'.
               88 DBN-REPOSTA         VALUE 'R'.
           02 DBN-DATA-BAIXA          PIC 9(08).
           02 DBN-DOC-CREDITO         PIC X(09).
