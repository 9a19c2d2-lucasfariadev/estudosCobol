      *****************************************************
      * CPREORD - PROPOSTA DE PONTO DE REPOSICAO E LOTE DE
      * COMPRA (ARQUIVO REORDPRP, CHAVE ROP-CHAVE = PRODUTO
      * + LOCAL), REFEITA A CADA CALCULO MENSAL DO PROGCOB99
      * ROP-DEMANDA-DIA E A MEDIA DIARIA DE SAIDAS NAS
      * ULTIMAS ROP-SEMANAS SEMANAS DO STOCKMOV E
      * ROP-DESVIO-SEMANA O DESVIO PADRAO DA SAIDA SEMANAL;
      * ROP-PRAZO E O PRAZO DO FORNECEDOR EM DIAS UTEIS
      * ROP-STATUS: P = PENDENTE DE ACEITE, A = APLICADA NO
      * STOCKBAL, R = REJEITADA PELO COMPRADOR
      *****************************************************
       01 ROP-RECORD.
           02 ROP-CHAVE.
               03 ROP-PRODUTO         PIC X(20).
               03 ROP-LOCAL           PIC X(03).
           02 ROP-DATA                PIC 9(08).
           02 ROP-SEMANAS             PIC 9(02).
           02 ROP-DEMANDA-DIA         PIC 9(05)V99.
           02 ROP-DESVIO-SEMANA       PIC 9(05)V99.
           02 ROP-PRAZO               PIC 9(03).
           02 ROP-PONTO-ATUAL         PIC 9(05).
           02 ROP-QTD-ATUAL           PIC 9(05).
           02 ROP-PONTO-PROPOSTO      PIC 9(05).
           02 ROP-QTD-PROPOSTA        PIC 9(05).
           02 ROP-STATUS              PIC X(01).
               88 ROP-PENDENTE        VALUE 'P'.
               88 ROP-APLICADA        VALUE 'A'.
               88 ROP-REJEITADA       VALUE 'R'.
           02 ROP-DATA-DECISAO        PIC 9(08).
           02 ROP-OPERADOR            PIC X(20).
