      *****************************************************
      * CPSTKLOT - SALDO POR LOTE E VALIDADE DOS PRODUTOS
      * PERECIVEIS (ARQUIVO STOCKLOT, CHAVE LOT-CHAVE =
      * PRODUTO + LOCAL + VALIDADE + LOTE)
      * O LOTE NASCE NA ENTRADA DO PROGCOB44 QUANDO O
      * RECEBIMENTO INFORMA LOTE E VALIDADE; PRODUTO SEM
      * LOTE SEGUE SO NO STOCKBAL, QUE CONTINUA SENDO O
      * SALDO TOTAL DO PRODUTO NO LOCAL
      * COMO A VALIDADE VEM ANTES DO LOTE NA CHAVE, LER O
      * PRODUTO/LOCAL EM SEQUENCIA DA O LOTE QUE VENCE
      * PRIMEIRO: A BAIXA DO PROGCOB09 E DO PROGCOB15 CONSOME
      * NESSA ORDEM (FEFO), PULANDO O LOTE JA VENCIDO, QUE SO
      * SAI PELA BAIXA POR PERDA DO PROGCOB44
      * OS LOTES A VENCER SAEM NO PROGCOB98
      *****************************************************
       01 LOT-RECORD.
           02 LOT-CHAVE.
               03 LOT-PRODUTO         PIC X(20).
               03 LOT-LOCAL           PIC X(03).
               03 LOT-VALIDADE        PIC 9(08).
               03 LOT-NUMERO          PIC X(10).
           02 LOT-SALDO               PIC 9(07).
           02 LOT-ENTRADA             PIC 9(08).
