      *****************************************************
      * CPVALE - LAYOUT DO VALE-TROCA (CREDITO EM LOJA)
      * (ARQUIVO VALETROC, CHAVE VAL-NUMERO)
      * EMITIDO PELO PROGCOB15 NA DEVOLUCAO (SD-TIPO R) EM
      * QUE O CLIENTE NAO QUER O DINHEIRO DE VOLTA (FORMA
      * 'V'), NUMERADO EM SEQUENCIA, VALIDO ATE
      * VAL-VALIDADE; ACEITO COMO FORMA DE PAGAMENTO 'V' NA
      * VENDA, COM USO PARCIAL: O QUE SOBRA FICA EM
      * VAL-SALDO PARA A PROXIMA COMPRA
      * O PASSIVO DE VALES EM ABERTO SAI NO PROGCOB94
      * SITUACAO: A=ABERTO U=UTILIZADO (SALDO ZERADO)
      *****************************************************
       01 VAL-RECORD.
           02 VAL-NUMERO              PIC 9(06).
           02 VAL-CLIENTE             PIC X(06).
           02 VAL-EMISSAO             PIC 9(08).
           02 VAL-VALIDADE            PIC 9(08).
           02 VAL-VALOR-EMITIDO       PIC 9(06)V99.
           02 VAL-SALDO               PIC 9(06)V99.
           02 VAL-CAIXA               PIC 9(02).
           02 VAL-DEVOLUCAO-SEQ       PIC 9(05).
           02 VAL-ULTIMO-USO          PIC 9(08).
           02 VAL-SITUACAO            PIC X(01).
               88 VAL-ABERTO          VALUE 'A'.
               88 VAL-UTILIZADO       VALUE 'U'.
