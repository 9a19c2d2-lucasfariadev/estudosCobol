      * MOV-CUSTO-UNIT E MOV-VALOR VALORIZAM O MOVIMENTO
      * PELO CUSTO MEDIO EM VIGOR (BAL-CUSTO-MEDIO), PARA O
      * LIVRO CONTAR EM DINHEIRO ALEM DE QUANTIDADE
      * MOV-DOCUMENTO E O DOCUMENTO QUE DEU ORIGEM AO
      * MOVIMENTO (NUMERO DO PEDIDO DE COMPRA NA ENTRADA
      * CONTRA PEDIDO DO PROGCOB44, USADO NO CASAMENTO DA
      * NOTA DO FORNECEDOR PELO PROGCOB83); ZERO OU BRANCO
      * QUANDO O MOVIMENTO NAO TEM DOCUMENTO
      * MOV-LOTE E O LOTE DO PRODUTO PERECIVEL (STOCKLOT)
      * QUE ENTROU OU SAIU; BRANCO PARA PRODUTO SEM LOTE
      * MOV-MOTIVO SO NA BAIXA POR PERDA (ORIGEM PERDA,
      * PROGCOB44): VE = VENCIDO, AV = AVARIA, E NA DEVOLUCAO
      * AO FORNECEDOR (ORIGEM DEVOLFORN, PROGCOB44, COM O
      * PEDIDO EM MOV-DOCUMENTO): AV = AVARIA, ER = ERRADA
      * MATERIAL DE OBRA (PROGCOB44): MOV-ORIGEM = 'OBRA' +
      * NUMERO DA OBRA (JOBFILE) E O NUMERO TAMBEM EM
      * MOV-DOCUMENTO; SAIDA = ENTREGUE NA OBRA, ENTRADA =
      * SOBRA DEVOLVIDA AO ESTOQUE
      *****************************************************
       01 MOV-RECORD.
           02 MOV-DATA                PIC 9(08).
           02 MOV-CUSTO-UNIT          PIC 9(05)V99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 MOV-VALOR               PIC 9(09)V99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 MOV-DOCUMENTO           PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 MOV-LOTE                PIC X(10).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 MOV-MOTIVO              PIC X(02).
               88 MOV-MOTIVO-VENCIDO  VALUE 'VE'.
               88 MOV-MOTIVO-AVARIA   VALUE 'AV'.
               88 MOV-MOTIVO-ERRADA   VALUE 'ER'.
