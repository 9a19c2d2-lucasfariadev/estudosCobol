      *****************************************************
      * CPFRTHIS - LAYOUT DO HISTORICO DE FRETE COTADO
      * (ARQUIVO FRTHIST), ACUMULADO PELO PROGCOB09 A CADA
      * PEDIDO COTADO COM SUCESSO, COM OS DADOS DE ENTRADA
      * DA COTACAO (UF, VALOR, PESO, CUPOM, MOEDA, CLIENTE)
      * PARA O SIMULADOR DE TAXA PROGCOB122 RECOTAR O PEDIDO
      * PELO PROGRATE. DIFERENTE DO FRTDET, QUE E REGRAVADO
      * A CADA LOTE, O FRTHIST SO CRESCE
      * FRH-DATA/FRH-HORA CARIMBAM O LOTE: NUM REPROCESSAMENTO
      * DO DIA, O SIMULADOR SO CONSIDERA O ULTIMO LOTE
      * FRH-FRETE-BRL E O FRETE COBRADO (PODE SER O DE UMA
      * COTACAO HONRADA), SO PARA CONFERENCIA
      *****************************************************
       01 FRH-RECORD.
           02 FRH-DATA                PIC 9(08).
           02 FRH-HORA                PIC 9(06).
           02 FRH-CLIENTE             PIC X(06).
           02 FRH-UF                  PIC X(02).
           02 FRH-VALOR               PIC 9(06)V99.
           02 FRH-PESO                PIC 9(04)V99.
           02 FRH-CUPOM               PIC X(10).
           02 FRH-MOEDA               PIC X(03).
           02 FRH-FRETE-BRL           PIC 9(07)V99.
