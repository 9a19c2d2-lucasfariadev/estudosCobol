      *****************************************************
      * CPCMVMES - CUSTO DAS MERCADORIAS VENDIDAS DO MES
      * (ARQUIVO CMVMES, CHAVE CMV-COMPETENCIA = AAAAMM)
      * GRAVADO PELA MARGEM BRUTA DO PROGCOB100 A CADA
      * APURACAO DO MES E LIDO PELO EXTRATO CONTABIL DO
      * PROGCOB81: CMV-VALOR E O CMV DA ULTIMA APURACAO,
      * FEITA EM CMV-DATA-APURACAO; CMV-VALOR-LANCADO E O
      * QUE JA FOI PARA O DIARIO EM DIAS ANTERIORES. NO DIA
      * DA APURACAO O PROGCOB81 LANCA A DIFERENCA ENTRE OS
      * DOIS (CMV SE POSITIVA, ESTORNO SE NEGATIVA), ENTAO A
      * REAPURACAO DO MES SO LANCA O AJUSTE; CMV-RECEITA E A
      * RECEITA LIQUIDA DOS MESMOS ITENS, SO PARA CONFERENCIA
      *****************************************************
       01 CMV-RECORD.
           02 CMV-COMPETENCIA         PIC 9(06).
           02 CMV-VALOR               PIC 9(11)V99.
           02 CMV-VALOR-LANCADO       PIC 9(11)V99.
           02 CMV-DATA-APURACAO       PIC 9(08).
           02 CMV-RECEITA             PIC S9(11)V99.
