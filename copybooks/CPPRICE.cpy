      * LINHAS E A CARGA DO PROGCOB15 ESCOLHE A VIGENTE NA
      * DATA (PRECOS FUTUROS PASSAM A VALER QUANDO A DATA
      * CHEGA); O ITEM DE VENDA E PRECIFICADO AUTOMATICO
      * POR QUANTIDADE X PRECO DE LISTA; O PASSO PROGCOB102
      * DO FIM DE DIA TIRA AS ETIQUETAS DE GONDOLA DOS PRECOS
      * QUE ENTRAM EM VIGOR NA DATA
      *****************************************************
       01 PRC-RECORD.
           02 PRC-PRODUTO             PIC X(20).
