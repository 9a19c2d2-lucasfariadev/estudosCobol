      *****************************************************
      * CPCARSCO - PLACAR DE PONTUALIDADE DA TRANSPORTADORA
      * (ARQUIVO CARSCORE, UMA LINHA POR TRANSPORTADORA E MES)
      * GRAVADO PELO PROGCOB53 JUNTO COM O RELATORIO CARPERF
      * E LIDO PELA ROTINA DE DESIGNACAO PROGCARR, QUE USA O
      * MES MAIS RECENTE DE CADA TRANSPORTADORA; O MESMO MES
      * APURADO DE NOVO VALE PELA ULTIMA LINHA GRAVADA
      *****************************************************
       01 SCO-RECORD.
           02 SCO-ANOMES              PIC 9(06).
           02 SCO-TRANSPORTADORA      PIC X(03).
           02 SCO-ENTREGUES           PIC 9(05).
           02 SCO-PCT-PRAZO           PIC 9(03)V99.
