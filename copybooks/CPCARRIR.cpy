      *****************************************************
      * CPCARRIR - LAYOUT DO CADASTRO DE TRANSPORTADORAS
      * (ARQUIVO CARRIER)
      * USADO PELA ROTINA PROGCARR PARA DESIGNAR A
      * TRANSPORTADORA DE CADA EMBARQUE (PROGCOB09) E DE CADA
      * CARGA (PROGCOB54) E PELO ACERTO SEMANAL PROGCOB29
      * CAR-TAXA-PCT = PERCENTUAL NEGOCIADO DO FRETE COTADO
      * QUE E DEVIDO A TRANSPORTADORA
      * CAR-PESO-MAX = PESO MAXIMO DE CARGA (KG) POR VIAGEM
