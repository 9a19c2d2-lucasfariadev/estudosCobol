      * ('R', GERADA PELA AUTORIZACAO DE DEVOLUCAO
      * PROGCOB58); EMBARQUE NORMAL DE SAIDA FICA 'N' (OU EM
      * BRANCO NOS REGISTROS ANTIGOS)
      * SHIP-CLIENTE E O CLIENTE DO PEDIDO QUE GEROU O
      * EMBARQUE (A COLETA REVERSA HERDA O DO ORIGINAL),
      * USADO PELA RENTABILIDADE DE FRETE (PROGCOB91);
      * EM BRANCO NOS REGISTROS ANTIGOS
      *****************************************************
       01 SHIP-RECORD.
           02 SHIP-NUMERO             PIC 9(06).
           02 SHIP-CARGA              PIC 9(05).
           02 SHIP-SENTIDO            PIC X(01).
               88 SHIP-SENTIDO-REVERSA VALUE 'R'.
           02 SHIP-CLIENTE            PIC X(06).
