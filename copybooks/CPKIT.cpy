      *****************************************************
      * CPKIT - COMPOSICAO DOS KITS E CESTAS (ARQUIVO KITDEF,
      * CHAVE KIT-CHAVE = PRODUTO DO KIT + COMPONENTE)
      * UMA LINHA POR COMPONENTE DO KIT, COM A QUANTIDADE DO
      * COMPONENTE EM UM KIT; KIT E COMPONENTE SAO PRODUTOS
      * DO CATALOGO PRODCAT. MANTIDO PELO PROGCOB97
      * O KIT NAO TEM SALDO PROPRIO: A BAIXA DO PROGCOB09 E
      * DO PROGCOB15 EXPLODE O KIT E BAIXA CADA COMPONENTE
      * NO STOCKBAL, COM UM MOVIMENTO POR COMPONENTE; O
      * PROGCOB44 MOSTRA QUANTOS KITS O ESTOQUE MONTA
      * COMPONENTE NAO PODE SER OUTRO KIT (UM NIVEL SO)
      *****************************************************
       01 KIT-RECORD.
           02 KIT-CHAVE.
               03 KIT-PRODUTO         PIC X(20).
               03 KIT-COMPONENTE      PIC X(20).
           02 KIT-QUANTIDADE          PIC 9(05).
