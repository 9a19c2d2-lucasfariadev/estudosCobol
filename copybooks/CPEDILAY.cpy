      *****************************************************
      * CPEDILAY - LAYOUT DO ARQUIVO DE PEDIDOS DO CLIENTE
      * (ARQUIVO EDILAYT, UMA LINHA POR CLIENTE COM EDI)
      * USADO PELO PROGCOB88 PARA RECORTAR CADA CAMPO DA
      * LINHA DO ARQUIVO DO CLIENTE, NO LAYOUT PROPRIO DELE
      * EDL-CAMPO(1) = REFERENCIA DO PEDIDO NO CLIENTE
      * EDL-CAMPO(2) = CODIGO DO PRODUTO DO CLIENTE
      * EDL-CAMPO(3) = DESTINO DO CLIENTE (CIDADE, FILIAL..)
      * EDL-CAMPO(4) = VALOR, SO DIGITOS COM 2 DECIMAIS
      *                IMPLICITAS
      * EDL-CAMPO(5) = PESO, SO DIGITOS COM 2 DECIMAIS
      *                IMPLICITAS
      * EDL-INICIO = COLUNA INICIAL; EDL-TAMANHO = QUANTIDADE
      * DE COLUNAS (ATE 20; ATE 10 PARA VALOR E PESO);
      * TAMANHO ZERO = CAMPO AUSENTE (REFERENCIA VIRA O
      * NUMERO DA LINHA E PESO VIRA O PESO DO CATALOGO)
      * EDL-LINHAS-CABECALHO = LINHAS DE TITULO NO INICIO DO
      * ARQUIVO QUE DEVEM SER PULADAS
      *****************************************************
       01 EDL-RECORD.
           02 EDL-CLIENTE             PIC X(06).
           02 EDL-CAMPO OCCURS 5 TIMES.
               03 EDL-INICIO          PIC 9(03).
               03 EDL-TAMANHO         PIC 9(02).
           02 EDL-LINHAS-CABECALHO    PIC 9(01).
