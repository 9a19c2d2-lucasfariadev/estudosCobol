      *****************************************************
      * CPEDIMAP - TABELA DE TRADUCAO DOS CODIGOS DO CLIENTE
      * (ARQUIVO EDIMAP), NOS MOLDES DA CARRXLAT DO PROGCOB57
      * USADA PELO PROGCOB88 NA IMPORTACAO DOS PEDIDOS EDI
      * EDM-TIPO 'P' = CODIGO DE PRODUTO DO CLIENTE PARA O
      *                NOSSO PROD-CODIGO
      * EDM-TIPO 'D' = DESTINO DO CLIENTE PARA A NOSSA UF
      *                (NAS 2 PRIMEIRAS POSICOES DE EDM-NOSSO)
      *****************************************************
       01 EDM-RECORD.
           02 EDM-CLIENTE             PIC X(06).
           02 EDM-TIPO                PIC X(01).
               88 EDM-PRODUTO         VALUE 'P'.
               88 EDM-DESTINO         VALUE 'D'.
           02 EDM-EXTERNO             PIC X(20).
           02 EDM-NOSSO               PIC X(20).
