      *****************************************************
      * CPCOMRAT - LINHA DA TABELA DE COMISSAO DOS
      * OPERADORES DE CAIXA (ARQUIVO COMMRATE, SEQUENCIAL,
      * MANTIDO COMO A TAXRATE)
      * CMR-TIPO:
      *   O = PERCENTUAL DO OPERADOR (CMR-CHAVE = LOGIN DO
      *       OPERADOR, COMO GRAVADO EM SD-OPERADOR); VALE
      *       PARA TUDO O QUE ELE VENDE
      *   C = PERCENTUAL DA CLASSE DO PRODUTO (CMR-CHAVE =
      *       CLASSE FISCAL I/R/N/M, COMO EM SD-CLASSE)
      *   P = PERCENTUAL PADRAO, SEM OPERADOR NEM CLASSE
      * A APURACAO MENSAL PROGCOB96 PROCURA NESSA ORDEM
      *****************************************************
       01 CMR-RECORD.
           02 CMR-TIPO                PIC X(01).
               88 CMR-TIPO-OPERADOR   VALUE 'O'.
               88 CMR-TIPO-CLASSE     VALUE 'C'.
               88 CMR-TIPO-PADRAO     VALUE 'P'.
           02 FILLER                  PIC X(01).
           02 CMR-CHAVE               PIC X(20).
           02 FILLER                  PIC X(01).
           02 CMR-PERCENTUAL          PIC 9(02)V99.
