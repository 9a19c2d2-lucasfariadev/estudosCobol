      *****************************************************
      * CPTCHRAT - VALOR DA HORA-AULA POR PROFESSOR
      * (ARQUIVO TCHRATE, CHAVE TRT-PROFESSOR = PRF-CODIGO)
      * MANTIDO PELO PROGCOB69; USADO PELO PAGAMENTO MENSAL
      * DE HORAS-AULA PROGCOB108
      *****************************************************
       01 TRT-RECORD.
           02 TRT-PROFESSOR           PIC X(20).
           02 TRT-VALOR-HORA          PIC 9(05)V99.
           02 TRT-DATA-ALTERACAO      PIC 9(08).
           02 TRT-OPERADOR            PIC X(20).
