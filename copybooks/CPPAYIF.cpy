      *****************************************************
      * CPPAYIF - INTERFACE DA FOLHA DE PAGAMENTO (ARQUIVO
      * PAYIFACE, SEQUENCIAL, UM REGISTRO POR PROFESSOR NA
      * COMPETENCIA AAAAMM)
      * GERADO PELO PAGAMENTO MENSAL DE HORAS-AULA
      * PROGCOB108 SO COM AS SESSOES DADAS PELO PROFESSOR
      * ATRIBUIDO; SUBSTITUICOES SAEM NA LISTA SUBSRPT PARA
      * LANCAMENTO A PARTE. PROFESSOR SEM VALOR DE HORA-AULA
      * NO TCHRATE NAO E ENVIADO
      *****************************************************
       01 PIF-RECORD.
           02 PIF-COMPETENCIA         PIC 9(06).
           02 PIF-PROFESSOR           PIC X(20).
           02 PIF-NOME                PIC X(30).
           02 PIF-SESSOES             PIC 9(04).
           02 PIF-HORAS               PIC 9(04)V99.
           02 PIF-VALOR-HORA          PIC 9(05)V99.
           02 PIF-VALOR               PIC 9(07)V99.
