      *****************************************************
      * CPCOMPAY - LINHA DA INTERFACE DE COMISSAO PARA A
      * FOLHA DE PAGAMENTO (ARQUIVO COMMPAY, REGRAVADO A
      * CADA APURACAO MENSAL DO PROGCOB96)
      * UMA LINHA POR OPERADOR: PROVENTO (P) QUANDO A
      * COMISSAO LIQUIDA DO MES E POSITIVA, DESCONTO (D)
      * QUANDO AS DEVOLUCOES SUPERAM AS VENDAS; PAY-BASE E
      * A VENDA LIQUIDA QUE GEROU A COMISSAO
      *****************************************************
       01 PAY-RECORD.
           02 PAY-COMPETENCIA         PIC 9(06).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 PAY-OPERADOR            PIC X(20).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 PAY-EVENTO              PIC X(04).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 PAY-TIPO                PIC X(01).
               88 PAY-PROVENTO        VALUE 'P'.
               88 PAY-DESCONTO        VALUE 'D'.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 PAY-BASE                PIC 9(09)V99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 PAY-VALOR               PIC 9(07)V99.
