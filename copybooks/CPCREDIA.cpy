      * (DIA LIMITADO A 28 PARA NAO CAIR EM DIA INEXISTENTE)
      * BAIXADA PELO RECEBIMENTO PROGCOB61, QUE TAMBEM TIRA
      * O RELATORIO DE PARCELAS VENCIDAS
      * STATUS: A=ABERTA P=PAGA R=RENEGOCIADA
      * CRD-DATA-PAGAMENTO E A DATA DA BAIXA (PAGAMENTO OU
      * RENEGOCIACAO); CRD-VALOR-MULTA E CRD-VALOR-JUROS SAO
      * OS ENCARGOS DE ATRASO COBRADOS NA BAIXA, A PARTE DO
      * PRINCIPAL (CRD-VALOR), PELA POLITICA DO CREDPARM
      * A PARCELA RENEGOCIADA APONTA EM CRD-RENEG-VENDA O
      * CARNE NOVO DO MESMO CLIENTE (VENDA-SEQ A PARTIR DE
      * 90001, RESERVADA A RENEGOCIACAO), QUE RECEBE O
      * PRINCIPAL MAIS OS ENCARGOS DAS PARCELAS FECHADAS
      *****************************************************
       01 CRD-RECORD.
           02 CRD-CHAVE.
           02 CRD-STATUS              PIC X(01).
               88 CRD-ABERTA          VALUE 'A'.
               88 CRD-PAGA            VALUE 'P'.
               88 CRD-RENEGOCIADA     VALUE 'R'.
           02 CRD-DATA-PAGAMENTO      PIC 9(08).
           02 CRD-VALOR-MULTA         PIC 9(06)V99.
           02 CRD-VALOR-JUROS         PIC 9(06)V99.
           02 CRD-RENEG-VENDA         PIC 9(05).
