      *****************************************************
      * CPFEEDCT - AREA DE CONTROLE DOS ARQUIVOS DE
      * INTERFACE QUE CHEGAM DE FORA (ORDERS/ORDERSIN,
      * SHIPEVT, CARRINV, REGINPUT, BANKRET, ACQSETL)
      * O ARQUIVO VEM EMBRULHADO COM UMA LINHA HDR (ORIGEM
      * E DATA DE NEGOCIO) E UMA LINHA TRL (QUANTIDADE DE
      * DETALHES E HASH-TOTAL DO CAMPO DE VALOR DO FEED);
