      *****************************************************
      * CPPERIOD - LAYOUT DO CONTROLE DE PERIODO CONTABIL
      * (ARQUIVO PERIODCT, CHAVE PER-ANOMES)
      * UM REGISTRO POR MES FECHADO PELO PROGCOB117 DEPOIS
      * DA ENTREGA AO CONTADOR (EXTRATO PROGCOB81, ICMS
      * PROGCOB40, VALORIZACAO PROGCOB67); MES SEM REGISTRO
      * ESTA ABERTO. OS PROGRAMAS QUE LANCAM NO SALESDET,
      * ARPAYMT, STOCKMOV, BILLFILE, CREDIARI E TUITION
      * PERGUNTAM AO PROGPERI E RECUSAM O LANCAMENTO DATADO
      * EM MES FECHADO. A REABERTURA FICA NO REGISTRO E NO
      * LOG PERIODLG
      * STATUS: A=ABERTO (REABERTO) F=FECHADO
      *****************************************************
       01 PER-RECORD.
           02 PER-ANOMES              PIC 9(06).
           02 PER-STATUS              PIC X(01).
               88 PER-ABERTO          VALUE 'A'.
               88 PER-FECHADO         VALUE 'F'.
           02 PER-DATA-FECHAMENTO     PIC 9(08).
           02 PER-USUARIO-FECHAMENTO  PIC X(20).
           02 PER-DATA-REABERTURA     PIC 9(08).
           02 PER-USUARIO-REABERTURA  PIC X(20).
           02 PER-QTD-REABERTURAS     PIC 9(03).
