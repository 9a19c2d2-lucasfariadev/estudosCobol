      *****************************************************
      * CPACQSET - LINHA DO ARQUIVO DE LIQUIDACAO DA
      * ADQUIRENTE DE CARTAO E PIX (ARQUIVO ACQSETL, COM
      * HDR/TRL DO CPFEEDCT; HASH = SOMA DE ACQ-VALOR-BRUTO)
      * UMA LINHA POR TRANSACAO LIQUIDADA (TIPO L) OU POR
      * CHARGEBACK DEBITADO PELA ADQUIRENTE (TIPO E); A
      * TRANSACAO E IDENTIFICADA PELA DATA DA VENDA, CAIXA,
      * FORMA (C=CARTAO P=PIX, COMO O SD-TENDER) E VALOR
      * BRUTO, QUE O PROGCOB95 CASA COM O SALESDET
      * ACQ-TAXA E A TARIFA RETIDA E ACQ-VALOR-LIQUIDO O QUE
      * CAI NO BANCO EM ACQ-DATA-LIQUIDACAO
      *****************************************************
       01 ACQ-RECORD.
           02 ACQ-TIPO                PIC X(01).
               88 ACQ-LIQUIDACAO      VALUE 'L'.
               88 ACQ-CHARGEBACK      VALUE 'E'.
           02 ACQ-FORMA               PIC X(01).
               88 ACQ-FORMA-CARTAO    VALUE 'C'.
               88 ACQ-FORMA-PIX       VALUE 'P'.
           02 ACQ-DATA-VENDA          PIC 9(08).
           02 ACQ-CAIXA               PIC 9(02).
           02 ACQ-VALOR-BRUTO         PIC 9(06)V99.
           02 ACQ-TAXA                PIC 9(06)V99.
           02 ACQ-VALOR-LIQUIDO       PIC 9(06)V99.
           02 ACQ-DATA-LIQUIDACAO     PIC 9(08).
           02 ACQ-AUTORIZACAO         PIC X(12).
