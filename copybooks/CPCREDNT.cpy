      *****************************************************
      * CPCREDNT - NOTA DE CREDITO CONTRA FATURA DE FRETE
      * (ARQUIVO CREDNOTE, CHAVE CRN-NUMERO)
      * EMITIDA PELO PROGCOB86 COM NUMERACAO PROPRIA CONTRA
      * A FATURA ORIGINAL (FAT-NUMERO = ARO-NUMERO); AO SER
      * EFETIVADA ABATE O ARO-SALDO E A EXPOSICAO DO CLIENTE
      * (CUSTEXP). NOTA ACIMA DO LIMITE DE APROVACAO NASCE
      * PENDENTE E SO E EFETIVADA PELA APROVACAO DO PENDCHG
      * NO PROGCOB80. O EXTRATO PROGCOB51 E O EXTRATO
      * CONTABIL PROGCOB81 LEEM AS EFETIVADAS PELA DATA DE
      * EFETIVACAO
      * MOTIVO: 01=DESCONTO ERRADO 02=FRETE EM DUPLICIDADE
      *         03=REEMBOLSO DE SINISTRO ACEITO (PROGCOB52,
      *            CRN-EMBARQUE = CLM-EMBARQUE) 04=OUTROS
      * STATUS: P=PENDENTE DE APROVACAO E=EFETIVADA
      *         R=REJEITADA
      *****************************************************
       01 CRN-RECORD.
           02 CRN-NUMERO              PIC 9(06).
           02 CRN-FATURA              PIC 9(06).
           02 CRN-CLIENTE             PIC X(06).
           02 CRN-DATA                PIC 9(08).
           02 CRN-MOTIVO              PIC 9(02).
               88 CRN-MOT-DESCONTO    VALUE 01.
               88 CRN-MOT-DUPLICIDADE VALUE 02.
               88 CRN-MOT-SINISTRO    VALUE 03.
               88 CRN-MOT-OUTROS      VALUE 04.
               88 CRN-MOTIVO-VALIDO   VALUE 01 THRU 04.
           02 CRN-VALOR               PIC 9(08)V99.
           02 CRN-EMBARQUE            PIC 9(06).
           02 CRN-STATUS              PIC X(01).
               88 CRN-PENDENTE        VALUE 'P'.
               88 CRN-EFETIVADA       VALUE 'E'.
               88 CRN-REJEITADA       VALUE 'R'.
           02 CRN-DATA-EFETIVACAO     PIC 9(08).
           02 CRN-PENDENCIA           PIC 9(06).
           02 CRN-OPERADOR            PIC X(20).
           02 CRN-APROVADOR           PIC X(20).
