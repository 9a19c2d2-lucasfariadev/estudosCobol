      *****************************************************
      * CPBOLETO - REGISTRO DO TITULO ENVIADO AO BANCO NA
      * COBRANCA POR BOLETO (ARQUIVO BOLETO, CHAVE ORIGEM +
      * CHAVE DO TITULO)
      * GRAVADO PELO PROGCOB84 QUANDO A MENSALIDADE (TUITION,
      * ORIGEM TUI, CHAVE ALUNO + ANO/MES) OU A PARCELA DE
      * CREDIARIO (CREDIARI, ORIGEM CRD, CHAVE CLIENTE + SEQ
      * DA VENDA + PARCELA) SAI NA REMESSA: TITULO COM
      * REGISTRO NAO SAI DE NOVO. QUANDO O TITULO REGISTRADO
      * E PAGO, CANCELADO OU SOME DO ARQUIVO DE ORIGEM, A
      * REMESSA SEGUINTE MANDA A INSTRUCAO DE BAIXA
      * STATUS: R=REGISTRADO NO BANCO B=BAIXA ENVIADA
      *****************************************************
       01 BOL-RECORD.
           02 BOL-CHAVE.
               03 BOL-ORIGEM          PIC X(03).
                   88 BOL-MENSALIDADE VALUE 'TUI'.
                   88 BOL-CREDIARIO   VALUE 'CRD'.
               03 BOL-TITULO          PIC X(20).
           02 BOL-NOSSO-NUMERO        PIC 9(10).
           02 BOL-SACADO              PIC X(10).
           02 BOL-VENCIMENTO          PIC 9(08).
           02 BOL-VALOR               PIC 9(08)V99.
           02 BOL-STATUS              PIC X(01).
               88 BOL-REGISTRADO      VALUE 'R'.
               88 BOL-BAIXADO         VALUE 'B'.
           02 BOL-DATA-REGISTRO       PIC 9(08).
           02 BOL-REMESSA-REGISTRO    PIC 9(06).
           02 BOL-DATA-BAIXA          PIC 9(08).
           02 BOL-REMESSA-BAIXA       PIC 9(06).
