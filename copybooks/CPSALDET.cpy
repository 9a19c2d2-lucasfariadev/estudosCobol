      * DINHEIRO ESPERADO DO FECHAMENTO, COM O MOTIVO EM
      * SD-MOTIVO, E FICAM FORA DOS ACUMULADOS DE VENDA,
      * DO ICMS E DAS RECONCILIACOES (PROGCOB38/39/40)
      * SD-TENDER 'V' E O VALE-TROCA (VALETROC): NA VENDA O
      * VALE USADO, NA DEVOLUCAO O VALE EMITIDO, COM O
      * NUMERO DO VALE EM SD-VALE
      * SD-OPERADOR E O LOGIN DE QUEM DIGITOU O LANCAMENTO,
      * PARA A COMISSAO MENSAL (PROGCOB96) SOBREVIVER A TROCA
      * DE TURNO NO MESMO CAIXA
      *****************************************************
       01 SALES-DETAIL-LINE.
           02 SD-SEQ                  PIC 9(05).
               88 SD-TENDER-PIX       VALUE 'P'.
               88 SD-TENDER-PONTOS    VALUE 'F'.
               88 SD-TENDER-PRAZO     VALUE 'A'.
               88 SD-TENDER-VALE      VALUE 'V'.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SD-VALOR                PIC S9(06)V99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SD-HORA                 PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SD-CLASSE               PIC X(01).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SD-VALE                 PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SD-OPERADOR             PIC X(20).
