      *****************************************************
      * CPARSUSP - LINHA DO ARQUIVO DE VALORES EM SUSPENSO
      * DO RETORNO BANCARIO (ARQUIVO ARSUSP, SEQUENCIAL
      * ACUMULATIVO)
      * GRAVADA PELO PROGCOB50 NA IMPORTACAO DO RETORNO DA
      * COBRANCA (BANKRET) QUANDO O VALOR NAO PODE SER
      * BAIXADO SOZINHO: TITULO DESCONHECIDO, TITULO JA
      * QUITADO, PAGAMENTO PARCIAL (VALOR INTEIRO EM
      * SUSPENSO) OU PAGAMENTO A MAIOR (SO O EXCEDENTE, O
      * SALDO DO TITULO E BAIXADO); O FINANCEIRO TRABALHA
      * CADA LINHA A PARTIR DO RELATORIO RETRPT
      *****************************************************
       01 SUS-RECORD.
           02 SUS-DATA                PIC 9(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SUS-NUMERO              PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SUS-CLIENTE             PIC X(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SUS-DATA-CREDITO        PIC 9(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SUS-VALOR               PIC 9(08)V99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SUS-MOTIVO              PIC X(22).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SUS-OPERADOR            PIC X(20).
