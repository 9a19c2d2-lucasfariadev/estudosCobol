      * LANCADO EM PERCENTUAL E A ETAPA CONCLUIDA (100%)
      * GERA O DOCUMENTO DE FATURAMENTO DE ETAPA (JOBBILL)
      * NO PROGCOB75
      * JST-FIM-PREVISTO E O TERMINO PLANEJADO DA ETAPA PELA
      * PROGRAMACAO DAS EQUIPES (PROGCOB111), DATA EM QUE A
      * FATURA DA ETAPA DEVE SAIR; ZERO = SEM PROGRAMACAO
      *****************************************************
       01 JST-RECORD.
           02 JST-CHAVE.
           02 JST-VALOR               PIC 9(11)V99.
           02 JST-FATURADA            PIC X(01).
               88 JST-FATURADA-SIM    VALUE 'S'.
           02 JST-FIM-PREVISTO        PIC 9(08).
