      * CRIADA PELO ACEITE DO ORCAMENTO NO PROGCOB75, A
      * PARTIR DO RESUMO PROJQUOT GRAVADO PELO PROGCOB11;
      * JOB-VALOR-FATURADO ACUMULA AS ETAPAS FATURADAS
      * JOB-VALOR-ORCADO E O VALOR REVISADO: O ORIGINAL DO
      * ACEITE MAIS JOB-VALOR-ADITIVOS, A SOMA DAS ORDENS DE
      * ALTERACAO APROVADAS PELO CLIENTE (CHGORDER)
      * STATUS: A=EM ANDAMENTO F=CONCLUIDA
      * JOB-DATA-PROMETIDA E O TERMINO COMBINADO COM O
      * CLIENTE NO ACEITE (ZERO = SEM DATA) E JOB-EQUIPE A
      * EQUIPE (CREWFILE) DADA PELA PROGRAMACAO DAS OBRAS
      * DO PROGCOB111; A OBRA JA INICIADA FICA COM ELA
      *****************************************************
       01 JOB-RECORD.
           02 JOB-NUMERO              PIC 9(05).
           02 JOB-STATUS              PIC X(01).
               88 JOB-EM-ANDAMENTO    VALUE 'A'.
               88 JOB-CONCLUIDA       VALUE 'F'.
           02 JOB-VALOR-ADITIVOS      PIC S9(11)V99.
           02 JOB-DATA-PROMETIDA      PIC 9(08).
           02 JOB-EQUIPE              PIC X(05).
