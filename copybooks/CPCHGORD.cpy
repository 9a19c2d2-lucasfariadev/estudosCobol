      *****************************************************
      * CPCHGORD - LAYOUT DA ORDEM DE ALTERACAO DA OBRA
      * (ARQUIVO CHGORDER, CHAVE OBRA + SEQUENCIA)
      * MANTIDA PELO PROGCOB75: ACRESCIMO DE ESCOPO (COM O
      * REORCAMENTO DOS COMODOS NOVOS FEITO PELO PROGCOB11 E
      * LIDO DO PROJQUOT), REDUCAO DE ESCOPO OU
      * REPRECIFICACAO; O VALOR E REPARTIDO PELAS ETAPAS E,
      * COM A APROVACAO DO CLIENTE, SOMADO AO JOB-VALOR-ORCADO
      * E AO JST-VALOR DE CADA ETAPA AINDA NAO FATURADA
      * TIPO: A=ACRESCIMO R=REDUCAO P=REPRECIFICACAO
      * STATUS: P=PENDENTE C=APROVADA PELO CLIENTE N=RECUSADA
      *****************************************************
       01 JCO-RECORD.
           02 JCO-CHAVE.
               03 JCO-NUMERO          PIC 9(05).
               03 JCO-SEQUENCIA       PIC 9(03).
           02 JCO-TIPO                PIC X(01).
               88 JCO-ACRESCIMO       VALUE 'A'.
               88 JCO-REDUCAO         VALUE 'R'.
               88 JCO-REPRECIFICACAO  VALUE 'P'.
               88 JCO-TIPO-VALIDO     VALUE 'A' 'R' 'P'.
           02 JCO-DESCRICAO           PIC X(40).
           02 JCO-ORCAMENTO           PIC 9(05).
           02 JCO-VALOR-PISO          PIC S9(11)V99.
           02 JCO-VALOR-PAREDE        PIC S9(11)V99.
           02 JCO-VALOR-RODAPE        PIC S9(11)V99.
           02 JCO-VALOR               PIC S9(11)V99.
           02 JCO-STATUS              PIC X(01).
               88 JCO-PENDENTE        VALUE 'P'.
               88 JCO-APROVADA        VALUE 'C'.
               88 JCO-RECUSADA        VALUE 'N'.
           02 JCO-DATA-ABERTURA       PIC 9(08).
           02 JCO-DATA-DECISAO        PIC 9(08).
