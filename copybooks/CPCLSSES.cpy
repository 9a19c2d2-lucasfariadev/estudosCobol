      *****************************************************
      * CPCLSSES - SESSAO DE AULA DADA (ARQUIVO CLSSESS,
      * SEQUENCIAL, UMA LINHA POR CHAMADA LANCADA)
      * GRAVADA PELA CHAMADA DIARIA PROGCOB70: CURSO, SECAO,
      * DATA, QUEM FEZ A CHAMADA (OPERADOR AUTENTICADO), O
      * PROFESSOR ATRIBUIDO NO TEACHASG E AS HORAS-AULA (DA
      * GRADE TIMETBL DO DIA, OU INFORMADAS NA CHAMADA)
      * LIDA PELO PAGAMENTO MENSAL DE HORAS-AULA PROGCOB108;
      * SESSAO COM CLS-PROFESSOR DIFERENTE DO ATRIBUIDO VAI
      * PARA A LISTA DE SUBSTITUICOES
      *****************************************************
       01 CLS-RECORD.
           02 CLS-DATA                PIC 9(08).
           02 CLS-CURSO               PIC X(05).
           02 CLS-TERMO               PIC 9(05).
           02 CLS-SECAO               PIC X(02).
           02 CLS-PROFESSOR           PIC X(20).
           02 CLS-PROF-ATRIBUIDO      PIC X(20).
           02 CLS-HORAS               PIC 9(02)V99.
