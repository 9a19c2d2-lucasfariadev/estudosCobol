      *****************************************************
      * CPPRMAR - AREA DE COMUNICACAO DO PROGPARM
      * O CHAMADOR PREENCHE O NOME DO PARAMETRO E O VALOR
      * PADRAO DO PROGRAMA; O PROGPARM DEVOLVE O VALOR EM
      * VIGOR HOJE NO PARMFILE, OU MANTEM O PADRAO SE O
      * ARQUIVO OU O PARAMETRO NAO EXISTIR
      *****************************************************
       01 PRMA-AREA.
           02 PRMA-NOME               PIC X(14).
           02 PRMA-VALOR              PIC 9(05)V99.
           02 PRMA-ORIGEM             PIC X(01).
               88 PRMA-DO-ARQUIVO     VALUE 'A'.
               88 PRMA-PADRAO         VALUE 'P'.
