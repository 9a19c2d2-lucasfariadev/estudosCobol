      *****************************************************
      * CPPERAR - AREA DE COMUNICACAO DO PROGPERI
      * O CHAMADOR PREENCHE A DATA DO LANCAMENTO (AAAAMMDD);
      * O PROGPERI DEVOLVE SE O MES DELA ESTA ABERTO OU
      * FECHADO NO PERIODCT (SEM ARQUIVO OU SEM REGISTRO DO
      * MES, ABERTO)
      *****************************************************
       01 PERA-AREA.
           02 PERA-DATA.
               03 PERA-ANOMES         PIC 9(06).
               03 PERA-DIA            PIC 9(02).
           02 PERA-SITUACAO           PIC X(01).
               88 PERA-PERIODO-ABERTO VALUE 'A'.
               88 PERA-PERIODO-FECHADO VALUE 'F'.
