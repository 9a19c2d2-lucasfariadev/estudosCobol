      *****************************************************
      * CPEQUIV - EQUIVALENCIA DE CURSO DE OUTRA ESCOLA
      * (ARQUIVO EQUIVAL, CHAVE ESCOLA DE ORIGEM + CURSO
      * EXTERNO)
      * MANTIDA PELO PROGCOB106: O CURSO FEITO NA ESCOLA DE
      * ORIGEM VALE COMO O NOSSO CRS-CODIGO (EQV-CURSO), COM A
      * NOTA MAXIMA DA ESCALA DE LA PARA CONVERTER A NOTA
      * EXTERNA PARA 0-10 (NOTA X 10 / MAXIMA)
      *****************************************************
       01 EQV-RECORD.
           02 EQV-CHAVE.
               03 EQV-INSTITUICAO     PIC X(08).
               03 EQV-CURSO-EXTERNO   PIC X(10).
           02 EQV-CURSO               PIC X(05).
           02 EQV-NOTA-MAXIMA         PIC 9(03)V99.
