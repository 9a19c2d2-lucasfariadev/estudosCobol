      *****************************************************
      * CPPREREQ - PRE-REQUISITO DE CURSO (ARQUIVO PREREQ,
      * CHAVE CURSO + CURSO EXIGIDO)
      * MANTIDO NO PROGCOB68 PELO COORDENADOR E CONFERIDO NA
      * MATRICULA EM SECAO: O ALUNO PRECISA TER NO TRANHIST UM
      * REGISTRO APROVADO (SITUACAO A) DO CURSO EXIGIDO, DE
      * TERMO ANTERIOR, COM MEDIA NAO MENOR QUE A MINIMA
      * MEDIA MINIMA ZERO = BASTA TER SIDO APROVADO
      *****************************************************
       01 PRQ-RECORD.
           02 PRQ-CHAVE.
               03 PRQ-CURSO           PIC X(05).
               03 PRQ-REQUISITO       PIC X(05).
           02 PRQ-MEDIA-MINIMA        PIC 9(02)V9(02).
