      * OS PERIODOS LANCADOS PARA CADA ALUNO
      * (CHAVE = ID + CURSO + PERIODO; LANCAMENTO SEM CURSO,
      * ANTERIOR AO GRADE-MASTER, FICA COM O CURSO EM BRANCO)
      * TRANHS-ORIGEM = T MARCA O CREDITO DE TRANSFERENCIA
      * LANCADO PELO PROGCOB106 (NOTA EXTERNA CONVERTIDA PARA
      * 0-10 NA MEDIA, DETALHE NO TRFCRED): CONTA PARA O
      * CURRICULO, SAI MARCADO NO HISTORICO E FICA FORA DO
      * RANKING E DA SITUACAO ACADEMICA DO TERMO
      *****************************************************
       01 TRANHS-RECORD.
           02 TRANHS-CHAVE.
           02 TRANHS-NOTA3            PIC 9(02)V9(02).
           02 TRANHS-MEDIA            PIC 9(02)V9(02).
           02 TRANHS-SITUACAO         PIC X(01).
           02 TRANHS-ORIGEM           PIC X(01).
               88 TRANHS-TRANSFERIDO  VALUE 'T'.
