      *****************************************************
      * CPSTAND - SITUACAO ACADEMICA DO ALUNO NO TERMO
      * (ARQUIVO STANDING, CHAVE ALUNO + TERMO)
      * APURADA PELO PROGCOB105 DEPOIS DO LANCAMENTO DE NOTAS
      * (PROGCOB12) E ANTES DA VIRADA (PROGCOB23), PELA MEDIA
      * DO TERMO E PELAS REPROVACOES NO TRANHIST CONTRA OS
      * CORTES DO STANDPRM; OBSERVACAO EM DOIS TERMOS
      * SEGUIDOS VIRA DESLIGAMENTO. O PROGCOB26 AVISA O
      * RESPONSAVEL NA CARTA DE RESULTADO
      * SITUACAO: R=REGULAR P=EM OBSERVACAO D=DESLIGAMENTO
      *****************************************************
       01 STD-RECORD.
           02 STD-CHAVE.
               03 STD-STU-ID          PIC X(10).
               03 STD-TERMO           PIC 9(05).
           02 STD-CURSOS              PIC 9(02).
           02 STD-REPROVACOES         PIC 9(02).
           02 STD-MEDIA               PIC 9(02)V9(02).
           02 STD-SITUACAO            PIC X(01).
               88 STD-REGULAR         VALUE 'R'.
               88 STD-OBSERVACAO      VALUE 'P'.
               88 STD-DESLIGAMENTO    VALUE 'D'.
           02 STD-SITUACAO-ANTERIOR   PIC X(01).
           02 STD-MOTIVO              PIC X(30).
           02 STD-DATA-APURACAO       PIC 9(08).
