      *****************************************************
      * CPPREWAV - LOG DAS DISPENSAS DE PRE-REQUISITO
      * (ARQUIVO PREWAIV, SEQUENCIAL, SO ACRESCIDO)
      * GRAVADO PELO PROGCOB68 QUANDO O COORDENADOR (NIVEL
      * MANAGER, AUTENTICADO NO PROGCOB10) LIBERA A MATRICULA
      * DE ALUNO SEM O PRE-REQUISITO; O PROGCOB103 NAO APONTA
      * A MATRICULA DISPENSADA COMO EXCECAO
      *****************************************************
       01 PWV-RECORD.
           02 PWV-DATA                PIC 9(08).
           02 PWV-STU-ID              PIC X(10).
           02 PWV-CURSO               PIC X(05).
           02 PWV-TERMO               PIC 9(05).
           02 PWV-REQUISITO           PIC X(05).
           02 PWV-COORDENADOR         PIC X(20).
           02 PWV-OPERADOR            PIC X(20).
