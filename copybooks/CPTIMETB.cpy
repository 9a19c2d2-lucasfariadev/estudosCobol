      *****************************************************
      * CPTIMETB - ENCONTRO SEMANAL DE UMA SECAO DE TURMA
      * (ARQUIVO TIMETBL, CHAVE CURSO + TERMO + SECAO + DIA
      * DA SEMANA + HORA DE INICIO)
      * MANTIDO PELO PROGCOB104, QUE RECUSA NA INCLUSAO O
      * CHOQUE DE SALA, DE PROFESSOR (TEACHASG DO CURSO NO
      * TERMO) E DE ALUNO MATRICULADO NAS DUAS SECOES
      * (ENROLL); A SALA EM BRANCO NA ENTRADA ASSUME A SALA
      * DA SECAO (SEC-SALA)
      * DIA: 1=SEG 2=TER 3=QUA 4=QUI 5=SEX 6=SAB 7=DOM
      * HORAS EM HHMM (EX 0800 A 0940)
      *****************************************************
       01 TTB-RECORD.
           02 TTB-CHAVE.
               03 TTB-CURSO           PIC X(05).
               03 TTB-TERMO           PIC 9(05).
               03 TTB-SECAO           PIC X(02).
               03 TTB-DIA             PIC 9(01).
                   88 TTB-DIA-VALIDO  VALUE 1 THRU 7.
               03 TTB-HORA-INICIO     PIC 9(04).
           02 TTB-HORA-FIM            PIC 9(04).
           02 TTB-SALA                PIC X(05).
