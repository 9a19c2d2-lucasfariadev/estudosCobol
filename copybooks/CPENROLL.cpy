      * SECRETARIA REPETE A MATRICULA NO MENU E O ALUNO EM
      * ESPERA E PROMOVIDO PARA M - A LISTA DE TURMA POR
      * SECAO SAI DO MESMO PROGRAMA
      * SO ENTRA ALUNO QUE CUMPRE OS PRE-REQUISITOS DO CURSO
      * (PREREQ) OU COM DISPENSA DO COORDENADOR (PREWAIV)
      * STATUS: M=MATRICULADO E=LISTA DE ESPERA
      *****************************************************
       01 ENR-RECORD.
