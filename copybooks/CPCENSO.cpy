      *****************************************************
      * CPCENSO - REGISTRO DO ARQUIVO DO CENSO ESCOLAR
      * (ARQUIVO CENSO, SEQUENCIAL, LEIAUTE FIXO DO ORGAO
      * DE EDUCACAO, 114 POSICOES)
      * GERADO PELO PROGCOB109 SO QUANDO NAO HA PENDENCIA DE
      * DADO OBRIGATORIO; TODO REGISTRO LEVA O TIPO, O CODIGO
      * DA ESCOLA E O ANO DO CENSO
      * TIPOS: 00 ESCOLA, 10 ALUNO (COM O RESULTADO DO ANO),
      *        20 MATRICULA DO ALUNO EM SECAO, 30 DOCENTE,
      *        31 CURSO LECIONADO PELO DOCENTE, 99 TOTAIS
      * RESULTADO: 1 APROVADO 2 REPROVADO 3 REPROVADO POR
      *            FALTA 4 ABANDONO
      *****************************************************
       01 CEN-RECORD.
           02 CEN-TIPO                PIC X(02).
               88 CEN-TIPO-ESCOLA     VALUE '00'.
               88 CEN-TIPO-ALUNO      VALUE '10'.
               88 CEN-TIPO-MATRICULA  VALUE '20'.
               88 CEN-TIPO-DOCENTE    VALUE '30'.
               88 CEN-TIPO-DOCENCIA   VALUE '31'.
               88 CEN-TIPO-TOTAIS     VALUE '99'.
           02 CEN-ESCOLA              PIC X(08).
           02 CEN-ANO                 PIC 9(04).
           02 CEN-DADOS               PIC X(100).
           02 CEN-DADOS-ESCOLA REDEFINES CEN-DADOS.
               03 CEN-ESC-NOME        PIC X(40).
               03 FILLER              PIC X(60).
           02 CEN-DADOS-ALUNO REDEFINES CEN-DADOS.
               03 CEN-ALU-ID          PIC X(10).
               03 CEN-ALU-NOME        PIC X(30).
               03 CEN-ALU-RESPONSAVEL PIC X(30).
               03 CEN-ALU-RESULTADO   PIC 9(01).
                   88 CEN-ALU-APROVADO     VALUE 1.
                   88 CEN-ALU-REPROVADO    VALUE 2.
                   88 CEN-ALU-REPROV-FALTA VALUE 3.
                   88 CEN-ALU-ABANDONO     VALUE 4.
               03 CEN-ALU-PCT-FREQ    PIC 9(03)V99.
               03 FILLER              PIC X(24).
           02 CEN-DADOS-MATRICULA REDEFINES CEN-DADOS.
               03 CEN-MAT-ALU-ID      PIC X(10).
               03 CEN-MAT-CURSO       PIC X(05).
               03 CEN-MAT-TERMO       PIC 9(05).
               03 CEN-MAT-SECAO       PIC X(02).
               03 CEN-MAT-SALA        PIC X(05).
               03 FILLER              PIC X(73).
           02 CEN-DADOS-DOCENTE REDEFINES CEN-DADOS.
               03 CEN-DOC-CODIGO      PIC X(20).
               03 CEN-DOC-NOME        PIC X(30).
               03 FILLER              PIC X(50).
           02 CEN-DADOS-DOCENCIA REDEFINES CEN-DADOS.
               03 CEN-DCC-CODIGO      PIC X(20).
               03 CEN-DCC-CURSO       PIC X(05).
               03 CEN-DCC-TERMO       PIC 9(05).
               03 FILLER              PIC X(70).
           02 CEN-DADOS-TOTAIS REDEFINES CEN-DADOS.
               03 CEN-TOT-REGISTROS   PIC 9(07).
               03 CEN-TOT-ALUNOS      PIC 9(05).
               03 CEN-TOT-MATRICULAS  PIC 9(05).
               03 CEN-TOT-DOCENTES    PIC 9(05).
               03 FILLER              PIC X(78).
