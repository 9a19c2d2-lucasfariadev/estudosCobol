      *****************************************************
      * CPCREW - CADASTRO DE EQUIPES DE OBRA (ARQUIVO
      * CREWFILE, CHAVE CRW-CODIGO)
      * MANTIDO NO PROGCOB75 E USADO PELA PROGRAMACAO DAS
      * OBRAS (PROGCOB111): CADA EQUIPE ATIVA TOCA UMA OBRA
      * POR VEZ; CRW-OCUPADA-ATE E O ULTIMO DIA EM QUE A
      * EQUIPE JA ESTA TOMADA FORA DAS OBRAS (FERIAS,
      * SERVICO AVULSO) - ZERO = LIVRE DESDE HOJE
      *****************************************************
       01 CRW-RECORD.
           02 CRW-CODIGO              PIC X(05).
           02 CRW-NOME                PIC X(20).
           02 CRW-SITUACAO            PIC X(01).
               88 CRW-ATIVA           VALUE 'A'.
               88 CRW-INATIVA         VALUE 'I'.
           02 CRW-OCUPADA-ATE         PIC 9(08).
