      * CAPACIDADE E SALA; SEC-INSCRITOS E MANTIDO PELA
      * MATRICULA (SO CONTA MATRICULADO, NAO LISTA DE
      * ESPERA)
      * OS ENCONTROS SEMANAIS DA SECAO (DIA, HORA E SALA)
      * FICAM NO TIMETBL, MANTIDO PELO PROGCOB104
      *****************************************************
       01 SEC-RECORD.
           02 SEC-CHAVE.
