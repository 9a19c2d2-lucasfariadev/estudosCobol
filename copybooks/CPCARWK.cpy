      *****************************************************
      * CPCARWK - DESIGNACOES DA SEMANA POR TRANSPORTADORA
      * (ARQUIVO CARWEEK, SO ACRESCIMO)
      * CADA EXECUCAO DO PROGCOB09 (ORIGEM EMBARQUE) E DO
      * PROGCOB54 (ORIGEM CARGA) ACRESCENTA UMA LINHA POR
      * TRANSPORTADORA COM O QUE FOI DESIGNADO NA RODADA; A
      * ROTINA PROGCARR SOMA AS LINHAS DA SEMANA CORRENTE
      * PARA APLICAR A PARTICIPACAO MAXIMA SEMANAL
      * CWK-SEMANA = NUMERO SERIAL DA SEGUNDA-FEIRA DA SEMANA
      *****************************************************
       01 CWK-RECORD.
           02 CWK-SEMANA              PIC 9(07).
           02 CWK-ORIGEM              PIC X(08).
           02 CWK-TRANSPORTADORA      PIC X(03).
           02 CWK-QTD                 PIC 9(05).
           02 CWK-DATA                PIC 9(08).
