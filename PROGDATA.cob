      *                   E OS FERIADOS DO CALENDARIO HOLIDCAL - USADO
      *                   PELA PREVISAO DE TERMINO DE OBRA (PROGCOB11)
      *                   E PELA DATA PROMETIDA DE ENTREGA (PROGCOB09)
      * 15/10/2026 LFL - NOVO PARAMETRO OPCIONAL LK-DATA-BASE: A SOMA DE
      *                   DIAS UTEIS PARTE DESSA DATA EM VEZ DE HOJE
      *                   (ZERO OU AUSENTE SEGUE HOJE) - USADO PELA
      *                   PROGRAMACAO DAS EQUIPES DE OBRA (PROGCOB111)
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 LK-DIAS-UTEIS PIC 9(03).
       01 LK-DATA-RESULTADO PIC 9(08).
       01 LK-HORA PIC 9(06).
       01 LK-DATA-BASE PIC 9(08).
       PROCEDURE DIVISION USING LK-DATASYS-NUM,
               OPTIONAL LK-DIA-SEMANA-NOME,
               OPTIONAL LK-MES-NOME,
               OPTIONAL LK-IDIOMA,
               OPTIONAL LK-DIAS-UTEIS,
               OPTIONAL LK-DATA-RESULTADO,
               OPTIONAL LK-HORA,
               OPTIONAL LK-DATA-BASE.
       0001-PRINCIPAL.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0050-APLICAR-DATA-NEGOCIO.
           END-EVALUATE.

       0500-SOMAR-DIAS-UTEIS.
      *********AVANCA LK-DIAS-UTEIS DIAS UTEIS A PARTIR DE HOJE (OU DE
      *********LK-DATA-BASE QUANDO INFORMADA), PULANDO SABADO/DOMINGO
      *********(ZELLER) E OS FERIADOS DO HOLIDCAL; O RESULTADO FICA EM
      *********WRK-CALC-DATA*******************************************
           IF NOT FERIADOS-CARREGADOS
               PERFORM 0530-CARREGAR-FERIADOS
           END-IF.
           MOVE WRK-DATASYS TO WRK-CALC-DATA.
           IF ADDRESS OF LK-DATA-BASE NOT = NULL
               IF LK-DATA-BASE NUMERIC AND LK-DATA-BASE > 0
                   MOVE LK-DATA-BASE TO WRK-CALC-DATA-NUM
               END-IF
           END-IF.
           MOVE LK-DIAS-UTEIS TO WRK-DIAS-RESTANTES.
           PERFORM 0510-AVANCAR-UM-DIA-UTIL
               UNTIL WRK-DIAS-RESTANTES = 0.
