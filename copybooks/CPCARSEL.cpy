      *****************************************************
      * CPCARSEL - AREA DE COMUNICACAO DA ROTINA DE DESIGNACAO
      * DE TRANSPORTADORA PROGCARR
      * USADO PELO PROGCOB09 (EMBARQUE A EMBARQUE) E PELO
      * PROGCOB54 (CARGA CONSOLIDADA), QUE ASSIM ESCOLHEM A
      * TRANSPORTADORA PELO MESMO CRITERIO
      * FUNCOES:
      *   D - DESIGNAR: ENTRE AS QUE ATENDEM TRS-UF E
      *       SUPORTAM TRS-PESO, DEVOLVE A DE MAIOR NOTA
      *       (CUSTO CAR-TAXA-PCT X PONTUALIDADE DO CARSCORE,
      *       PESADOS PELO CARRPARM), RESPEITANDO A
      *       PARTICIPACAO MAXIMA SEMANAL; BRANCO = NENHUMA
      *   C - CONSULTAR: DADOS DE ALOCACAO DE
      *       TRS-TRANSPORTADORA PARA O RESUMO DO CHAMADOR
      *   G - GRAVAR: ACRESCENTA AO CARWEEK O DESIGNADO NA
      *       RODADA (CHAMAR UMA VEZ AO FINAL DO LOTE)
      * TRS-ORIGEM SEPARA A CONTAGEM SEMANAL (EMBARQUE/CARGA)
      * TRS-LIMITADA 'S' = A PRIMEIRA DO RANKING ESTAVA NO
      * LIMITE SEMANAL E A DESIGNACAO PASSOU PARA A SEGUINTE
      *****************************************************
       01 TRS-AREA.
           02 TRS-FUNCAO              PIC X(01).
               88 TRS-DESIGNAR        VALUE 'D'.
               88 TRS-CONSULTAR       VALUE 'C'.
               88 TRS-GRAVAR          VALUE 'G'.
           02 TRS-ORIGEM              PIC X(08).
           02 TRS-UF                  PIC X(02).
           02 TRS-PESO                PIC 9(05)V99.
           02 TRS-TRANSPORTADORA      PIC X(03).
           02 TRS-NOTA                PIC 9(03)V99.
           02 TRS-TAXA-PCT            PIC 9(02)V99.
           02 TRS-PCT-PRAZO           PIC 9(03)V99.
           02 TRS-SEM-HISTORICO       PIC X(01).
               88 TRS-SEM-PLACAR      VALUE 'S'.
           02 TRS-CANDIDATAS          PIC 9(02).
           02 TRS-LIMITADA            PIC X(01).
               88 TRS-PASSOU-ADIANTE  VALUE 'S'.
           02 TRS-QTD-RODADA          PIC 9(05).
           02 TRS-QTD-SEMANA          PIC 9(05).
           02 TRS-TOTAL-SEMANA        PIC 9(05).
           02 TRS-CORTES              PIC 9(05).
           02 TRS-PESO-CUSTO          PIC 9(03).
           02 TRS-MAX-SEMANA-PCT      PIC 9(03).
