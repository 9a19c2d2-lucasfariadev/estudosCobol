       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCARR.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: ROTINA COMUM DE DESIGNACAO DE TRANSPORTADORA, NO
      *           LUGAR DA "PRIMEIRA DO CADASTRO QUE ATENDE A UF" QUE
      *           O PROGCOB09 E O PROGCOB54 FAZIAM CADA UM NO SEU
      *           CANTO: ENTRE AS TRANSPORTADORAS QUE ATENDEM A UF E
      *           SUPORTAM O PESO, ESCOLHE A DE MAIOR NOTA, COMBINANDO
      *           O CUSTO (CAR-TAXA-PCT, QUANTO MENOR MELHOR) COM O
      *           ULTIMO PERCENTUAL NO PRAZO DO PLACAR DO PROGCOB53
      *           (CARSCORE), PESADOS PELO FATOR DO CARRPARM, E
      *           OPCIONALMENTE LIMITA A PARTICIPACAO DE CADA UMA NA
      *           SEMANA (CARWEEK). AS TABELAS SAO CARREGADAS NA
      *           PRIMEIRA CHAMADA, COMO NO PROGRATE
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-FILE ASSIGN TO "CARRIER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRIER.
           SELECT SCORE-FILE ASSIGN TO "CARSCORE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SCORE.
           SELECT WEEK-FILE ASSIGN TO "CARWEEK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-WEEK.
           SELECT CARRIER-PARM-FILE ASSIGN TO "CARRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
       DATA DIVISION.
       FILE SECTION.
       FD CARRIER-FILE.
           COPY CPCARRIR.
       FD SCORE-FILE.
           COPY CPCARSCO.
       FD WEEK-FILE.
           COPY CPCARWK.
      *********PESO DO CUSTO NA NOTA (0 A 100, O RESTO E A
      *********PONTUALIDADE), PARTICIPACAO MAXIMA SEMANAL EM % (ZERO
      *********SEM LIMITE) E PERCENTUAL NO PRAZO ASSUMIDO PARA QUEM
      *********AINDA NAO TEM PLACAR***********************************
       FD CARRIER-PARM-FILE.
       01 CARRIER-PARM-RECORD.
           02 CPR-PESO-CUSTO          PIC 9(03).
           02 CPR-MAX-SEMANA-PCT      PIC 9(03).
           02 CPR-PCT-SEM-HISTORICO   PIC 9(03)V99.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CARRIER PIC X(02) VALUE ZEROS.
       77 WRK-FS-SCORE PIC X(02) VALUE ZEROS.
       77 WRK-FS-WEEK PIC X(02) VALUE ZEROS.
       77 WRK-FS-PARM PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CARRIER PIC X(01) VALUE "N".
           88 FIM-CARRIER VALUE "S".
       77 WRK-EOF-SCORE PIC X(01) VALUE "N".
           88 FIM-SCORE VALUE "S".
       77 WRK-EOF-WEEK PIC X(01) VALUE "N".
           88 FIM-WEEK VALUE "S".
       77 WRK-TABELAS-CARREGADAS PIC X(01) VALUE "N".
           88 TABELAS-CARREGADAS VALUE "S".
       77 WRK-PESO-CUSTO PIC 9(03) VALUE 50.
       77 WRK-MAX-SEMANA-PCT PIC 9(03) VALUE ZEROS.
       77 WRK-PCT-SEM-HISTORICO PIC 9(03)V99 VALUE 50.
       01 WRK-TABELA-CARRIER.
           02 WRK-CAR-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WRK-QTD-CAR.
               03 WRK-CAR-COD         PIC X(03).
               03 WRK-CAR-TAXA        PIC 9(02)V99.
               03 WRK-CAR-UF          PIC X(02) OCCURS 10 TIMES.
               03 WRK-CAR-PESO-MAX    PIC 9(05)V99.
               03 WRK-CAR-PCT-PRAZO   PIC 9(03)V99.
               03 WRK-CAR-ANOMES      PIC 9(06).
               03 WRK-CAR-NOTA        PIC 9(03)V99.
               03 WRK-CAR-QTD-ANT     PIC 9(05).
               03 WRK-CAR-QTD-RODADA  PIC 9(05).
               03 WRK-CAR-CORTES      PIC 9(05).
       77 WRK-QTD-CAR PIC 9(03) VALUE ZEROS.
       77 WRK-CAR-POS PIC 9(03) VALUE ZEROS.
       77 WRK-COD-BUSCA PIC X(03) VALUE SPACES.
       77 WRK-IDX-CAR PIC 9(03) VALUE ZEROS.
       77 WRK-UF-IDX-CAR PIC 9(02) VALUE ZEROS.
       77 WRK-ATENDE PIC X(01) VALUE "N".
           88 ATENDE-UF VALUE "S".
       77 WRK-MELHOR-GERAL PIC 9(03) VALUE ZEROS.
       77 WRK-MELHOR-LIVRE PIC 9(03) VALUE ZEROS.
       77 WRK-COMPARADA PIC 9(03) VALUE ZEROS.
       77 WRK-NA-FRENTE PIC X(01) VALUE "N".
           88 NA-FRENTE VALUE "S".
       77 WRK-TOTAL-SEMANA PIC 9(05) VALUE ZEROS.
       77 WRK-SEMANA PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-DESDE-SEGUNDA PIC 9(01) VALUE ZEROS.
       77 WRK-QUOCIENTE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL PIC 9(07) VALUE ZEROS.
       77 WRK-SER-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-SER-MES PIC 9(02) VALUE ZEROS.
       77 WRK-SER-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-SER-T1 PIC 9(07) VALUE ZEROS.
       77 WRK-SER-T2 PIC 9(07) VALUE ZEROS.
       77 WRK-SER-T3 PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-CONVERTE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CONVERTE-X REDEFINES WRK-DATA-CONVERTE.
           02 WRK-CONV-ANO       PIC 9(04).
           02 WRK-CONV-MES       PIC 9(02).
           02 WRK-CONV-DIA       PIC 9(02).
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       LINKAGE SECTION.
           COPY CPCARSEL.
       PROCEDURE DIVISION USING TRS-AREA.
       0001-PRINCIPAL.
           IF NOT TABELAS-CARREGADAS
               PERFORM 0050-CARREGAR-TRANSPORTADORAS
               PERFORM 0060-CARREGAR-PARAMETROS
               PERFORM 0070-CARREGAR-PLACAR
               PERFORM 0080-CARREGAR-SEMANA
               PERFORM 0090-CALCULAR-NOTAS
               MOVE "S" TO WRK-TABELAS-CARREGADAS
           END-IF.
           EVALUATE TRUE
               WHEN TRS-DESIGNAR
                   PERFORM 0200-DESIGNAR
               WHEN TRS-CONSULTAR
                   PERFORM 0300-CONSULTAR
               WHEN TRS-GRAVAR
                   PERFORM 0400-GRAVAR-SEMANA
               WHEN OTHER
                   MOVE SPACES TO TRS-TRANSPORTADORA
           END-EVALUATE.
           MOVE WRK-PESO-CUSTO TO TRS-PESO-CUSTO.
           MOVE WRK-MAX-SEMANA-PCT TO TRS-MAX-SEMANA-PCT.
           MOVE WRK-TOTAL-SEMANA TO TRS-TOTAL-SEMANA.
           GOBACK.

       0050-CARREGAR-TRANSPORTADORAS.
      *********CARREGA O CADASTRO COM TAXA, UFS ATENDIDAS E PESO
      *********MAXIMO (CADASTRO ANTIGO SEM O CAMPO = SEM LIMITE)*******
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           OPEN INPUT CARRIER-FILE.
           IF WRK-FS-CARRIER NOT = "00"
               DISPLAY "AVISO: CADASTRO DE TRANSPORTADORAS CARRIER"
                   " NAO ENCONTRADO - EMBARQUES SEM DESIGNACAO"
               MOVE "S" TO WRK-EOF-CARRIER
           END-IF.
           PERFORM 0055-LER-TRANSPORTADORA UNTIL FIM-CARRIER.
           IF WRK-FS-CARRIER = "00" OR WRK-FS-CARRIER = "10"
               CLOSE CARRIER-FILE
           END-IF.

       0055-LER-TRANSPORTADORA.
           READ CARRIER-FILE
               AT END
                   MOVE "S" TO WRK-EOF-CARRIER
               NOT AT END
                   IF WRK-QTD-CAR < 20
                       ADD 1 TO WRK-QTD-CAR
                       PERFORM 0056-GUARDAR-TRANSPORTADORA
                   END-IF
           END-READ.

       0056-GUARDAR-TRANSPORTADORA.
           MOVE CAR-CODIGO TO WRK-CAR-COD(WRK-QTD-CAR).
           IF CAR-TAXA-PCT NUMERIC
               MOVE CAR-TAXA-PCT TO WRK-CAR-TAXA(WRK-QTD-CAR)
           ELSE
               MOVE ZEROS TO WRK-CAR-TAXA(WRK-QTD-CAR)
           END-IF.
           PERFORM 0057-COPIAR-UF
               VARYING WRK-UF-IDX-CAR FROM 1 BY 1
               UNTIL WRK-UF-IDX-CAR > 10.
           IF CAR-PESO-MAX NUMERIC
               MOVE CAR-PESO-MAX TO WRK-CAR-PESO-MAX(WRK-QTD-CAR)
           ELSE
               MOVE ZEROS TO WRK-CAR-PESO-MAX(WRK-QTD-CAR)
           END-IF.
           MOVE WRK-PCT-SEM-HISTORICO TO WRK-CAR-PCT-PRAZO(WRK-QTD-CAR).
           MOVE ZEROS TO WRK-CAR-ANOMES(WRK-QTD-CAR)
               WRK-CAR-NOTA(WRK-QTD-CAR)
               WRK-CAR-QTD-ANT(WRK-QTD-CAR)
               WRK-CAR-QTD-RODADA(WRK-QTD-CAR)
               WRK-CAR-CORTES(WRK-QTD-CAR).

       0057-COPIAR-UF.
           MOVE CAR-UF-ATENDIDA(WRK-UF-IDX-CAR)
               TO WRK-CAR-UF(WRK-QTD-CAR, WRK-UF-IDX-CAR).

       0060-CARREGAR-PARAMETROS.
      *********SEM O CARRPARM VALE CUSTO E PONTUALIDADE MEIO A MEIO,
      *********SEM LIMITE SEMANAL E 50% NO PRAZO PARA QUEM NAO TEM
      *********PLACAR**************************************************
           OPEN INPUT CARRIER-PARM-FILE.
           IF WRK-FS-PARM = "00"
               READ CARRIER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 0065-VALIDAR-PARAMETROS
               END-READ
               CLOSE CARRIER-PARM-FILE
           END-IF.

       0065-VALIDAR-PARAMETROS.
           IF CPR-PESO-CUSTO NUMERIC AND CPR-PESO-CUSTO <= 100
               MOVE CPR-PESO-CUSTO TO WRK-PESO-CUSTO
           END-IF.
           IF CPR-MAX-SEMANA-PCT NUMERIC AND CPR-MAX-SEMANA-PCT <= 100
               MOVE CPR-MAX-SEMANA-PCT TO WRK-MAX-SEMANA-PCT
           END-IF.
           IF CPR-PCT-SEM-HISTORICO NUMERIC
               AND CPR-PCT-SEM-HISTORICO <= 100
               MOVE CPR-PCT-SEM-HISTORICO TO WRK-PCT-SEM-HISTORICO
               PERFORM 0066-APLICAR-SEM-HISTORICO
                   VARYING WRK-IDX-CAR FROM 1 BY 1
                   UNTIL WRK-IDX-CAR > WRK-QTD-CAR
           END-IF.

       0066-APLICAR-SEM-HISTORICO.
           MOVE WRK-PCT-SEM-HISTORICO TO WRK-CAR-PCT-PRAZO(WRK-IDX-CAR).

       0070-CARREGAR-PLACAR.
      *********ULTIMO MES DO PLACAR DE CADA TRANSPORTADORA; O MESMO
      *********MES APURADO DE NOVO VALE PELA ULTIMA LINHA***************
           OPEN INPUT SCORE-FILE.
           IF WRK-FS-SCORE NOT = "00"
               DISPLAY "AVISO: PLACAR CARSCORE NAO ENCONTRADO - "
                   "PONTUALIDADE PADRAO PARA TODAS"
               MOVE "S" TO WRK-EOF-SCORE
           END-IF.
           PERFORM 0075-LER-PLACAR UNTIL FIM-SCORE.
           IF WRK-FS-SCORE = "00" OR WRK-FS-SCORE = "10"
               CLOSE SCORE-FILE
           END-IF.

       0075-LER-PLACAR.
           READ SCORE-FILE
               AT END
                   MOVE "S" TO WRK-EOF-SCORE
               NOT AT END
                   MOVE SCO-TRANSPORTADORA TO WRK-COD-BUSCA
                   PERFORM 0500-LOCALIZAR-TRANSPORTADORA
                   IF WRK-CAR-POS > 0
                       AND SCO-ANOMES >= WRK-CAR-ANOMES(WRK-CAR-POS)
                       MOVE SCO-ANOMES TO WRK-CAR-ANOMES(WRK-CAR-POS)
                       MOVE SCO-PCT-PRAZO
                           TO WRK-CAR-PCT-PRAZO(WRK-CAR-POS)
                   END-IF
           END-READ.

       0080-CARREGAR-SEMANA.
      *********SOMA O JA DESIGNADO NA SEMANA CORRENTE (SEGUNDA A
      *********DOMINGO) PARA A ORIGEM DO CHAMADOR*********************
           MOVE WRK-DATASYS-NUM TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           COMPUTE WRK-QUOCIENTE = WRK-SERIAL + 1.
           DIVIDE WRK-QUOCIENTE BY 7 GIVING WRK-QUOCIENTE
               REMAINDER WRK-DIAS-DESDE-SEGUNDA.
           COMPUTE WRK-SEMANA = WRK-SERIAL - WRK-DIAS-DESDE-SEGUNDA.
           MOVE ZEROS TO WRK-TOTAL-SEMANA.
           OPEN INPUT WEEK-FILE.
           IF WRK-FS-WEEK NOT = "00"
               MOVE "S" TO WRK-EOF-WEEK
           END-IF.
           PERFORM 0085-LER-SEMANA UNTIL FIM-WEEK.
           IF WRK-FS-WEEK = "00" OR WRK-FS-WEEK = "10"
               CLOSE WEEK-FILE
           END-IF.

       0085-LER-SEMANA.
           READ WEEK-FILE
               AT END
                   MOVE "S" TO WRK-EOF-WEEK
               NOT AT END
                   IF CWK-SEMANA = WRK-SEMANA
                       AND CWK-ORIGEM = TRS-ORIGEM
                       MOVE CWK-TRANSPORTADORA TO WRK-COD-BUSCA
                       PERFORM 0500-LOCALIZAR-TRANSPORTADORA
                       IF WRK-CAR-POS > 0
                           ADD CWK-QTD TO WRK-CAR-QTD-ANT(WRK-CAR-POS)
                           ADD CWK-QTD TO WRK-TOTAL-SEMANA
                       END-IF
                   END-IF
           END-READ.

       0090-CALCULAR-NOTAS.
           PERFORM 0095-NOTA-DE-UMA
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR > WRK-QTD-CAR.

       0095-NOTA-DE-UMA.
      *********NOTA 0 A 100 = PESO-CUSTO% DO CUSTO (100 - TAXA) MAIS
      *********O RESTO DO PERCENTUAL NO PRAZO***************************
           COMPUTE WRK-CAR-NOTA(WRK-IDX-CAR) ROUNDED =
               (WRK-PESO-CUSTO * (100 - WRK-CAR-TAXA(WRK-IDX-CAR))
              + (100 - WRK-PESO-CUSTO)
                * WRK-CAR-PCT-PRAZO(WRK-IDX-CAR)) / 100.

       0200-DESIGNAR.
      *********A MELHOR GERAL E A MELHOR FORA DO LIMITE SEMANAL; SE
      *********A MELHOR GERAL ESTA NO LIMITE A DESIGNACAO PASSA PARA A
      *********SEGUINTE, E SE TODAS ESTAO NO LIMITE O LIMITE CEDE******
           MOVE SPACES TO TRS-TRANSPORTADORA.
           MOVE ZEROS TO TRS-CANDIDATAS TRS-NOTA TRS-TAXA-PCT
               TRS-PCT-PRAZO.
           MOVE "N" TO TRS-LIMITADA.
           MOVE ZEROS TO WRK-MELHOR-GERAL WRK-MELHOR-LIVRE.
           PERFORM 0210-AVALIAR-CANDIDATA
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR > WRK-QTD-CAR.
           IF WRK-MELHOR-GERAL > 0
               IF WRK-MELHOR-LIVRE = 0
                   MOVE WRK-MELHOR-GERAL TO WRK-CAR-POS
               ELSE
                   MOVE WRK-MELHOR-LIVRE TO WRK-CAR-POS
                   IF WRK-MELHOR-LIVRE NOT = WRK-MELHOR-GERAL
                       MOVE "S" TO TRS-LIMITADA
                       ADD 1 TO WRK-CAR-CORTES(WRK-MELHOR-GERAL)
                   END-IF
               END-IF
               ADD 1 TO WRK-CAR-QTD-RODADA(WRK-CAR-POS)
               ADD 1 TO WRK-TOTAL-SEMANA
               PERFORM 0600-DEVOLVER-DADOS
           END-IF.

       0210-AVALIAR-CANDIDATA.
           PERFORM 0220-CONFERIR-UF.
           IF ATENDE-UF
               AND (WRK-CAR-PESO-MAX(WRK-IDX-CAR) = ZEROS
                 OR TRS-PESO <= WRK-CAR-PESO-MAX(WRK-IDX-CAR))
               ADD 1 TO TRS-CANDIDATAS
               MOVE WRK-MELHOR-GERAL TO WRK-COMPARADA
               PERFORM 0230-COMPARAR
               IF NA-FRENTE
                   MOVE WRK-IDX-CAR TO WRK-MELHOR-GERAL
               END-IF
               IF WRK-MAX-SEMANA-PCT = ZEROS
                   OR (WRK-CAR-QTD-ANT(WRK-IDX-CAR)
                     + WRK-CAR-QTD-RODADA(WRK-IDX-CAR) + 1) * 100
                     <= WRK-MAX-SEMANA-PCT * (WRK-TOTAL-SEMANA + 1)
                   MOVE WRK-MELHOR-LIVRE TO WRK-COMPARADA
                   PERFORM 0230-COMPARAR
                   IF NA-FRENTE
                       MOVE WRK-IDX-CAR TO WRK-MELHOR-LIVRE
                   END-IF
               END-IF
           END-IF.

       0220-CONFERIR-UF.
           MOVE "N" TO WRK-ATENDE.
           PERFORM 0225-CONFERIR-UMA-UF
               VARYING WRK-UF-IDX-CAR FROM 1 BY 1
               UNTIL WRK-UF-IDX-CAR > 10
                  OR ATENDE-UF.

       0225-CONFERIR-UMA-UF.
           IF WRK-CAR-UF(WRK-IDX-CAR, WRK-UF-IDX-CAR) = TRS-UF
               MOVE "S" TO WRK-ATENDE
           END-IF.

       0230-COMPARAR.
      *********FICA NA FRENTE A DE NOTA MAIOR; NA MESMA NOTA A MAIS
      *********BARATA; NO EMPATE TOTAL A PRIMEIRA DO CADASTRO**********
           MOVE "N" TO WRK-NA-FRENTE.
           IF WRK-COMPARADA = 0
               MOVE "S" TO WRK-NA-FRENTE
           ELSE
               IF WRK-CAR-NOTA(WRK-IDX-CAR)
                   > WRK-CAR-NOTA(WRK-COMPARADA)
                   MOVE "S" TO WRK-NA-FRENTE
               ELSE
                   IF WRK-CAR-NOTA(WRK-IDX-CAR)
                       = WRK-CAR-NOTA(WRK-COMPARADA)
                       AND WRK-CAR-TAXA(WRK-IDX-CAR)
                         < WRK-CAR-TAXA(WRK-COMPARADA)
                       MOVE "S" TO WRK-NA-FRENTE
                   END-IF
               END-IF
           END-IF.

       0300-CONSULTAR.
           MOVE TRS-TRANSPORTADORA TO WRK-COD-BUSCA.
           PERFORM 0500-LOCALIZAR-TRANSPORTADORA.
           IF WRK-CAR-POS > 0
               PERFORM 0600-DEVOLVER-DADOS
           ELSE
               MOVE ZEROS TO TRS-NOTA TRS-TAXA-PCT TRS-PCT-PRAZO
                   TRS-QTD-RODADA TRS-QTD-SEMANA TRS-CORTES
               MOVE "S" TO TRS-SEM-HISTORICO
           END-IF.

       0400-GRAVAR-SEMANA.
      *********ACRESCENTA AO CARWEEK O DESIGNADO NA RODADA; O QUE FOI
      *********GRAVADO PASSA A CONTAR COMO JA EXISTENTE, PARA UMA
      *********SEGUNDA CHAMADA NAO DUPLICAR****************************
           OPEN EXTEND WEEK-FILE.
           IF WRK-FS-WEEK NOT = "00"
               OPEN OUTPUT WEEK-FILE
           END-IF.
           IF WRK-FS-WEEK = "00"
               PERFORM 0410-GRAVAR-UMA
                   VARYING WRK-IDX-CAR FROM 1 BY 1
                   UNTIL WRK-IDX-CAR > WRK-QTD-CAR
               CLOSE WEEK-FILE
           ELSE
               DISPLAY "ERRO AO GRAVAR CARWEEK: " WRK-FS-WEEK
           END-IF.

       0410-GRAVAR-UMA.
           IF WRK-CAR-QTD-RODADA(WRK-IDX-CAR) > 0
               MOVE SPACES TO CWK-RECORD
               MOVE WRK-SEMANA TO CWK-SEMANA
               MOVE TRS-ORIGEM TO CWK-ORIGEM
               MOVE WRK-CAR-COD(WRK-IDX-CAR) TO CWK-TRANSPORTADORA
               MOVE WRK-CAR-QTD-RODADA(WRK-IDX-CAR) TO CWK-QTD
               MOVE WRK-DATASYS-NUM TO CWK-DATA
               WRITE CWK-RECORD
               ADD WRK-CAR-QTD-RODADA(WRK-IDX-CAR)
                   TO WRK-CAR-QTD-ANT(WRK-IDX-CAR)
               MOVE ZEROS TO WRK-CAR-QTD-RODADA(WRK-IDX-CAR)
           END-IF.

       0500-LOCALIZAR-TRANSPORTADORA.
           MOVE ZEROS TO WRK-CAR-POS.
           PERFORM 0510-CONFERIR-CODIGO
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR > WRK-QTD-CAR
                  OR WRK-CAR-POS > 0.

       0510-CONFERIR-CODIGO.
           IF WRK-CAR-COD(WRK-IDX-CAR) = WRK-COD-BUSCA
               MOVE WRK-IDX-CAR TO WRK-CAR-POS
           END-IF.

       0600-DEVOLVER-DADOS.
           MOVE WRK-CAR-COD(WRK-CAR-POS) TO TRS-TRANSPORTADORA.
           MOVE WRK-CAR-NOTA(WRK-CAR-POS) TO TRS-NOTA.
           MOVE WRK-CAR-TAXA(WRK-CAR-POS) TO TRS-TAXA-PCT.
           MOVE WRK-CAR-PCT-PRAZO(WRK-CAR-POS) TO TRS-PCT-PRAZO.
           IF WRK-CAR-ANOMES(WRK-CAR-POS) = ZEROS
               MOVE "S" TO TRS-SEM-HISTORICO
           ELSE
               MOVE "N" TO TRS-SEM-HISTORICO
           END-IF.
           MOVE WRK-CAR-QTD-RODADA(WRK-CAR-POS) TO TRS-QTD-RODADA.
           COMPUTE TRS-QTD-SEMANA = WRK-CAR-QTD-ANT(WRK-CAR-POS)
               + WRK-CAR-QTD-RODADA(WRK-CAR-POS).
           MOVE WRK-CAR-CORTES(WRK-CAR-POS) TO TRS-CORTES.

       0700-CALCULAR-SERIAL.
      *********NUMERO SERIAL DE DIAS DA DATA EM WRK-DATA-CONVERTE,
      *********PELA FORMULA INTEIRA 367A - 7(A+(M+9)/12)/4 + 275M/9 + D
      *********CADA DIVISAO E FEITA COM DIVIDE PARA TRUNCAR O
      *********QUOCIENTE, COMO A FORMULA EXIGE (IGUAL AO PROGRATE)*****
           MOVE WRK-CONV-ANO TO WRK-SER-ANO.
           MOVE WRK-CONV-MES TO WRK-SER-MES.
           MOVE WRK-CONV-DIA TO WRK-SER-DIA.
           COMPUTE WRK-SER-T1 = WRK-SER-MES + 9.
           DIVIDE WRK-SER-T1 BY 12 GIVING WRK-SER-T1.
           COMPUTE WRK-SER-T2 = 7 * (WRK-SER-ANO + WRK-SER-T1).
           DIVIDE WRK-SER-T2 BY 4 GIVING WRK-SER-T2.
           COMPUTE WRK-SER-T3 = 275 * WRK-SER-MES.
           DIVIDE WRK-SER-T3 BY 9 GIVING WRK-SER-T3.
           COMPUTE WRK-SERIAL =
               (367 * WRK-SER-ANO) - WRK-SER-T2 + WRK-SER-T3
               + WRK-SER-DIA.
