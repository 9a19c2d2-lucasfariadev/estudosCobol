       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB111.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: PROGRAMACAO DAS EQUIPES DE OBRA: COLOCA NO
      *           CALENDARIO AS ETAPAS AINDA NAO CONCLUIDAS DE CADA
      *           OBRA EM ANDAMENTO (JOBFILE/JOBSTAGE, PROGCOB75), COM
      *           OS DIAS DE EQUIPE ESTIMADOS PELO SERVICO DOS COMODOS
      *           (ROOMDIM X PRODTIVY, A MESMA CONTA DO PRAZO DO
      *           PROGCOB11) RATEADOS PELAS ETAPAS E CONTADOS EM DIAS
      *           UTEIS PELO PROGDATA (FIM DE SEMANA E FERIADO DO
      *           HOLIDCAL); CADA EQUIPE ATIVA DO CREWFILE TOCA UMA
      *           OBRA POR VEZ. IMPRIME A AGENDA POR EQUIPE (CREWSCHD)
      *           E POR OBRA (JOBSCHD), COM INICIO E FIM PLANEJADOS E
      *           O AVISO DA OBRA QUE TERMINA DEPOIS DA DATA PROMETIDA
      *           AO CLIENTE
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - GRAVA NO JOBSTAGE O TERMINO PREVISTO DE CADA
      *                   ETAPA (JST-FIM-PREVISTO), BASE DAS FATURAS DE
      *                   ETAPA NA PROJECAO DE CAIXA DO PROGCOB113
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-FILE ASSIGN TO "JOBFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOB-NUMERO
               FILE STATUS IS WRK-FS-JOB.
           SELECT JOB-STAGE-FILE ASSIGN TO "JOBSTAGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JST-CHAVE
               FILE STATUS IS WRK-FS-JST.
           SELECT CREW-FILE ASSIGN TO "CREWFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRW-CODIGO
               FILE STATUS IS WRK-FS-CRW.
           SELECT ROOM-FILE ASSIGN TO "ROOMDIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROOM.
           SELECT PRODUCTIVITY-FILE ASSIGN TO "PRODTIVY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRODTIVY.
           SELECT CREW-SCHEDULE ASSIGN TO "CREWSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT JOB-SCHEDULE ASSIGN TO "JOBSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT2.
       DATA DIVISION.
       FILE SECTION.
       FD JOB-FILE.
           COPY CPJOB.
       FD JOB-STAGE-FILE.
           COPY CPJOBSTG.
       FD CREW-FILE.
           COPY CPCREW.
       FD ROOM-FILE.
           COPY CPROOM.
       FD PRODUCTIVITY-FILE.
           COPY CPPRODTV.
       FD CREW-SCHEDULE.
       01 CREW-SCHEDULE-LINE          PIC X(100).
       FD JOB-SCHEDULE.
       01 JOB-SCHEDULE-LINE           PIC X(100).
       WORKING-STORAGE SECTION.
       77 WRK-FS-JOB PIC X(02) VALUE ZEROS.
       77 WRK-FS-JST PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRW PIC X(02) VALUE ZEROS.
       77 WRK-FS-ROOM PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRODTIVY PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT2 PIC X(02) VALUE ZEROS.
       77 WRK-EOF-JOB PIC X(01) VALUE "N".
           88 FIM-JOB VALUE "S".
       77 WRK-EOF-CRW PIC X(01) VALUE "N".
           88 FIM-CRW VALUE "S".
       77 WRK-EOF-ROOM PIC X(01) VALUE "N".
           88 FIM-ROOM VALUE "S".
       77 WRK-EOF-PRODTIVY PIC X(01) VALUE "N".
           88 FIM-PRODTIVY VALUE "S".
       77 WRK-ARQUIVOS-OK PIC X(01) VALUE "N".
           88 ARQUIVOS-OK VALUE "S".
       77 WRK-ETAPAS-OK PIC X(01) VALUE "N".
           88 ETAPAS-OK VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PROJETO-CORRENTE PIC 9(05) VALUE ZEROS.
       77 WRK-LARGURA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-COMPRIMENTO PIC 9(03)V99 VALUE ZEROS.
       77 WRK-AREA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIAS-COMODO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DIAS-CALC PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-SOMA-VALOR PIC 9(12)V99 VALUE ZEROS.
       77 WRK-POS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-IDX2 PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ETAPA PIC 9(01) VALUE ZEROS.
       77 WRK-EQP PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-UTEIS PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-BASE PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-RESULTADO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-AUX PIC 9(08) VALUE ZEROS.
       77 WRK-CNT-OBRAS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-PROGRAMADAS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ATRASO PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SEM-ESTIMATIVA PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-FORA-TABELA PIC 9(05) VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
      *********SERVICOS DO PRODTIVY (M2 POR DIA DE EQUIPE)*************
       01 WRK-TABELA-SERVICO.
           02 WRK-SRV-ENTRY OCCURS 1 TO 30 TIMES
                   DEPENDING ON WRK-QTD-SRV.
               03 WRK-SRV-COD         PIC X(05).
               03 WRK-SRV-M2-DIA      PIC 9(04)V99.
       77 WRK-QTD-SRV PIC 9(03) VALUE ZEROS.
      *********EQUIPES ATIVAS E O ULTIMO DIA JA TOMADO DE CADA UMA****
       01 WRK-TABELA-EQUIPE.
           02 WRK-EQP-ENTRY OCCURS 1 TO 30 TIMES
                   DEPENDING ON WRK-QTD-EQP.
               03 WRK-EQP-CODIGO      PIC X(05).
               03 WRK-EQP-NOME        PIC X(20).
               03 WRK-EQP-LIVRE       PIC 9(08).
               03 WRK-EQP-OBRAS       PIC 9(03).
       77 WRK-QTD-EQP PIC 9(03) VALUE ZEROS.
      *********OBRAS EM ANDAMENTO; A CHAVE DE ORDEM POE PRIMEIRO A JA
      *********INICIADA E DEPOIS A DE TERMINO PROMETIDO MAIS CEDO*****
       01 WRK-TABELA-OBRA.
           02 WRK-OBR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-QTD-OBR.
               03 WRK-OBR-ORDEM.
                   04 WRK-OBR-INICIADA    PIC X(01).
                   04 WRK-OBR-PROMETIDA-ORD PIC 9(08).
                   04 WRK-OBR-NUMERO      PIC 9(05).
               03 WRK-OBR-CLIENTE     PIC X(30).
               03 WRK-OBR-PROMETIDA   PIC 9(08).
               03 WRK-OBR-EQUIPE      PIC X(05).
               03 WRK-OBR-DIAS        PIC 9(05)V99.
               03 WRK-OBR-FIM         PIC 9(08).
               03 WRK-OBR-ATRASO      PIC X(01).
               03 WRK-OBR-ETAPA OCCURS 3 TIMES.
                   04 WRK-OBR-ETP-VALOR   PIC 9(11)V99.
                   04 WRK-OBR-ETP-PCT     PIC 9(03).
                   04 WRK-OBR-ETP-DIAS    PIC 9(03).
                   04 WRK-OBR-ETP-INICIO  PIC 9(08).
                   04 WRK-OBR-ETP-FIM     PIC 9(08).
       77 WRK-QTD-OBR PIC 9(03) VALUE ZEROS.
       01 WRK-TROCA-AUX               PIC X(178).
       01 WRK-NOMES-ETAPA.
           02 FILLER                  PIC X(08) VALUE "PISO".
           02 FILLER                  PIC X(08) VALUE "PAREDE".
           02 FILLER                  PIC X(08) VALUE "RODAPE".
       01 WRK-NOMES-ETAPA-R REDEFINES WRK-NOMES-ETAPA.
           02 WRK-NOME-ETAPA          PIC X(08) OCCURS 3 TIMES.
       01 WRK-LINHA-OBRA.
           02 FILLER                  PIC X(05) VALUE "OBRA ".
           02 WLO-NUMERO              PIC 9(05).
           02 FILLER                  PIC X(01) VALUE SPACE.
           02 WLO-CLIENTE             PIC X(30).
           02 FILLER                  PIC X(08) VALUE " EQUIPE ".
           02 WLO-EQUIPE              PIC X(05).
           02 FILLER                  PIC X(11) VALUE " PROMETIDA ".
           02 WLO-PROMETIDA           PIC 9(08).
           02 FILLER                  PIC X(05) VALUE " FIM ".
           02 WLO-FIM                 PIC 9(08).
           02 FILLER                  PIC X(01) VALUE SPACE.
           02 WLO-AVISO               PIC X(15).
       01 WRK-LINHA-ETAPA.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLE-OBRA                PIC 9(05).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLE-ETAPA               PIC X(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLE-PCT                 PIC ZZ9.
           02 FILLER                  PIC X(08) VALUE "% FEITO ".
           02 WLE-DIAS                PIC ZZ9.
           02 FILLER                  PIC X(16)
                   VALUE " DIAS UTEIS DE ".
           02 WLE-INICIO              PIC 9(08).
           02 FILLER                  PIC X(04) VALUE " A ".
           02 WLE-FIM                 PIC 9(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLE-CLIENTE             PIC X(20).
       01 WRK-LINHA-EQUIPE.
           02 FILLER                  PIC X(07) VALUE "EQUIPE ".
           02 WLQ-CODIGO              PIC X(05).
           02 FILLER                  PIC X(01) VALUE SPACE.
           02 WLQ-NOME                PIC X(20).
           02 FILLER                  PIC X(07) VALUE " OBRAS ".
           02 WLQ-OBRAS               PIC ZZ9.
           02 FILLER                  PIC X(16)
                   VALUE " LIVRE APOS ".
           02 WLQ-LIVRE               PIC 9(08).
           COPY CPRPTHDR.
       LINKAGE SECTION.
       01 LK-OPERADOR                 PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           PERFORM 0050-ABRIR-ARQUIVOS.
           IF ARQUIVOS-OK
               PERFORM 0060-CARREGAR-SERVICOS
               PERFORM 0080-CARREGAR-EQUIPES
               PERFORM 0100-CARREGAR-OBRAS
               PERFORM 0200-ESTIMAR-DIAS
               PERFORM 0300-DIAS-POR-ETAPA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-OBR
               PERFORM 0350-ORDENAR
               IF WRK-QTD-EQP = ZEROS
                   DISPLAY "NENHUMA EQUIPE ATIVA NO CREWFILE - OBRAS"
                       " SEM PROGRAMACAO"
               ELSE
                   PERFORM 0400-PROGRAMAR-OBRA
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-OBR
               END-IF
               PERFORM 0500-AGENDA-POR-OBRA
               PERFORM 0600-AGENDA-POR-EQUIPE
           END-IF.
           PERFORM 0900-FINALIZAR.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           OPEN I-O JOB-FILE.
           IF WRK-FS-JOB NOT = "00"
               DISPLAY "OBRAS JOBFILE NAO ENCONTRADAS: " WRK-FS-JOB
           ELSE
               MOVE "S" TO WRK-ARQUIVOS-OK
               OPEN I-O JOB-STAGE-FILE
               IF WRK-FS-JST = "00"
                   MOVE "S" TO WRK-ETAPAS-OK
               ELSE
                   DISPLAY "AVISO: ETAPAS JOBSTAGE NAO ENCONTRADAS -"
                       " TODA ETAPA CONTA COMO NAO INICIADA"
               END-IF
           END-IF.

       0060-CARREGAR-SERVICOS.
           OPEN INPUT PRODUCTIVITY-FILE.
           IF WRK-FS-PRODTIVY NOT = "00"
               DISPLAY "AVISO: CADASTRO DE PRODUTIVIDADE PRODTIVY NAO"
                   " ENCONTRADO - OBRAS SEM ESTIMATIVA DE PRAZO"
               MOVE "S" TO WRK-EOF-PRODTIVY
           END-IF.
           PERFORM 0065-LER-SERVICO UNTIL FIM-PRODTIVY.
           IF WRK-FS-PRODTIVY = "00" OR WRK-FS-PRODTIVY = "10"
               CLOSE PRODUCTIVITY-FILE
           END-IF.

       0065-LER-SERVICO.
           READ PRODUCTIVITY-FILE
               AT END
                   MOVE "S" TO WRK-EOF-PRODTIVY
               NOT AT END
                   IF WRK-QTD-SRV < 30
                       ADD 1 TO WRK-QTD-SRV
                       MOVE SRV-CODIGO TO WRK-SRV-COD(WRK-QTD-SRV)
                       MOVE SRV-M2-DIA TO WRK-SRV-M2-DIA(WRK-QTD-SRV)
                   END-IF
           END-READ.

       0080-CARREGAR-EQUIPES.
      *********A EQUIPE FICA LIVRE A PARTIR DE HOJE OU DO FIM DO QUE JA
      *********A OCUPA FORA DAS OBRAS, O QUE FOR MAIS TARDE************
           OPEN INPUT CREW-FILE.
           IF WRK-FS-CRW NOT = "00"
               DISPLAY "CADASTRO DE EQUIPES CREWFILE NAO ENCONTRADO: "
                   WRK-FS-CRW
               MOVE "S" TO WRK-EOF-CRW
           END-IF.
           PERFORM 0085-LER-EQUIPE UNTIL FIM-CRW.
           IF WRK-FS-CRW = "00" OR WRK-FS-CRW = "10"
               CLOSE CREW-FILE
           END-IF.

       0085-LER-EQUIPE.
           READ CREW-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-CRW
               NOT AT END
                   IF CRW-ATIVA AND WRK-QTD-EQP < 30
                       ADD 1 TO WRK-QTD-EQP
                       MOVE CRW-CODIGO TO WRK-EQP-CODIGO(WRK-QTD-EQP)
                       MOVE CRW-NOME TO WRK-EQP-NOME(WRK-QTD-EQP)
                       MOVE ZEROS TO WRK-EQP-OBRAS(WRK-QTD-EQP)
                       MOVE WRK-DATASYS-NUM
                           TO WRK-EQP-LIVRE(WRK-QTD-EQP)
                       IF CRW-OCUPADA-ATE NUMERIC
                           AND CRW-OCUPADA-ATE > WRK-DATASYS-NUM
                           MOVE CRW-OCUPADA-ATE
                               TO WRK-EQP-LIVRE(WRK-QTD-EQP)
                       END-IF
                   END-IF
           END-READ.

       0100-CARREGAR-OBRAS.
           PERFORM 0110-LER-OBRA UNTIL FIM-JOB.

       0110-LER-OBRA.
           READ JOB-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-JOB
               NOT AT END
                   IF JOB-EM-ANDAMENTO
                       ADD 1 TO WRK-CNT-OBRAS
                       IF WRK-QTD-OBR < 200
                           PERFORM 0120-GUARDAR-OBRA
                       ELSE
                           ADD 1 TO WRK-CNT-FORA-TABELA
                       END-IF
                   END-IF
           END-READ.

       0120-GUARDAR-OBRA.
           ADD 1 TO WRK-QTD-OBR.
           MOVE WRK-QTD-OBR TO WRK-POS.
           MOVE "1" TO WRK-OBR-INICIADA(WRK-POS).
           MOVE JOB-NUMERO TO WRK-OBR-NUMERO(WRK-POS).
           MOVE JOB-CLIENTE TO WRK-OBR-CLIENTE(WRK-POS).
           IF JOB-DATA-PROMETIDA NUMERIC
               MOVE JOB-DATA-PROMETIDA TO WRK-OBR-PROMETIDA(WRK-POS)
           ELSE
               MOVE ZEROS TO WRK-OBR-PROMETIDA(WRK-POS)
           END-IF.
           IF WRK-OBR-PROMETIDA(WRK-POS) = ZEROS
               MOVE 99999999 TO WRK-OBR-PROMETIDA-ORD(WRK-POS)
           ELSE
               MOVE WRK-OBR-PROMETIDA(WRK-POS)
                   TO WRK-OBR-PROMETIDA-ORD(WRK-POS)
           END-IF.
           MOVE JOB-EQUIPE TO WRK-OBR-EQUIPE(WRK-POS).
           MOVE ZEROS TO WRK-OBR-DIAS(WRK-POS) WRK-OBR-FIM(WRK-POS).
           MOVE "N" TO WRK-OBR-ATRASO(WRK-POS).
           PERFORM 0130-LER-ETAPA
               VARYING WRK-IDX-ETAPA FROM 1 BY 1
               UNTIL WRK-IDX-ETAPA > 3.

       0130-LER-ETAPA.
      *********ETAPA FATURADA CONTA COMO FEITA; QUALQUER AVANCO MARCA A
      *********OBRA COMO INICIADA (ELA FICA COM A EQUIPE QUE JA TEM)**
           MOVE ZEROS TO WRK-OBR-ETP-VALOR(WRK-POS, WRK-IDX-ETAPA)
               WRK-OBR-ETP-PCT(WRK-POS, WRK-IDX-ETAPA)
               WRK-OBR-ETP-DIAS(WRK-POS, WRK-IDX-ETAPA)
               WRK-OBR-ETP-INICIO(WRK-POS, WRK-IDX-ETAPA)
               WRK-OBR-ETP-FIM(WRK-POS, WRK-IDX-ETAPA).
           IF ETAPAS-OK
               MOVE JOB-NUMERO TO JST-NUMERO
               MOVE WRK-NOME-ETAPA(WRK-IDX-ETAPA) TO JST-ETAPA
               READ JOB-STAGE-FILE
                   INVALID KEY
                       MOVE 100 TO
                           WRK-OBR-ETP-PCT(WRK-POS, WRK-IDX-ETAPA)
                   NOT INVALID KEY
                       MOVE JST-VALOR
                           TO WRK-OBR-ETP-VALOR(WRK-POS, WRK-IDX-ETAPA)
                       MOVE JST-PCT
                           TO WRK-OBR-ETP-PCT(WRK-POS, WRK-IDX-ETAPA)
                       IF JST-FATURADA-SIM
                           MOVE 100 TO
                               WRK-OBR-ETP-PCT(WRK-POS, WRK-IDX-ETAPA)
                       END-IF
                       IF WRK-OBR-ETP-PCT(WRK-POS, WRK-IDX-ETAPA) > 0
                           MOVE "0" TO WRK-OBR-INICIADA(WRK-POS)
                       END-IF
               END-READ
           END-IF.

       0200-ESTIMAR-DIAS.
      *********DIAS DE EQUIPE DE CADA OBRA = SOMA, NOS COMODOS DO
      *********PROJETO, DA AREA / M2 POR DIA DO SERVICO DO COMODO*****
           OPEN INPUT ROOM-FILE.
           IF WRK-FS-ROOM NOT = "00"
               DISPLAY "AVISO: LOTE ROOMDIM NAO ENCONTRADO - OBRAS SEM"
                   " ESTIMATIVA DE PRAZO"
               MOVE "S" TO WRK-EOF-ROOM
           END-IF.
           PERFORM 0210-LER-COMODO UNTIL FIM-ROOM.
           IF WRK-FS-ROOM = "00" OR WRK-FS-ROOM = "10"
               CLOSE ROOM-FILE
           END-IF.

       0210-LER-COMODO.
           READ ROOM-FILE
               AT END
                   MOVE "S" TO WRK-EOF-ROOM
               NOT AT END
                   IF ROOM-TIPO-PROJETO
                       MOVE PROJ-NUMERO TO WRK-PROJETO-CORRENTE
                       MOVE ZEROS TO WRK-POS
                       PERFORM 0220-PROCURAR-OBRA
                           VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QTD-OBR
                              OR WRK-POS > 0
                   ELSE
                       IF WRK-POS > 0 AND ROOM-SERVICO NOT = SPACES
                           PERFORM 0230-DIAS-DO-COMODO
                       END-IF
                   END-IF
           END-READ.

       0220-PROCURAR-OBRA.
           IF WRK-OBR-NUMERO(WRK-IDX) = WRK-PROJETO-CORRENTE
               MOVE WRK-IDX TO WRK-POS
           END-IF.

       0230-DIAS-DO-COMODO.
           MOVE ROOM-LARGURA TO WRK-LARGURA.
           MOVE ROOM-COMPRIMENTO TO WRK-COMPRIMENTO.
           EVALUATE TRUE
               WHEN ROOM-UNID-PE
                   COMPUTE WRK-LARGURA = WRK-LARGURA * 0,3048
                   COMPUTE WRK-COMPRIMENTO =
                       WRK-COMPRIMENTO * 0,3048
               WHEN ROOM-UNID-CM
                   COMPUTE WRK-LARGURA = WRK-LARGURA * 0,01
                   COMPUTE WRK-COMPRIMENTO = WRK-COMPRIMENTO * 0,01
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           COMPUTE WRK-AREA = WRK-LARGURA * WRK-COMPRIMENTO.
           PERFORM 0240-PROCURAR-SERVICO
               VARYING WRK-IDX2 FROM 1 BY 1
               UNTIL WRK-IDX2 > WRK-QTD-SRV.

       0240-PROCURAR-SERVICO.
           IF WRK-SRV-COD(WRK-IDX2) = ROOM-SERVICO
               AND WRK-SRV-M2-DIA(WRK-IDX2) > 0
               COMPUTE WRK-DIAS-COMODO ROUNDED =
                   WRK-AREA / WRK-SRV-M2-DIA(WRK-IDX2)
               ADD WRK-DIAS-COMODO TO WRK-OBR-DIAS(WRK-POS)
           END-IF.

       0300-DIAS-POR-ETAPA.
      *********OS DIAS DA OBRA VAO PARA AS ETAPAS NA PROPORCAO DO VALOR
      *********DE CADA UMA E SO NA PARTE QUE FALTA FAZER, ARREDONDADOS
      *********PARA CIMA; SEM ESTIMATIVA, UM DIA POR ETAPA EM ABERTO**
           MOVE ZEROS TO WRK-SOMA-VALOR.
           PERFORM 0310-SOMAR-VALOR
               VARYING WRK-IDX-ETAPA FROM 1 BY 1
               UNTIL WRK-IDX-ETAPA > 3.
           IF WRK-OBR-DIAS(WRK-IDX) = ZEROS
               ADD 1 TO WRK-CNT-SEM-ESTIMATIVA
           END-IF.
           PERFORM 0320-DIAS-DA-ETAPA
               VARYING WRK-IDX-ETAPA FROM 1 BY 1
               UNTIL WRK-IDX-ETAPA > 3.

       0310-SOMAR-VALOR.
           ADD WRK-OBR-ETP-VALOR(WRK-IDX, WRK-IDX-ETAPA)
               TO WRK-SOMA-VALOR.

       0320-DIAS-DA-ETAPA.
           IF WRK-OBR-ETP-PCT(WRK-IDX, WRK-IDX-ETAPA) < 100
               IF WRK-SOMA-VALOR > ZEROS
                   COMPUTE WRK-DIAS-CALC =
                       WRK-OBR-DIAS(WRK-IDX)
                       * WRK-OBR-ETP-VALOR(WRK-IDX, WRK-IDX-ETAPA)
                       / WRK-SOMA-VALOR
                       * (100 - WRK-OBR-ETP-PCT(WRK-IDX, WRK-IDX-ETAPA))
                       / 100
               ELSE
                   COMPUTE WRK-DIAS-CALC =
                       WRK-OBR-DIAS(WRK-IDX) / 3
                       * (100 - WRK-OBR-ETP-PCT(WRK-IDX, WRK-IDX-ETAPA))
                       / 100
               END-IF
               COMPUTE WRK-OBR-ETP-DIAS(WRK-IDX, WRK-IDX-ETAPA) =
                   WRK-DIAS-CALC + 0,9999
               IF WRK-OBR-ETP-DIAS(WRK-IDX, WRK-IDX-ETAPA) = ZEROS
                   MOVE 1 TO WRK-OBR-ETP-DIAS(WRK-IDX, WRK-IDX-ETAPA)
               END-IF
           END-IF.

       0350-ORDENAR.
      *********INICIADAS PRIMEIRO, DEPOIS PELO TERMINO PROMETIDO E PELO
      *********NUMERO DA OBRA (TROCA SIMPLES)**************************
           IF WRK-QTD-OBR > 1
               PERFORM 0360-PASSADA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX >= WRK-QTD-OBR
           END-IF.

       0360-PASSADA.
           COMPUTE WRK-IDX2 = WRK-IDX + 1.
           PERFORM 0370-COMPARAR-TROCAR
               UNTIL WRK-IDX2 > WRK-QTD-OBR.

       0370-COMPARAR-TROCAR.
           IF WRK-OBR-ORDEM(WRK-IDX2) < WRK-OBR-ORDEM(WRK-IDX)
               MOVE WRK-OBR-ENTRY(WRK-IDX) TO WRK-TROCA-AUX
               MOVE WRK-OBR-ENTRY(WRK-IDX2) TO WRK-OBR-ENTRY(WRK-IDX)
               MOVE WRK-TROCA-AUX TO WRK-OBR-ENTRY(WRK-IDX2)
           END-IF.
           ADD 1 TO WRK-IDX2.

       0400-PROGRAMAR-OBRA.
      *********A OBRA INICIADA SEGUE COM A SUA EQUIPE (SE AINDA ATIVA);
      *********A DEMAIS PEGA A EQUIPE QUE FICA LIVRE PRIMEIRO. AS
      *********ETAPAS EM ABERTO ENTRAM EM SEQUENCIA, CADA UMA NO DIA
      *********UTIL SEGUINTE AO FIM DA ANTERIOR************************
           MOVE ZEROS TO WRK-EQP.
           IF WRK-OBR-INICIADA(WRK-IDX) = "0"
               AND WRK-OBR-EQUIPE(WRK-IDX) NOT = SPACES
               PERFORM 0410-PROCURAR-EQUIPE
                   VARYING WRK-IDX2 FROM 1 BY 1
                   UNTIL WRK-IDX2 > WRK-QTD-EQP
                      OR WRK-EQP > 0
               IF WRK-EQP = 0
                   DISPLAY "OBRA " WRK-OBR-NUMERO(WRK-IDX)
                       ": EQUIPE " WRK-OBR-EQUIPE(WRK-IDX)
                       " INATIVA - REPROGRAMADA EM OUTRA"
               END-IF
           END-IF.
           IF WRK-EQP = 0
               MOVE 1 TO WRK-EQP
               PERFORM 0420-EQUIPE-MAIS-LIVRE
                   VARYING WRK-IDX2 FROM 2 BY 1
                   UNTIL WRK-IDX2 > WRK-QTD-EQP
           END-IF.
           PERFORM 0430-PROGRAMAR-ETAPA
               VARYING WRK-IDX-ETAPA FROM 1 BY 1
               UNTIL WRK-IDX-ETAPA > 3.
           IF WRK-OBR-FIM(WRK-IDX) > ZEROS
               ADD 1 TO WRK-CNT-PROGRAMADAS
               ADD 1 TO WRK-EQP-OBRAS(WRK-EQP)
               MOVE WRK-EQP-CODIGO(WRK-EQP) TO WRK-OBR-EQUIPE(WRK-IDX)
               IF WRK-OBR-PROMETIDA(WRK-IDX) > ZEROS
                   AND WRK-OBR-FIM(WRK-IDX) > WRK-OBR-PROMETIDA(WRK-IDX)
                   MOVE "S" TO WRK-OBR-ATRASO(WRK-IDX)
                   ADD 1 TO WRK-CNT-ATRASO
               END-IF
               PERFORM 0440-GRAVAR-EQUIPE-DA-OBRA
           END-IF.
           IF ETAPAS-OK
               PERFORM 0445-GRAVAR-FIM-PREVISTO
                   VARYING WRK-IDX-ETAPA FROM 1 BY 1
                   UNTIL WRK-IDX-ETAPA > 3
           END-IF.

       0410-PROCURAR-EQUIPE.
           IF WRK-EQP-CODIGO(WRK-IDX2) = WRK-OBR-EQUIPE(WRK-IDX)
               MOVE WRK-IDX2 TO WRK-EQP
           END-IF.

       0420-EQUIPE-MAIS-LIVRE.
           IF WRK-EQP-LIVRE(WRK-IDX2) < WRK-EQP-LIVRE(WRK-EQP)
               MOVE WRK-IDX2 TO WRK-EQP
           END-IF.

       0430-PROGRAMAR-ETAPA.
           IF WRK-OBR-ETP-DIAS(WRK-IDX, WRK-IDX-ETAPA) > ZEROS
               MOVE 1 TO WRK-DIAS-UTEIS
               MOVE WRK-EQP-LIVRE(WRK-EQP) TO WRK-DATA-BASE
               PERFORM 0450-SOMAR-DIAS-UTEIS
               MOVE WRK-DATA-RESULTADO
                   TO WRK-OBR-ETP-INICIO(WRK-IDX, WRK-IDX-ETAPA)
               COMPUTE WRK-DIAS-UTEIS =
                   WRK-OBR-ETP-DIAS(WRK-IDX, WRK-IDX-ETAPA) - 1
               MOVE WRK-DATA-RESULTADO TO WRK-DATA-BASE
               PERFORM 0450-SOMAR-DIAS-UTEIS
               MOVE WRK-DATA-RESULTADO
                   TO WRK-OBR-ETP-FIM(WRK-IDX, WRK-IDX-ETAPA)
               MOVE WRK-DATA-RESULTADO TO WRK-EQP-LIVRE(WRK-EQP)
               MOVE WRK-DATA-RESULTADO TO WRK-OBR-FIM(WRK-IDX)
           END-IF.

       0440-GRAVAR-EQUIPE-DA-OBRA.
           MOVE WRK-OBR-NUMERO(WRK-IDX) TO JOB-NUMERO.
           READ JOB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF JOB-EQUIPE NOT = WRK-OBR-EQUIPE(WRK-IDX)
                       MOVE WRK-OBR-EQUIPE(WRK-IDX) TO JOB-EQUIPE
                       REWRITE JOB-RECORD
                   END-IF
           END-READ.

       0445-GRAVAR-FIM-PREVISTO.
      *********ETAPA CONCLUIDA OU SEM EQUIPE FICA COM O TERMINO ZERADO
           MOVE WRK-OBR-NUMERO(WRK-IDX) TO JST-NUMERO.
           MOVE WRK-NOME-ETAPA(WRK-IDX-ETAPA) TO JST-ETAPA.
           READ JOB-STAGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-OBR-ETP-FIM(WRK-IDX, WRK-IDX-ETAPA)
                       TO JST-FIM-PREVISTO
                   REWRITE JST-RECORD
           END-READ.

       0450-SOMAR-DIAS-UTEIS.
      *********PROGDATA CONTA OS DIAS UTEIS A PARTIR DA DATA BASE,
      *********PULANDO FIM DE SEMANA E OS FERIADOS DO HOLIDCAL********
           CALL "PROGDATA" USING WRK-DATA-AUX, OMITTED, OMITTED,
               OMITTED, WRK-DIAS-UTEIS, WRK-DATA-RESULTADO, OMITTED,
               WRK-DATA-BASE.

       0500-AGENDA-POR-OBRA.
           OPEN OUTPUT JOB-SCHEDULE.
           MOVE "PROGCOB111" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           MOVE 1 TO RPT-HDR-PAGINA.
           MOVE SPACES TO JOB-SCHEDULE-LINE.
           MOVE RPT-HEADER-LINE TO JOB-SCHEDULE-LINE.
           WRITE JOB-SCHEDULE-LINE.
           MOVE SPACES TO JOB-SCHEDULE-LINE.
           MOVE "PROGRAMACAO DAS OBRAS EM ANDAMENTO" TO
               JOB-SCHEDULE-LINE.
           WRITE JOB-SCHEDULE-LINE.
           PERFORM 0510-OBRA-NA-AGENDA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-OBR.
           CLOSE JOB-SCHEDULE.

       0510-OBRA-NA-AGENDA.
           MOVE SPACES TO JOB-SCHEDULE-LINE.
           WRITE JOB-SCHEDULE-LINE.
           MOVE WRK-OBR-NUMERO(WRK-IDX) TO WLO-NUMERO.
           MOVE WRK-OBR-CLIENTE(WRK-IDX) TO WLO-CLIENTE.
           MOVE WRK-OBR-EQUIPE(WRK-IDX) TO WLO-EQUIPE.
           MOVE WRK-OBR-PROMETIDA(WRK-IDX) TO WLO-PROMETIDA.
           MOVE WRK-OBR-FIM(WRK-IDX) TO WLO-FIM.
           EVALUATE TRUE
               WHEN WRK-OBR-ATRASO(WRK-IDX) = "S"
                   MOVE "ATRASO PREVISTO" TO WLO-AVISO
               WHEN WRK-OBR-FIM(WRK-IDX) = ZEROS
                   MOVE "SEM ETAPA/EQUIP" TO WLO-AVISO
               WHEN WRK-OBR-DIAS(WRK-IDX) = ZEROS
                   MOVE "SEM ESTIMATIVA" TO WLO-AVISO
               WHEN OTHER
                   MOVE SPACES TO WLO-AVISO
           END-EVALUATE.
           MOVE SPACES TO JOB-SCHEDULE-LINE.
           MOVE WRK-LINHA-OBRA TO JOB-SCHEDULE-LINE.
           WRITE JOB-SCHEDULE-LINE.
           PERFORM 0520-ETAPA-NA-AGENDA
               VARYING WRK-IDX-ETAPA FROM 1 BY 1
               UNTIL WRK-IDX-ETAPA > 3.

       0520-ETAPA-NA-AGENDA.
           PERFORM 0530-MONTAR-LINHA-ETAPA.
           MOVE SPACES TO WLE-CLIENTE.
           MOVE SPACES TO JOB-SCHEDULE-LINE.
           MOVE WRK-LINHA-ETAPA TO JOB-SCHEDULE-LINE.
           WRITE JOB-SCHEDULE-LINE.

       0530-MONTAR-LINHA-ETAPA.
           MOVE WRK-OBR-NUMERO(WRK-IDX) TO WLE-OBRA.
           MOVE WRK-NOME-ETAPA(WRK-IDX-ETAPA) TO WLE-ETAPA.
           MOVE WRK-OBR-ETP-PCT(WRK-IDX, WRK-IDX-ETAPA) TO WLE-PCT.
           MOVE WRK-OBR-ETP-DIAS(WRK-IDX, WRK-IDX-ETAPA) TO WLE-DIAS.
           MOVE WRK-OBR-ETP-INICIO(WRK-IDX, WRK-IDX-ETAPA)
               TO WLE-INICIO.
           MOVE WRK-OBR-ETP-FIM(WRK-IDX, WRK-IDX-ETAPA) TO WLE-FIM.
           MOVE WRK-OBR-CLIENTE(WRK-IDX) TO WLE-CLIENTE.

       0600-AGENDA-POR-EQUIPE.
      *********AS OBRAS JA ESTAO NA ORDEM EM QUE FORAM PROGRAMADAS, QUE
      *********E A ORDEM DO CALENDARIO DENTRO DE CADA EQUIPE***********
           OPEN OUTPUT CREW-SCHEDULE.
           MOVE SPACES TO CREW-SCHEDULE-LINE.
           MOVE RPT-HEADER-LINE TO CREW-SCHEDULE-LINE.
           WRITE CREW-SCHEDULE-LINE.
           MOVE SPACES TO CREW-SCHEDULE-LINE.
           MOVE "AGENDA DAS EQUIPES DE OBRA" TO CREW-SCHEDULE-LINE.
           WRITE CREW-SCHEDULE-LINE.
           PERFORM 0610-EQUIPE-NA-AGENDA
               VARYING WRK-EQP FROM 1 BY 1
               UNTIL WRK-EQP > WRK-QTD-EQP.
           CLOSE CREW-SCHEDULE.

       0610-EQUIPE-NA-AGENDA.
           MOVE SPACES TO CREW-SCHEDULE-LINE.
           WRITE CREW-SCHEDULE-LINE.
           MOVE WRK-EQP-CODIGO(WRK-EQP) TO WLQ-CODIGO.
           MOVE WRK-EQP-NOME(WRK-EQP) TO WLQ-NOME.
           MOVE WRK-EQP-OBRAS(WRK-EQP) TO WLQ-OBRAS.
           MOVE WRK-EQP-LIVRE(WRK-EQP) TO WLQ-LIVRE.
           MOVE SPACES TO CREW-SCHEDULE-LINE.
           MOVE WRK-LINHA-EQUIPE TO CREW-SCHEDULE-LINE.
           WRITE CREW-SCHEDULE-LINE.
           PERFORM 0620-OBRA-DA-EQUIPE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-OBR.

       0620-OBRA-DA-EQUIPE.
           IF WRK-OBR-EQUIPE(WRK-IDX) = WRK-EQP-CODIGO(WRK-EQP)
               AND WRK-OBR-FIM(WRK-IDX) > ZEROS
               PERFORM 0630-ETAPA-DA-EQUIPE
                   VARYING WRK-IDX-ETAPA FROM 1 BY 1
                   UNTIL WRK-IDX-ETAPA > 3
           END-IF.

       0630-ETAPA-DA-EQUIPE.
           IF WRK-OBR-ETP-INICIO(WRK-IDX, WRK-IDX-ETAPA) > ZEROS
               PERFORM 0530-MONTAR-LINHA-ETAPA
               MOVE SPACES TO CREW-SCHEDULE-LINE
               MOVE WRK-LINHA-ETAPA TO CREW-SCHEDULE-LINE
               WRITE CREW-SCHEDULE-LINE
           END-IF.

       0900-FINALIZAR.
           IF ARQUIVOS-OK
               CLOSE JOB-FILE
           END-IF.
           IF ETAPAS-OK
               CLOSE JOB-STAGE-FILE
           END-IF.
           DISPLAY "PROGRAMACAO DAS EQUIPES GERADA (CREWSCHD/JOBSCHD)".
           DISPLAY "OBRAS EM ANDAMENTO: " WRK-CNT-OBRAS.
           DISPLAY "OBRAS PROGRAMADAS: " WRK-CNT-PROGRAMADAS.
           DISPLAY "EQUIPES ATIVAS: " WRK-QTD-EQP.
           DISPLAY "OBRAS COM ATRASO PREVISTO: " WRK-CNT-ATRASO.
           DISPLAY "OBRAS SEM ESTIMATIVA DE PRAZO: "
               WRK-CNT-SEM-ESTIMATIVA.
           IF WRK-CNT-FORA-TABELA > ZEROS
               DISPLAY "OBRAS FORA DA TABELA (LIMITE 200): "
                   WRK-CNT-FORA-TABELA
           END-IF.
