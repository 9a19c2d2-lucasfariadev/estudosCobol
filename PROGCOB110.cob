       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB110.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: CUSTO DE MATERIAL DAS OBRAS: PARA CADA OBRA DO
      *           JOBFILE (PROGCOB75) - SO A PEDIDA OU TODAS EM
      *           ANDAMENTO - COMPARA POR MAT-CODIGO A ESTIMATIVA DO
      *           ORCAMENTO (MESMA CONTA DO PROGCOB11 SOBRE OS COMODOS
      *           DO PROJETO NO ROOMDIM, COM PERDA E EMBALAGEM) COM O
      *           MATERIAL REAL ENTREGUE NA OBRA MENOS A SOBRA
      *           DEVOLVIDA (STOCKMOV ORIGEM OBRA, PROGCOB44), EM
      *           QUANTIDADE E CUSTO, E POR ETAPA COM O JA FATURADO NO
      *           JOBBILL; O ESTOURO APARECE COM A OBRA EM ANDAMENTO
      *           (RELATORIO JOBCOST)
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
           SELECT JOB-FILE ASSIGN TO "JOBFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JOB-NUMERO
               FILE STATUS IS WRK-FS-JOB.
           SELECT ROOM-FILE ASSIGN TO "ROOMDIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROOM.
           SELECT MATERIAL-FILE ASSIGN TO "MATERIAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATERIAL.
           SELECT STOCK-MOVEMENT ASSIGN TO "STOCKMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.
           SELECT STAGE-BILLING ASSIGN TO "JOBBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BILL.
           SELECT JOB-COST-REPORT ASSIGN TO "JOBCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD JOB-FILE.
           COPY CPJOB.
       FD ROOM-FILE.
           COPY CPROOM.
       FD MATERIAL-FILE.
           COPY CPMATERL.
       FD STOCK-MOVEMENT.
           COPY CPSTKMOV.
      *********MESMA LINHA DE FATURA DE ETAPA GRAVADA PELO PROGCOB75***
       FD STAGE-BILLING.
       01 STAGE-BILL-LINE.
           02 SBL-TITULO              PIC X(15).
           02 SBL-NUMERO              PIC 9(05).
           02 FILLER                  PIC X(08).
           02 SBL-ETAPA               PIC X(08).
           02 FILLER                  PIC X(08).
           02 SBL-VALOR               PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(22).
       FD JOB-COST-REPORT.
       01 JOB-COST-LINE               PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-JOB PIC X(02) VALUE ZEROS.
       77 WRK-FS-ROOM PIC X(02) VALUE ZEROS.
       77 WRK-FS-MATERIAL PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOV PIC X(02) VALUE ZEROS.
       77 WRK-FS-BILL PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-JOB PIC X(01) VALUE "N".
           88 FIM-JOB VALUE "S".
       77 WRK-EOF-ROOM PIC X(01) VALUE "N".
           88 FIM-ROOM VALUE "S".
       77 WRK-EOF-MATERIAL PIC X(01) VALUE "N".
           88 FIM-MATERIAL VALUE "S".
       77 WRK-EOF-MOV PIC X(01) VALUE "N".
           88 FIM-MOV VALUE "S".
       77 WRK-EOF-BILL PIC X(01) VALUE "N".
           88 FIM-BILL VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-OBRA-FILTRO PIC 9(05) VALUE ZEROS.
       77 WRK-PROJETO-CORRENTE PIC 9(05) VALUE ZEROS.
       77 WRK-LARGURA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-COMPRIMENTO PIC 9(03)V99 VALUE ZEROS.
       77 WRK-AREA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PERIMETRO PIC 9(04)V99 VALUE ZEROS.
       77 WRK-ALTURA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-MEDIDA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-LIQUIDA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-COM-PERDA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-COMPRA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PACOTES PIC 9(07) VALUE ZEROS.
       77 WRK-RESTO-EMB PIC 9(04)V99 VALUE ZEROS.
       77 WRK-CUSTO-ITEM PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MAT-CORRENTE PIC X(05) VALUE SPACES.
       77 WRK-ETAPA-CORRENTE PIC 9(01) VALUE ZEROS.
       77 WRK-PRODUTO-BUSCA PIC X(20) VALUE SPACES.
       77 WRK-POS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ETAPA PIC 9(01) VALUE ZEROS.
       77 WRK-VALOR-FATURA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-RATEIO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DESVIO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-OUTROS-QTD PIC S9(07) VALUE ZEROS.
       77 WRK-OUTROS-CUSTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-OBRA-EST PIC 9(11)V99 VALUE ZEROS.
       77 WRK-OBRA-REAL PIC S9(11)V99 VALUE ZEROS.
       77 WRK-OBRA-FATURADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-OBRA-ESTOUROS PIC 9(03) VALUE ZEROS.
       77 WRK-CNT-OBRAS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-OBRAS-ESTOURO PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-EST PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-REAL PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-EDIT PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
      *********ORIGEM DO MOVIMENTO DE MATERIAL DE OBRA NO STOCKMOV*****
       01 WRK-ORIGEM-LIDA.
           02 WOL-PREFIXO             PIC X(04).
           02 WOL-NUMERO              PIC X(05).
           02 WOL-NUMERO-N REDEFINES WOL-NUMERO PIC 9(05).
           02 FILLER                  PIC X(01).
      *********CADASTRO DE MATERIAIS COM ESTIMADO E REAL DA OBRA; O
      *********ESTIMADO GUARDA A PARTE DE CADA ETAPA PARA RATEAR O REAL
       01 WRK-TABELA-MATERIAL.
           02 WRK-MAT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-QTD-MAT.
               03 WRK-MAT-COD         PIC X(05).
               03 WRK-MAT-DESC        PIC X(20).
               03 WRK-MAT-UNID        PIC X(05).
               03 WRK-MAT-CUSTO       PIC 9(05)V99.
               03 WRK-MAT-REND        PIC 9(04)V99.
               03 WRK-MAT-EMB         PIC 9(04)V99.
               03 WRK-MAT-PERDA       PIC 9(02)V99.
               03 WRK-MAT-QTD-EST     PIC 9(07)V99.
               03 WRK-MAT-CUSTO-EST   PIC 9(09)V99.
               03 WRK-MAT-QTD-REAL    PIC S9(07).
               03 WRK-MAT-CUSTO-REAL  PIC S9(09)V99.
               03 WRK-MAT-EST-ETAPA   PIC 9(09)V99 OCCURS 3 TIMES.
       77 WRK-QTD-MAT PIC 9(03) VALUE ZEROS.
      *********ETAPAS DA OBRA (AS TRES DO PROGCOB75 E A QUARTA PARA O
      *********MATERIAL SEM ESTIMATIVA NEM CADASTRO)*******************
       01 WRK-TABELA-ETAPA.
           02 WRK-ETP-ENTRY OCCURS 4 TIMES.
               03 WRK-ETP-NOME        PIC X(08).
               03 WRK-ETP-EST         PIC 9(11)V99.
               03 WRK-ETP-REAL        PIC S9(11)V99.
               03 WRK-ETP-FATURADO    PIC 9(11)V99.
       01 WRK-LINHA-OBRA.
           02 FILLER                  PIC X(05) VALUE "OBRA ".
           02 WLO-NUMERO              PIC 9(05).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLO-CLIENTE             PIC X(30).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLO-STATUS              PIC X(12).
           02 FILLER                  PIC X(10) VALUE " REVISADO ".
           02 WLO-ORCADO              PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(10) VALUE " FATURADO ".
           02 WLO-FATURADO            PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-TITULO.
           02 FILLER                  PIC X(45)
                   VALUE "MAT   DESCRICAO             ETAPA     UNID ".
           02 FILLER                  PIC X(20)
                   VALUE "   QTD EST  QTD REAL".
           02 FILLER                  PIC X(30)
                   VALUE "      CUSTO EST     CUSTO REAL".
           02 FILLER                  PIC X(18)
                   VALUE "            DESVIO".
       01 WRK-LINHA-MATERIAL.
           02 WLM-CODIGO              PIC X(05).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLM-DESCRICAO           PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLM-ETAPA               PIC X(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLM-UNID                PIC X(05).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLM-QTD-EST             PIC ZZZZZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLM-QTD-REAL            PIC -ZZZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLM-CUSTO-EST           PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLM-CUSTO-REAL          PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLM-DESVIO              PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLM-ALERTA              PIC X(14).
       01 WRK-LINHA-ETAPA.
           02 FILLER                  PIC X(06) VALUE "ETAPA ".
           02 WLE-ETAPA               PIC X(08).
           02 FILLER                  PIC X(12) VALUE " MATERIAL: ".
           02 FILLER                  PIC X(09) VALUE "ESTIMADO ".
           02 WLE-EST                 PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(06) VALUE " REAL ".
           02 WLE-REAL                PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(08) VALUE " DESVIO ".
           02 WLE-DESVIO              PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(10) VALUE " FATURADO ".
           02 WLE-FATURADO            PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-TOTAL-OBRA.
           02 FILLER                  PIC X(26)
                   VALUE "TOTAL DE MATERIAL DA OBRA ".
           02 FILLER                  PIC X(09) VALUE "ESTIMADO ".
           02 WLT-EST                 PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(06) VALUE " REAL ".
           02 WLT-REAL                PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(08) VALUE " DESVIO ".
           02 WLT-DESVIO              PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLT-ESTOUROS            PIC ZZ9.
           02 FILLER                  PIC X(20)
                   VALUE " MATERIAL(IS) ACIMA".
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
           DISPLAY "NUMERO DA OBRA (0 = TODAS EM ANDAMENTO):".
           ACCEPT WRK-OBRA-FILTRO.
           PERFORM 0050-CARREGAR-MATERIAIS.
           OPEN INPUT JOB-FILE.
           IF WRK-FS-JOB NOT = "00"
               DISPLAY "OBRAS JOBFILE NAO ENCONTRADAS: " WRK-FS-JOB
               MOVE "S" TO WRK-EOF-JOB
           ELSE
               OPEN OUTPUT JOB-COST-REPORT
               MOVE "PROGCOB110" TO RPT-HDR-PROGRAMA
               MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA
               MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR
           END-IF.
           PERFORM 0100-LER-OBRA UNTIL FIM-JOB.
           PERFORM 0900-FINALIZAR.
           GOBACK.

       0050-CARREGAR-MATERIAIS.
           MOVE "PISO" TO WRK-ETP-NOME(1).
           MOVE "PAREDE" TO WRK-ETP-NOME(2).
           MOVE "RODAPE" TO WRK-ETP-NOME(3).
           MOVE "SEM EST." TO WRK-ETP-NOME(4).
           OPEN INPUT MATERIAL-FILE.
           IF WRK-FS-MATERIAL NOT = "00"
               DISPLAY "AVISO: CADASTRO MATERIAL NAO ENCONTRADO - SEM"
                   " ESTIMATIVA, TODO O REAL SAI SEM ETAPA"
               MOVE "S" TO WRK-EOF-MATERIAL
           END-IF.
           PERFORM 0060-LER-MATERIAL UNTIL FIM-MATERIAL.
           IF WRK-FS-MATERIAL = "00" OR WRK-FS-MATERIAL = "10"
               CLOSE MATERIAL-FILE
           END-IF.

       0060-LER-MATERIAL.
           READ MATERIAL-FILE
               AT END
                   MOVE "S" TO WRK-EOF-MATERIAL
               NOT AT END
                   IF WRK-QTD-MAT < 50
                       ADD 1 TO WRK-QTD-MAT
                       MOVE MAT-CODIGO TO WRK-MAT-COD(WRK-QTD-MAT)
                       MOVE MAT-DESCRICAO
                           TO WRK-MAT-DESC(WRK-QTD-MAT)
                       MOVE MAT-UNIDADE TO WRK-MAT-UNID(WRK-QTD-MAT)
                       MOVE MAT-CUSTO-UNIT
                           TO WRK-MAT-CUSTO(WRK-QTD-MAT)
                       MOVE MAT-RENDIMENTO
                           TO WRK-MAT-REND(WRK-QTD-MAT)
                       MOVE ZEROS TO WRK-MAT-EMB(WRK-QTD-MAT)
                       IF MAT-EMBALAGEM NUMERIC
                           MOVE MAT-EMBALAGEM
                               TO WRK-MAT-EMB(WRK-QTD-MAT)
                       END-IF
                       MOVE ZEROS TO WRK-MAT-PERDA(WRK-QTD-MAT)
                       IF MAT-PERDA-PCT NUMERIC
                           MOVE MAT-PERDA-PCT
                               TO WRK-MAT-PERDA(WRK-QTD-MAT)
                       END-IF
                   END-IF
           END-READ.

       0100-LER-OBRA.
           READ JOB-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-JOB
               NOT AT END
                   IF (WRK-OBRA-FILTRO = ZEROS AND JOB-EM-ANDAMENTO)
                       OR JOB-NUMERO = WRK-OBRA-FILTRO
                       PERFORM 0200-CUSTEAR-OBRA
                   END-IF
           END-READ.

       0200-CUSTEAR-OBRA.
           PERFORM 0210-ZERAR-OBRA.
           PERFORM 0300-ESTIMATIVA.
           PERFORM 0400-MATERIAL-REAL.
           PERFORM 0500-FATURADO.
           PERFORM 0600-IMPRIMIR-OBRA.
           ADD 1 TO WRK-CNT-OBRAS.

       0210-ZERAR-OBRA.
           MOVE ZEROS TO WRK-OUTROS-QTD WRK-OUTROS-CUSTO
               WRK-OBRA-EST WRK-OBRA-REAL WRK-OBRA-FATURADO
               WRK-OBRA-ESTOUROS.
           PERFORM 0220-ZERAR-MATERIAL
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-MAT.
           PERFORM 0230-ZERAR-ETAPA
               VARYING WRK-IDX-ETAPA FROM 1 BY 1
               UNTIL WRK-IDX-ETAPA > 4.

       0220-ZERAR-MATERIAL.
           MOVE ZEROS TO WRK-MAT-QTD-EST(WRK-IDX)
               WRK-MAT-CUSTO-EST(WRK-IDX)
               WRK-MAT-QTD-REAL(WRK-IDX)
               WRK-MAT-CUSTO-REAL(WRK-IDX)
               WRK-MAT-EST-ETAPA(WRK-IDX, 1)
               WRK-MAT-EST-ETAPA(WRK-IDX, 2)
               WRK-MAT-EST-ETAPA(WRK-IDX, 3).

       0230-ZERAR-ETAPA.
           MOVE ZEROS TO WRK-ETP-EST(WRK-IDX-ETAPA)
               WRK-ETP-REAL(WRK-IDX-ETAPA)
               WRK-ETP-FATURADO(WRK-IDX-ETAPA).

       0300-ESTIMATIVA.
      *********COMODOS DO PROJETO DA OBRA NO ROOMDIM (O NUMERO DA OBRA
      *********E O DO PROJETO ORCADO)**********************************
           MOVE "N" TO WRK-EOF-ROOM.
           MOVE ZEROS TO WRK-PROJETO-CORRENTE.
           OPEN INPUT ROOM-FILE.
           IF WRK-FS-ROOM NOT = "00"
               DISPLAY "AVISO: LOTE ROOMDIM NAO ENCONTRADO - OBRA "
                   JOB-NUMERO " SEM ESTIMATIVA"
               MOVE "S" TO WRK-EOF-ROOM
           END-IF.
           PERFORM 0310-LER-COMODO UNTIL FIM-ROOM.
           IF WRK-FS-ROOM = "00" OR WRK-FS-ROOM = "10"
               CLOSE ROOM-FILE
           END-IF.

       0310-LER-COMODO.
           READ ROOM-FILE
               AT END
                   MOVE "S" TO WRK-EOF-ROOM
               NOT AT END
                   IF ROOM-TIPO-PROJETO
                       MOVE PROJ-NUMERO TO WRK-PROJETO-CORRENTE
                   ELSE
                       IF WRK-PROJETO-CORRENTE = JOB-NUMERO
                           PERFORM 0320-ESTIMAR-COMODO
                       END-IF
                   END-IF
           END-READ.

       0320-ESTIMAR-COMODO.
      *********A MESMA CONTA DO ORCAMENTO: CONVERTE A UNIDADE, APURA
      *********AREA E PERIMETRO E DIVIDE PELO RENDIMENTO***************
           MOVE ROOM-LARGURA TO WRK-LARGURA.
           MOVE ROOM-COMPRIMENTO TO WRK-COMPRIMENTO.
           MOVE ROOM-ALTURA TO WRK-ALTURA.
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
           IF WRK-LARGURA > 0 AND WRK-COMPRIMENTO > 0
               COMPUTE WRK-AREA = WRK-LARGURA * WRK-COMPRIMENTO
               COMPUTE WRK-PERIMETRO =
                   2 * (WRK-LARGURA + WRK-COMPRIMENTO)
               IF ROOM-MAT-PISO NOT = SPACES
                   MOVE WRK-AREA TO WRK-MEDIDA
                   MOVE ROOM-MAT-PISO TO WRK-MAT-CORRENTE
                   MOVE 1 TO WRK-ETAPA-CORRENTE
                   PERFORM 0330-ACUMULAR-ESTIMATIVA
               END-IF
               IF ROOM-MAT-PAREDE NOT = SPACES AND WRK-ALTURA > 0
                   COMPUTE WRK-MEDIDA ROUNDED =
                       WRK-PERIMETRO * WRK-ALTURA
                   MOVE ROOM-MAT-PAREDE TO WRK-MAT-CORRENTE
                   MOVE 2 TO WRK-ETAPA-CORRENTE
                   PERFORM 0330-ACUMULAR-ESTIMATIVA
               END-IF
               IF ROOM-MAT-RODAPE NOT = SPACES
                   MOVE WRK-PERIMETRO TO WRK-MEDIDA
                   MOVE ROOM-MAT-RODAPE TO WRK-MAT-CORRENTE
                   MOVE 3 TO WRK-ETAPA-CORRENTE
                   PERFORM 0330-ACUMULAR-ESTIMATIVA
               END-IF
           END-IF.

       0330-ACUMULAR-ESTIMATIVA.
           MOVE ZEROS TO WRK-POS.
           PERFORM 0340-PROCURAR-MATERIAL
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-MAT
                  OR WRK-POS > 0.
           IF WRK-POS > 0
               IF WRK-MAT-REND(WRK-POS) > 0
                   COMPUTE WRK-QTD-LIQUIDA ROUNDED =
                       WRK-MEDIDA / WRK-MAT-REND(WRK-POS)
               ELSE
                   MOVE WRK-MEDIDA TO WRK-QTD-LIQUIDA
               END-IF
               PERFORM 0350-QUANTIDADE-DE-COMPRA
               COMPUTE WRK-CUSTO-ITEM ROUNDED =
                   WRK-QTD-COMPRA * WRK-MAT-CUSTO(WRK-POS)
               ADD WRK-QTD-COMPRA TO WRK-MAT-QTD-EST(WRK-POS)
               ADD WRK-CUSTO-ITEM TO WRK-MAT-CUSTO-EST(WRK-POS)
               ADD WRK-CUSTO-ITEM
                   TO WRK-MAT-EST-ETAPA(WRK-POS, WRK-ETAPA-CORRENTE)
               ADD WRK-CUSTO-ITEM
                   TO WRK-ETP-EST(WRK-ETAPA-CORRENTE)
               ADD WRK-CUSTO-ITEM TO WRK-OBRA-EST
           END-IF.

       0340-PROCURAR-MATERIAL.
           IF WRK-MAT-COD(WRK-IDX) = WRK-MAT-CORRENTE
               MOVE WRK-IDX TO WRK-POS
           END-IF.

       0350-QUANTIDADE-DE-COMPRA.
      *********APLICA A PERDA DE CORTE E ARREDONDA PARA CIMA EM
      *********EMBALAGENS INTEIRAS, COMO O ORCAMENTO DO PROGCOB11******
           COMPUTE WRK-QTD-COM-PERDA ROUNDED =
               WRK-QTD-LIQUIDA * (100 + WRK-MAT-PERDA(WRK-POS)) / 100.
           IF WRK-MAT-EMB(WRK-POS) > 0
               DIVIDE WRK-QTD-COM-PERDA BY WRK-MAT-EMB(WRK-POS)
                   GIVING WRK-PACOTES
                   REMAINDER WRK-RESTO-EMB
               IF WRK-RESTO-EMB > 0
                   ADD 1 TO WRK-PACOTES
               END-IF
               COMPUTE WRK-QTD-COMPRA =
                   WRK-PACOTES * WRK-MAT-EMB(WRK-POS)
           ELSE
               MOVE WRK-QTD-COM-PERDA TO WRK-QTD-COMPRA
           END-IF.

       0400-MATERIAL-REAL.
      *********SAIDAS PARA A OBRA MENOS SOBRAS DEVOLVIDAS, PELO VALOR
      *********GRAVADO NO MOVIMENTO (CUSTO MEDIO DA EPOCA)*************
           MOVE "N" TO WRK-EOF-MOV.
           OPEN INPUT STOCK-MOVEMENT.
           IF WRK-FS-MOV NOT = "00"
               MOVE "S" TO WRK-EOF-MOV
           END-IF.
           PERFORM 0410-LER-MOVIMENTO UNTIL FIM-MOV.
           IF WRK-FS-MOV = "00" OR WRK-FS-MOV = "10"
               CLOSE STOCK-MOVEMENT
           END-IF.
           PERFORM 0430-RATEAR-REAL
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-MAT.
           ADD WRK-OUTROS-CUSTO TO WRK-ETP-REAL(4).
           ADD WRK-OUTROS-CUSTO TO WRK-OBRA-REAL.

       0410-LER-MOVIMENTO.
           READ STOCK-MOVEMENT
               AT END
                   MOVE "S" TO WRK-EOF-MOV
               NOT AT END
                   MOVE MOV-ORIGEM TO WRK-ORIGEM-LIDA
                   IF WOL-PREFIXO = "OBRA"
                       AND WOL-NUMERO NUMERIC
                       AND MOV-QUANTIDADE NUMERIC
                       AND MOV-VALOR NUMERIC
                       IF WOL-NUMERO-N = JOB-NUMERO
                           PERFORM 0420-ACUMULAR-REAL
                       END-IF
                   END-IF
           END-READ.

       0420-ACUMULAR-REAL.
           MOVE ZEROS TO WRK-POS.
           PERFORM 0425-PROCURAR-PRODUTO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-MAT
                  OR WRK-POS > 0.
           IF WRK-POS = 0
               IF MOV-SAIDA
                   ADD MOV-QUANTIDADE TO WRK-OUTROS-QTD
                   ADD MOV-VALOR TO WRK-OUTROS-CUSTO
               ELSE
                   SUBTRACT MOV-QUANTIDADE FROM WRK-OUTROS-QTD
                   SUBTRACT MOV-VALOR FROM WRK-OUTROS-CUSTO
               END-IF
           ELSE
               IF MOV-SAIDA
                   ADD MOV-QUANTIDADE TO WRK-MAT-QTD-REAL(WRK-POS)
                   ADD MOV-VALOR TO WRK-MAT-CUSTO-REAL(WRK-POS)
               ELSE
                   SUBTRACT MOV-QUANTIDADE
                       FROM WRK-MAT-QTD-REAL(WRK-POS)
                   SUBTRACT MOV-VALOR
                       FROM WRK-MAT-CUSTO-REAL(WRK-POS)
               END-IF
           END-IF.

       0425-PROCURAR-PRODUTO.
      *********O CODIGO DO MATERIAL E A CHAVE DO PRODUTO NO ESTOQUE****
           MOVE SPACES TO WRK-PRODUTO-BUSCA.
           MOVE WRK-MAT-COD(WRK-IDX) TO WRK-PRODUTO-BUSCA.
           IF MOV-PRODUTO = WRK-PRODUTO-BUSCA
               MOVE WRK-IDX TO WRK-POS
           END-IF.

       0430-RATEAR-REAL.
      *********O REAL DO MATERIAL VAI PARA AS ETAPAS NA PROPORCAO DO
      *********ESTIMADO DE CADA UMA; SEM ESTIMADO FICA SEM ETAPA*******
           ADD WRK-MAT-CUSTO-REAL(WRK-IDX) TO WRK-OBRA-REAL.
           IF WRK-MAT-CUSTO-EST(WRK-IDX) = ZEROS
               ADD WRK-MAT-CUSTO-REAL(WRK-IDX) TO WRK-ETP-REAL(4)
           ELSE
               PERFORM 0435-RATEAR-ETAPA
                   VARYING WRK-IDX-ETAPA FROM 1 BY 1
                   UNTIL WRK-IDX-ETAPA > 3
           END-IF.

       0435-RATEAR-ETAPA.
           IF WRK-MAT-EST-ETAPA(WRK-IDX, WRK-IDX-ETAPA) > ZEROS
               COMPUTE WRK-RATEIO ROUNDED =
                   WRK-MAT-CUSTO-REAL(WRK-IDX)
                   * WRK-MAT-EST-ETAPA(WRK-IDX, WRK-IDX-ETAPA)
                   / WRK-MAT-CUSTO-EST(WRK-IDX)
               ADD WRK-RATEIO TO WRK-ETP-REAL(WRK-IDX-ETAPA)
           END-IF.

       0500-FATURADO.
      *********FATURAS DE ETAPA DA OBRA NO JOBBILL (PROGCOB75)*********
           MOVE "N" TO WRK-EOF-BILL.
           OPEN INPUT STAGE-BILLING.
           IF WRK-FS-BILL NOT = "00"
               MOVE "S" TO WRK-EOF-BILL
           END-IF.
           PERFORM 0510-LER-FATURA UNTIL FIM-BILL.
           IF WRK-FS-BILL = "00" OR WRK-FS-BILL = "10"
               CLOSE STAGE-BILLING
           END-IF.

       0510-LER-FATURA.
           READ STAGE-BILLING
               AT END
                   MOVE "S" TO WRK-EOF-BILL
               NOT AT END
                   IF SBL-TITULO = "FATURA DA OBRA "
                       AND SBL-NUMERO NUMERIC
                       IF SBL-NUMERO = JOB-NUMERO
                           MOVE SBL-VALOR TO WRK-VALOR-FATURA
                           ADD WRK-VALOR-FATURA TO WRK-OBRA-FATURADO
                           PERFORM 0520-FATURA-NA-ETAPA
                               VARYING WRK-IDX-ETAPA FROM 1 BY 1
                               UNTIL WRK-IDX-ETAPA > 3
                       END-IF
                   END-IF
           END-READ.

       0520-FATURA-NA-ETAPA.
           IF SBL-ETAPA = WRK-ETP-NOME(WRK-IDX-ETAPA)
               ADD WRK-VALOR-FATURA TO WRK-ETP-FATURADO(WRK-IDX-ETAPA)
           END-IF.

       0600-IMPRIMIR-OBRA.
      *********UMA PAGINA POR OBRA: MATERIAIS, ETAPAS E TOTAL**********
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE SPACES TO JOB-COST-LINE.
           MOVE RPT-HEADER-LINE TO JOB-COST-LINE.
           WRITE JOB-COST-LINE.
           MOVE JOB-NUMERO TO WLO-NUMERO.
           MOVE JOB-CLIENTE TO WLO-CLIENTE.
           IF JOB-CONCLUIDA
               MOVE "CONCLUIDA" TO WLO-STATUS
           ELSE
               MOVE "EM ANDAMENTO" TO WLO-STATUS
           END-IF.
           MOVE JOB-VALOR-ORCADO TO WLO-ORCADO.
           MOVE JOB-VALOR-FATURADO TO WLO-FATURADO.
           MOVE SPACES TO JOB-COST-LINE.
           MOVE WRK-LINHA-OBRA TO JOB-COST-LINE.
           WRITE JOB-COST-LINE.
           MOVE SPACES TO JOB-COST-LINE.
           MOVE WRK-LINHA-TITULO TO JOB-COST-LINE.
           WRITE JOB-COST-LINE.
           PERFORM 0610-LINHA-MATERIAL
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-MAT.
           IF WRK-OUTROS-QTD NOT = ZEROS
               OR WRK-OUTROS-CUSTO NOT = ZEROS
               MOVE SPACES TO WRK-LINHA-MATERIAL
               MOVE "(PRODUTOS FORA DO CADASTRO)" TO WLM-DESCRICAO
               MOVE WRK-ETP-NOME(4) TO WLM-ETAPA
               MOVE WRK-OUTROS-QTD TO WLM-QTD-REAL
               MOVE WRK-OUTROS-CUSTO TO WLM-CUSTO-REAL
               MOVE WRK-OUTROS-CUSTO TO WLM-DESVIO
               MOVE "SEM ESTIMATIVA" TO WLM-ALERTA
               MOVE SPACES TO JOB-COST-LINE
               MOVE WRK-LINHA-MATERIAL TO JOB-COST-LINE
               WRITE JOB-COST-LINE
               ADD 1 TO WRK-OBRA-ESTOUROS
           END-IF.
           MOVE SPACES TO JOB-COST-LINE.
           WRITE JOB-COST-LINE.
           PERFORM 0620-LINHA-ETAPA
               VARYING WRK-IDX-ETAPA FROM 1 BY 1
               UNTIL WRK-IDX-ETAPA > 4.
           MOVE WRK-OBRA-EST TO WLT-EST.
           MOVE WRK-OBRA-REAL TO WLT-REAL.
           COMPUTE WRK-DESVIO = WRK-OBRA-REAL - WRK-OBRA-EST.
           MOVE WRK-DESVIO TO WLT-DESVIO.
           MOVE WRK-OBRA-ESTOUROS TO WLT-ESTOUROS.
           MOVE SPACES TO JOB-COST-LINE.
           MOVE WRK-LINHA-TOTAL-OBRA TO JOB-COST-LINE.
           WRITE JOB-COST-LINE.
           ADD WRK-OBRA-EST TO WRK-TOTAL-EST.
           ADD WRK-OBRA-REAL TO WRK-TOTAL-REAL.
           IF WRK-OBRA-ESTOUROS > ZEROS
               ADD 1 TO WRK-CNT-OBRAS-ESTOURO
           END-IF.

       0610-LINHA-MATERIAL.
      *********SO O MATERIAL ESTIMADO OU MOVIMENTADO PARA A OBRA; ACIMA
      *********DO ESTIMADO EM QUANTIDADE OU CUSTO SAI COM O ALERTA*****
           IF WRK-MAT-QTD-EST(WRK-IDX) NOT = ZEROS
               OR WRK-MAT-QTD-REAL(WRK-IDX) NOT = ZEROS
               OR WRK-MAT-CUSTO-REAL(WRK-IDX) NOT = ZEROS
               MOVE SPACES TO WRK-LINHA-MATERIAL
               MOVE WRK-MAT-COD(WRK-IDX) TO WLM-CODIGO
               MOVE WRK-MAT-DESC(WRK-IDX) TO WLM-DESCRICAO
               PERFORM 0615-ETAPA-DO-MATERIAL
               MOVE WRK-MAT-UNID(WRK-IDX) TO WLM-UNID
               MOVE WRK-MAT-QTD-EST(WRK-IDX) TO WLM-QTD-EST
               MOVE WRK-MAT-QTD-REAL(WRK-IDX) TO WLM-QTD-REAL
               MOVE WRK-MAT-CUSTO-EST(WRK-IDX) TO WLM-CUSTO-EST
               MOVE WRK-MAT-CUSTO-REAL(WRK-IDX) TO WLM-CUSTO-REAL
               COMPUTE WRK-DESVIO = WRK-MAT-CUSTO-REAL(WRK-IDX)
                   - WRK-MAT-CUSTO-EST(WRK-IDX)
               MOVE WRK-DESVIO TO WLM-DESVIO
               IF WRK-MAT-CUSTO-EST(WRK-IDX) = ZEROS
                   MOVE "SEM ESTIMATIVA" TO WLM-ALERTA
                   ADD 1 TO WRK-OBRA-ESTOUROS
               ELSE
                   IF WRK-MAT-QTD-REAL(WRK-IDX)
                           > WRK-MAT-QTD-EST(WRK-IDX)
                       OR WRK-MAT-CUSTO-REAL(WRK-IDX)
                           > WRK-MAT-CUSTO-EST(WRK-IDX)
                       MOVE "ESTOURO" TO WLM-ALERTA
                       ADD 1 TO WRK-OBRA-ESTOUROS
                   END-IF
               END-IF
               MOVE SPACES TO JOB-COST-LINE
               MOVE WRK-LINHA-MATERIAL TO JOB-COST-LINE
               WRITE JOB-COST-LINE
           END-IF.

       0615-ETAPA-DO-MATERIAL.
           MOVE ZEROS TO WRK-POS.
           PERFORM 0616-CONTAR-ETAPA
               VARYING WRK-IDX-ETAPA FROM 1 BY 1
               UNTIL WRK-IDX-ETAPA > 3.
           EVALUATE TRUE
               WHEN WRK-MAT-CUSTO-EST(WRK-IDX) = ZEROS
                   MOVE WRK-ETP-NOME(4) TO WLM-ETAPA
               WHEN WRK-POS > 3
                   MOVE "DIVERSAS" TO WLM-ETAPA
               WHEN OTHER
                   MOVE WRK-ETP-NOME(WRK-POS) TO WLM-ETAPA
           END-EVALUATE.

       0616-CONTAR-ETAPA.
      *********WRK-POS FICA COM A ETAPA UNICA DO MATERIAL OU ACIMA DE 3
      *********QUANDO ELE ENTRA EM MAIS DE UMA*************************
           IF WRK-MAT-EST-ETAPA(WRK-IDX, WRK-IDX-ETAPA) > ZEROS
               IF WRK-POS = ZEROS
                   MOVE WRK-IDX-ETAPA TO WRK-POS
               ELSE
                   MOVE 9 TO WRK-POS
               END-IF
           END-IF.

       0620-LINHA-ETAPA.
           IF WRK-IDX-ETAPA < 4
               OR WRK-ETP-REAL(WRK-IDX-ETAPA) NOT = ZEROS
               MOVE WRK-ETP-NOME(WRK-IDX-ETAPA) TO WLE-ETAPA
               MOVE WRK-ETP-EST(WRK-IDX-ETAPA) TO WLE-EST
               MOVE WRK-ETP-REAL(WRK-IDX-ETAPA) TO WLE-REAL
               COMPUTE WRK-DESVIO = WRK-ETP-REAL(WRK-IDX-ETAPA)
                   - WRK-ETP-EST(WRK-IDX-ETAPA)
               MOVE WRK-DESVIO TO WLE-DESVIO
               MOVE WRK-ETP-FATURADO(WRK-IDX-ETAPA) TO WLE-FATURADO
               MOVE SPACES TO JOB-COST-LINE
               MOVE WRK-LINHA-ETAPA TO JOB-COST-LINE
               WRITE JOB-COST-LINE
           END-IF.

       0900-FINALIZAR.
           IF WRK-FS-JOB = "00" OR WRK-FS-JOB = "10"
               CLOSE JOB-FILE
               CLOSE JOB-COST-REPORT
           END-IF.
           DISPLAY "CUSTO DE MATERIAL DAS OBRAS GERADO (JOBCOST)".
           DISPLAY "OBRAS NO RELATORIO: " WRK-CNT-OBRAS.
           DISPLAY "OBRAS COM MATERIAL ACIMA DO ESTIMADO: "
               WRK-CNT-OBRAS-ESTOURO.
           MOVE WRK-TOTAL-EST TO WRK-TOTAL-EDIT.
           DISPLAY "MATERIAL ESTIMADO: " WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-REAL TO WRK-TOTAL-EDIT.
           DISPLAY "MATERIAL REAL:     " WRK-TOTAL-EDIT.
