       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB90.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: GERACAO DOS PEDIDOS PROGRAMADOS (PASSO DO FIM DE DIA
      *           NO CALENDARIO JOBCAL): PARA CADA PEDIDO PROGRAMADO
      *           ATIVO DO STORDERS, ACRESCENTA AO ORDERSIN AS
      *           OCORRENCIAS QUE VENCEM ANTES DO PROXIMO DIA UTIL
      *           (PROGDATA), DE MODO QUE A OCORRENCIA QUE CAI EM FIM
      *           DE SEMANA OU FERIADO SAI NO DIA UTIL ANTERIOR; A
      *           ULTIMA OCORRENCIA GERADA FICA GRAVADA NO PROPRIO
      *           PEDIDO (STO-ULTIMA), ENTAO O PASSO REPROCESSADO NAO
      *           GERA A MESMA OCORRENCIA DUAS VEZES. LISTA O QUE FOI
      *           GERADO NO RELATORIO STOGRPT
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
           SELECT STANDING-ORDERS ASSIGN TO "STORDERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STO-NUMERO
               FILE STATUS IS WRK-FS-STO.
           SELECT ORDERS-FILE ASSIGN TO "ORDERSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORDERS.
           SELECT GENERATION-REPORT ASSIGN TO "STOGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD STANDING-ORDERS.
           COPY CPSTORD.
       FD ORDERS-FILE.
           COPY CPORDERS.
       FD GENERATION-REPORT.
       01 GENERATION-LINE             PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-FS-STO PIC X(02) VALUE ZEROS.
       77 WRK-FS-ORDERS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-STO PIC X(01) VALUE "N".
           88 FIM-STO VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-ABEND PIC X(01) VALUE "N".
       77 WRK-CNT-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-GERADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ENCERRADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-NO-PEDIDO PIC 9(03) VALUE ZEROS.
       77 WRK-UM-DIA-UTIL PIC 9(03) VALUE 1.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-ANCORA PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-PASSO PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-4 PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-100 PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-400 PIC 9(04) VALUE ZEROS.
       77 WRK-QUOCIENTE-AUX PIC 9(05) VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
      *********DATA DA OCORRENCIA EM CALCULO****************************
       01 WRK-OCOR-DATA.
           02 WRK-OCOR-ANO            PIC 9(04) VALUE ZEROS.
           02 WRK-OCOR-MES            PIC 9(02) VALUE ZEROS.
           02 WRK-OCOR-DIA            PIC 9(02) VALUE ZEROS.
       01 WRK-OCOR-NUM REDEFINES WRK-OCOR-DATA PIC 9(08).
       01 WRK-INICIO-DATA.
           02 FILLER                  PIC 9(06).
           02 WRK-INICIO-DIA          PIC 9(02).
       01 WRK-INICIO-NUM REDEFINES WRK-INICIO-DATA PIC 9(08).
           COPY CPRPTHDR.
       01 WRK-LINHA-TITULO.
           02 FILLER                  PIC X(42) VALUE
                  "PEDIDOS PROGRAMADOS GERADOS NO ORDERSIN - ".
           02 FILLER                  PIC X(24) VALUE
                  "OCORRENCIAS ANTERIORES A".
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLT-LIMITE              PIC 9(08).
       01 WRK-LINHA-GERADO.
           02 WLG-NUMERO              PIC 9(06).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLG-CLIENTE             PIC X(06).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLG-PRODUTO             PIC X(20).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLG-UF                  PIC X(02).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLG-VALOR               PIC ZZZ.ZZ9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLG-FREQUENCIA          PIC X(01).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLG-OCORRENCIA          PIC 9(08).
       01 WRK-LINHA-TOTAL.
           02 FILLER                  PIC X(21)
                   VALUE "OCORRENCIAS GERADAS: ".
           02 WLTT-GERADOS            PIC ZZZZ9.
           02 FILLER                  PIC X(30)
                   VALUE "  PEDIDOS ENCERRADOS NO FIM: ".
           02 WLTT-ENCERRADOS         PIC ZZZZ9.
       LINKAGE SECTION.
       01 LK-EOD-STATS.
           02 LK-EOD-LIDOS             PIC 9(05).
           02 LK-EOD-GRAVADOS          PIC 9(05).
           02 LK-EOD-REJEITADOS        PIC 9(05).
           02 LK-EOD-ABEND             PIC X(01).
       01 LK-OPERADOR                  PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-EOD-STATS,
               OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0100-PROCESSAR-PEDIDO UNTIL FIM-STO.
           PERFORM 0900-FINALIZAR.
           IF ADDRESS OF LK-EOD-STATS NOT = NULL
               MOVE WRK-CNT-LIDOS TO LK-EOD-LIDOS
               MOVE WRK-CNT-GERADOS TO LK-EOD-GRAVADOS
               MOVE ZEROS TO LK-EOD-REJEITADOS
               MOVE WRK-ABEND TO LK-EOD-ABEND
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
      *********LIMITE = PROXIMO DIA UTIL: GERA TUDO O QUE VENCE ANTES
      *********DELE, INCLUSIVE O QUE FICOU PARA TRAS*******************
           CALL "PROGDATA" USING WRK-DATASYS-NUM, OMITTED, OMITTED,
               OMITTED, WRK-UM-DIA-UTIL, WRK-DATA-LIMITE.
           OPEN I-O STANDING-ORDERS.
           IF WRK-FS-STO NOT = "00"
               DISPLAY "PEDIDOS PROGRAMADOS STORDERS NAO ENCONTRADOS: "
                   WRK-FS-STO
               MOVE "S" TO WRK-EOF-STO
           END-IF.
           OPEN EXTEND ORDERS-FILE.
           IF WRK-FS-ORDERS NOT = "00"
               OPEN OUTPUT ORDERS-FILE
           END-IF.
           IF WRK-FS-ORDERS NOT = "00"
               DISPLAY "ERRO AO ABRIR ORDERSIN: " WRK-FS-ORDERS
               MOVE "S" TO WRK-ABEND
               MOVE "S" TO WRK-EOF-STO
           END-IF.
           OPEN OUTPUT GENERATION-REPORT.
           MOVE "PROGCOB90" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           MOVE 1 TO RPT-HDR-PAGINA.
           MOVE RPT-HEADER-LINE TO GENERATION-LINE.
           WRITE GENERATION-LINE.
           MOVE WRK-DATA-LIMITE TO WLT-LIMITE.
           MOVE WRK-LINHA-TITULO TO GENERATION-LINE.
           WRITE GENERATION-LINE.
           MOVE SPACES TO GENERATION-LINE.
           WRITE GENERATION-LINE.

       0100-PROCESSAR-PEDIDO.
           READ STANDING-ORDERS NEXT
               AT END
                   MOVE "S" TO WRK-EOF-STO
               NOT AT END
                   IF STO-ATIVO
                       ADD 1 TO WRK-CNT-LIDOS
                       PERFORM 0200-GERAR-DO-PEDIDO
                   END-IF
           END-READ.

       0200-GERAR-DO-PEDIDO.
      *********PRIMEIRA OCORRENCIA PENDENTE: O INICIO, SE NADA FOI
      *********GERADO, OU A SEGUINTE A ULTIMA GERADA; O TETO DE 60 POR
      *********PEDIDO SEGURA UM INICIO ESQUECIDO NO PASSADO************
           MOVE STO-INICIO TO WRK-INICIO-NUM.
           MOVE WRK-INICIO-DIA TO WRK-DIA-ANCORA.
           MOVE ZEROS TO WRK-CNT-NO-PEDIDO.
           IF STO-ULTIMA = ZEROS
               MOVE STO-INICIO TO WRK-OCOR-NUM
           ELSE
               MOVE STO-ULTIMA TO WRK-OCOR-NUM
               PERFORM 0300-PROXIMA-OCORRENCIA
           END-IF.
           PERFORM 0250-GERAR-OCORRENCIA
               UNTIL WRK-OCOR-NUM NOT < WRK-DATA-LIMITE
                  OR (STO-FIM > ZEROS AND WRK-OCOR-NUM > STO-FIM)
                  OR WRK-CNT-NO-PEDIDO NOT < 60.
           IF STO-FIM > ZEROS AND WRK-OCOR-NUM > STO-FIM
               MOVE "E" TO STO-SITUACAO
               ADD 1 TO WRK-CNT-ENCERRADOS
           END-IF.
           IF WRK-CNT-NO-PEDIDO > 0 OR STO-ENCERRADO
               REWRITE STO-RECORD
           END-IF.

       0250-GERAR-OCORRENCIA.
           MOVE SPACES TO ORD-RECORD.
           MOVE STO-CLIENTE TO ORD-CLIENTE.
           MOVE STO-PRODUTO TO ORD-PRODUTO.
           MOVE STO-UF TO ORD-UF.
           MOVE STO-VALOR TO ORD-VALOR.
           MOVE STO-PESO TO ORD-PESO.
           MOVE ZEROS TO ORD-COTACAO ORD-VALOR-DECLARADO.
           MOVE "N" TO ORD-SEGURO.
           WRITE ORD-RECORD.
           MOVE WRK-OCOR-NUM TO STO-ULTIMA.
           ADD 1 TO WRK-CNT-GERADOS.
           ADD 1 TO WRK-CNT-NO-PEDIDO.
           MOVE STO-NUMERO TO WLG-NUMERO.
           MOVE STO-CLIENTE TO WLG-CLIENTE.
           MOVE STO-PRODUTO TO WLG-PRODUTO.
           MOVE STO-UF TO WLG-UF.
           MOVE STO-VALOR TO WLG-VALOR.
           MOVE STO-FREQUENCIA TO WLG-FREQUENCIA.
           MOVE WRK-OCOR-NUM TO WLG-OCORRENCIA.
           MOVE WRK-LINHA-GERADO TO GENERATION-LINE.
           WRITE GENERATION-LINE.
           PERFORM 0300-PROXIMA-OCORRENCIA.

       0300-PROXIMA-OCORRENCIA.
      *********SEMANAL/QUINZENAL: 7/14 DIAS CORRIDOS; MENSAL: MESMO DIA
      *********DO INICIO NO MES SEGUINTE (ULTIMO DIA SE O MES E MAIS
      *********CURTO)**************************************************
           EVALUATE TRUE
               WHEN STO-SEMANAL
                   MOVE 7 TO WRK-DIAS-PASSO
                   PERFORM 0310-AVANCAR-UM-DIA WRK-DIAS-PASSO TIMES
               WHEN STO-QUINZENAL
                   MOVE 14 TO WRK-DIAS-PASSO
                   PERFORM 0310-AVANCAR-UM-DIA WRK-DIAS-PASSO TIMES
               WHEN OTHER
                   PERFORM 0330-AVANCAR-UM-MES
           END-EVALUATE.

       0310-AVANCAR-UM-DIA.
           PERFORM 0320-DIAS-DO-MES.
           IF WRK-OCOR-DIA < WRK-DIAS-NO-MES
               ADD 1 TO WRK-OCOR-DIA
           ELSE
               MOVE 01 TO WRK-OCOR-DIA
               IF WRK-OCOR-MES < 12
                   ADD 1 TO WRK-OCOR-MES
               ELSE
                   MOVE 01 TO WRK-OCOR-MES
                   ADD 1 TO WRK-OCOR-ANO
               END-IF
           END-IF.

       0320-DIAS-DO-MES.
      *********TAMANHO DO MES DE WRK-OCOR-DATA, COM ANO BISSEXTO, COMO
      *********NO PROGDATA**********************************************
           EVALUATE WRK-OCOR-MES
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WRK-DIAS-NO-MES
               WHEN 02
                   MOVE 28 TO WRK-DIAS-NO-MES
                   PERFORM 0325-CONFERIR-BISSEXTO
               WHEN OTHER
                   MOVE 30 TO WRK-DIAS-NO-MES
           END-EVALUATE.

       0325-CONFERIR-BISSEXTO.
           DIVIDE WRK-OCOR-ANO BY 4 GIVING WRK-QUOCIENTE-AUX
               REMAINDER WRK-RESTO-4.
           DIVIDE WRK-OCOR-ANO BY 100 GIVING WRK-QUOCIENTE-AUX
               REMAINDER WRK-RESTO-100.
           DIVIDE WRK-OCOR-ANO BY 400 GIVING WRK-QUOCIENTE-AUX
               REMAINDER WRK-RESTO-400.
           IF (WRK-RESTO-4 = 0 AND WRK-RESTO-100 NOT = 0)
               OR WRK-RESTO-400 = 0
               MOVE 29 TO WRK-DIAS-NO-MES
           END-IF.

       0330-AVANCAR-UM-MES.
           IF WRK-OCOR-MES < 12
               ADD 1 TO WRK-OCOR-MES
           ELSE
               MOVE 01 TO WRK-OCOR-MES
               ADD 1 TO WRK-OCOR-ANO
           END-IF.
           PERFORM 0320-DIAS-DO-MES.
           IF WRK-DIA-ANCORA > WRK-DIAS-NO-MES
               MOVE WRK-DIAS-NO-MES TO WRK-OCOR-DIA
           ELSE
               MOVE WRK-DIA-ANCORA TO WRK-OCOR-DIA
           END-IF.

       0900-FINALIZAR.
           MOVE SPACES TO GENERATION-LINE.
           WRITE GENERATION-LINE.
           MOVE WRK-CNT-GERADOS TO WLTT-GERADOS.
           MOVE WRK-CNT-ENCERRADOS TO WLTT-ENCERRADOS.
           MOVE WRK-LINHA-TOTAL TO GENERATION-LINE.
           WRITE GENERATION-LINE.
           DISPLAY "=============================================".
           DISPLAY "GERACAO DE PEDIDOS PROGRAMADOS (STOGRPT)".
           DISPLAY "PEDIDOS PROGRAMADOS ATIVOS: " WRK-CNT-LIDOS.
           DISPLAY "OCORRENCIAS NO ORDERSIN   : " WRK-CNT-GERADOS.
           DISPLAY "ENCERRADOS PELO TERMINO   : " WRK-CNT-ENCERRADOS.
           DISPLAY "=============================================".
           IF WRK-FS-STO = "00" OR WRK-FS-STO = "10"
               CLOSE STANDING-ORDERS
           END-IF.
           IF WRK-FS-ORDERS = "00"
               CLOSE ORDERS-FILE
           END-IF.
           CLOSE GENERATION-REPORT.
