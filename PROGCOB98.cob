       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB98.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: RELATORIO SEMANAL DE LOTES A VENCER: LISTA OS LOTES
      *           COM SALDO NO STOCKLOT QUE VENCEM DENTRO DE N DIAS
      *           (PADRAO 30) E OS JA VENCIDOS, POR PRODUTO E LOCAL,
      *           COM OS DIAS QUE FALTAM E O VALOR EM RISCO PELO
      *           CUSTO MEDIO DO STOCKBAL (RELATORIO LOTEXP), PARA A
      *           LOJA REMARCAR OU DAR BAIXA POR PERDA NO PROGCOB44
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
           SELECT STOCK-LOT ASSIGN TO "STOCKLOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-FS-LOT.
           SELECT STOCK-BALANCE ASSIGN TO "STOCKBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-CHAVE
               FILE STATUS IS WRK-FS-BAL.
           SELECT EXPIRY-REPORT ASSIGN TO "LOTEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD STOCK-LOT.
           COPY CPSTKLOT.
       FD STOCK-BALANCE.
           COPY CPSTKBAL.
       FD EXPIRY-REPORT.
       01 EXPIRY-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-LOT PIC X(02) VALUE ZEROS.
       77 WRK-FS-BAL PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-LOT PIC X(01) VALUE "N".
           88 FIM-LOT VALUE "S".
       77 WRK-SALDOS-OK PIC X(01) VALUE "N".
           88 SALDOS-OK VALUE "S".
       77 WRK-DIAS-LIMITE PIC 9(03) VALUE ZEROS.
       77 WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-VALIDADE PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-PARA-VENCER PIC S9(07) VALUE ZEROS.
       77 WRK-CUSTO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VALOR-LOTE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CNT-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-A-VENCER PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-VENCIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-A-VENCER PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-VENCIDOS PIC 9(10)V99 VALUE ZEROS.
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
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       COPY CPRPTHDR.
       01 WRK-LINHA-TITULO.
           02 FILLER                  PIC X(28) VALUE
               "LOTES A VENCER NOS PROXIMOS ".
           02 WLT-DIAS                PIC ZZ9.
           02 FILLER                  PIC X(24) VALUE
               " DIAS E LOTES VENCIDOS".
       01 WRK-LINHA-COLUNAS.
           02 FILLER                  PIC X(49) VALUE
               "PRODUTO               LOC  LOTE        VALIDADE  ".
           02 FILLER                  PIC X(32) VALUE
               "  SALDO  DIAS              VALOR".
       01 WRK-LINHA-LOTE.
           02 WLL-PRODUTO             PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLL-LOCAL               PIC X(03).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLL-LOTE                PIC X(10).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLL-VALIDADE            PIC 9(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLL-SALDO               PIC ZZZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLL-DIAS                PIC X(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLL-VALOR               PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-DIAS-ED                 PIC ZZZZZZ9.
       01 WRK-LINHA-TOTAL.
           02 WLT-DESCRICAO           PIC X(30).
           02 WLT-QTD                 PIC ZZZZ9.
           02 FILLER                  PIC X(10) VALUE " LOTES    ".
           02 WLT-VALOR               PIC Z.ZZZ.ZZZ.ZZ9,99.
       LINKAGE SECTION.
       01 LK-OPERADOR                 PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           DISPLAY "DIAS ATE O VENCIMENTO (VAZIO = 30):".
           ACCEPT WRK-DIAS-LIMITE.
           IF WRK-DIAS-LIMITE = ZEROS
               MOVE 30 TO WRK-DIAS-LIMITE
           END-IF.
           MOVE WRK-DATASYS-NUM TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.
           OPEN INPUT STOCK-LOT.
           IF WRK-FS-LOT NOT = "00"
               DISPLAY "STOCKLOT NAO ENCONTRADO - NENHUM LOTE"
                   " CADASTRADO"
           ELSE
               OPEN INPUT STOCK-BALANCE
               IF WRK-FS-BAL = "00"
                   MOVE "S" TO WRK-SALDOS-OK
               ELSE
                   DISPLAY "AVISO: STOCKBAL NAO ENCONTRADO - LOTES"
                       " SEM VALOR"
               END-IF
               OPEN OUTPUT EXPIRY-REPORT
               PERFORM 0100-GRAVAR-CABECALHO
               PERFORM 0200-LER-LOTE UNTIL FIM-LOT
               PERFORM 0300-GRAVAR-TOTAIS
               CLOSE STOCK-LOT EXPIRY-REPORT
               IF SALDOS-OK
                   CLOSE STOCK-BALANCE
               END-IF
               DISPLAY "LOTES LIDOS........: " WRK-CNT-LIDOS
               DISPLAY "LOTES A VENCER.....: " WRK-CNT-A-VENCER
               DISPLAY "LOTES VENCIDOS.....: " WRK-CNT-VENCIDOS
               DISPLAY "RELATORIO LOTEXP GERADO"
           END-IF.
           GOBACK.

       0100-GRAVAR-CABECALHO.
      *********CABECALHO PADRAO: PROGRAMA, DATA, OPERADOR E PAGINA*****
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           MOVE "PROGCOB98" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE RPT-HEADER-LINE TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.
           MOVE WRK-DIAS-LIMITE TO WLT-DIAS.
           MOVE WRK-LINHA-TITULO TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.
           MOVE WRK-LINHA-COLUNAS TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.

       0200-LER-LOTE.
      *********LOTE ZERADO NAO SAI; VALIDADE ANTES DE HOJE E VENCIDO,
      *********O RESTO SAI SE VENCE DENTRO DO LIMITE DE DIAS***********
           READ STOCK-LOT
               AT END
                   MOVE "S" TO WRK-EOF-LOT
               NOT AT END
                   ADD 1 TO WRK-CNT-LIDOS
                   IF LOT-SALDO > ZEROS
                       MOVE LOT-VALIDADE TO WRK-DATA-CONVERTE
                       PERFORM 0700-CALCULAR-SERIAL
                       MOVE WRK-SERIAL TO WRK-SERIAL-VALIDADE
                       COMPUTE WRK-DIAS-PARA-VENCER =
                           WRK-SERIAL-VALIDADE - WRK-SERIAL-HOJE
                       IF WRK-DIAS-PARA-VENCER <= WRK-DIAS-LIMITE
                           PERFORM 0210-GRAVAR-LOTE
                       END-IF
                   END-IF
           END-READ.

       0210-GRAVAR-LOTE.
           PERFORM 0220-CUSTO-DO-LOTE.
           COMPUTE WRK-VALOR-LOTE = LOT-SALDO * WRK-CUSTO.
           MOVE SPACES TO WRK-LINHA-LOTE.
           MOVE LOT-PRODUTO TO WLL-PRODUTO.
           MOVE LOT-LOCAL TO WLL-LOCAL.
           MOVE LOT-NUMERO TO WLL-LOTE.
           MOVE LOT-VALIDADE TO WLL-VALIDADE.
           MOVE LOT-SALDO TO WLL-SALDO.
           MOVE WRK-VALOR-LOTE TO WLL-VALOR.
           IF WRK-DIAS-PARA-VENCER < ZEROS
               MOVE "VENCIDO" TO WLL-DIAS
               ADD 1 TO WRK-CNT-VENCIDOS
               ADD WRK-VALOR-LOTE TO WRK-TOT-VENCIDOS
           ELSE
               MOVE WRK-DIAS-PARA-VENCER TO WRK-DIAS-ED
               MOVE WRK-DIAS-ED TO WLL-DIAS
               ADD 1 TO WRK-CNT-A-VENCER
               ADD WRK-VALOR-LOTE TO WRK-TOT-A-VENCER
           END-IF.
           MOVE WRK-LINHA-LOTE TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.

       0220-CUSTO-DO-LOTE.
      *********O LOTE VALE O CUSTO MEDIO DO PRODUTO NO LOCAL***********
           MOVE ZEROS TO WRK-CUSTO.
           IF SALDOS-OK
               MOVE LOT-PRODUTO TO BAL-PRODUTO
               MOVE LOT-LOCAL TO BAL-LOCAL
               READ STOCK-BALANCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BAL-CUSTO-MEDIO NUMERIC
                           MOVE BAL-CUSTO-MEDIO TO WRK-CUSTO
                       END-IF
               END-READ
           END-IF.

       0300-GRAVAR-TOTAIS.
           MOVE SPACES TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.
           MOVE "TOTAL A VENCER" TO WLT-DESCRICAO.
           MOVE WRK-CNT-A-VENCER TO WLT-QTD.
           MOVE WRK-TOT-A-VENCER TO WLT-VALOR.
           MOVE WRK-LINHA-TOTAL TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.
           MOVE "TOTAL VENCIDO (BAIXAR PERDA)" TO WLT-DESCRICAO.
           MOVE WRK-CNT-VENCIDOS TO WLT-QTD.
           MOVE WRK-TOT-VENCIDOS TO WLT-VALOR.
           MOVE WRK-LINHA-TOTAL TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.

       0700-CALCULAR-SERIAL.
      *********NUMERO SERIAL DE DIAS DA DATA EM WRK-DATA-CONVERTE,
      *********PELA FORMULA INTEIRA 367A - 7(A+(M+9)/12)/4 + 275M/9 + D
      *********CADA DIVISAO E FEITA COM DIVIDE PARA TRUNCAR O
      *********QUOCIENTE, COMO A FORMULA EXIGE*************************
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
