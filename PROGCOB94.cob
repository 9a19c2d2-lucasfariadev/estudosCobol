       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB94.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: PASSIVO DE VALES-TROCA EM ABERTO NO FIM DO MES PARA
      *           A CONTABILIDADE: LISTA OS VALES DO VALETROC EMITIDOS
      *           ATE O FIM DO MES PEDIDO QUE AINDA TEM SALDO, SEPARA
      *           OS VALIDOS (PASSIVO COM O CLIENTE) DOS JA VENCIDOS
      *           (SALDO A BAIXAR CONTRA RECEITA) E TOTALIZA, COM OS
      *           VALES EMITIDOS NO PROPRIO MES (RELATORIO VALERPT)
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
           SELECT VOUCHER-FILE ASSIGN TO "VALETROC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VAL-NUMERO
               FILE STATUS IS WRK-FS-VALE.
           SELECT VOUCHER-REPORT ASSIGN TO "VALERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD VOUCHER-FILE.
           COPY CPVALE.
       FD VOUCHER-REPORT.
       01 VOUCHER-LINE                PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-VALE PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-VALE PIC X(01) VALUE "N".
           88 FIM-VALE VALUE "S".
       01 WRK-COMPETENCIA.
           02 WRK-COMP-ANO            PIC 9(04) VALUE ZEROS.
           02 WRK-COMP-MES            PIC 9(02) VALUE ZEROS.
       01 WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
       01 WRK-FIM-MES.
           02 WRK-FIM-ANO             PIC 9(04) VALUE ZEROS.
           02 WRK-FIM-MES-MM          PIC 9(02) VALUE ZEROS.
           02 WRK-FIM-DIA             PIC 9(02) VALUE ZEROS.
       01 WRK-FIM-MES-NUM REDEFINES WRK-FIM-MES PIC 9(08).
       77 WRK-INICIO-MES PIC 9(08) VALUE ZEROS.
       77 WRK-RESTO-4 PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-100 PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-400 PIC 9(04) VALUE ZEROS.
       77 WRK-QUOCIENTE-AUX PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ABERTO PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-ABERTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QT-VENCIDO PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-VENCIDO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QT-EMITIDO-MES PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-EMITIDO-MES PIC 9(10)V99 VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-DATASYS-R REDEFINES WRK-DATASYS-NUM.
           02 WRK-DATASYS-AAAAMM      PIC 9(06).
           02 FILLER                  PIC 9(02).
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       COPY CPRPTHDR.
       01 WRK-LINHA-TITULO.
           02 FILLER                  PIC X(42) VALUE
               "PASSIVO DE VALES-TROCA EM ABERTO NO FIM DE".
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLT-FIM-MES             PIC 9(08).
       01 WRK-LINHA-COLUNAS.
           02 FILLER                  PIC X(42) VALUE
               "VALE   CLIENTE EMISSAO  VALIDADE CX DEVOL ".
           02 FILLER                  PIC X(43) VALUE
               "    VALOR EMITIDO            SALDO SITUACAO".
       01 WRK-LINHA-DETALHE.
           02 WLD-NUMERO              PIC 9(06).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-CLIENTE             PIC X(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLD-EMISSAO             PIC 9(08).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-VALIDADE            PIC 9(08).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-CAIXA               PIC 9(02).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-DEVOLUCAO           PIC 9(05).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLD-EMITIDO             PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-SALDO               PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-SITUACAO            PIC X(09).
       01 WRK-LINHA-TOTAL.
           02 WLT-DESCRICAO           PIC X(42).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLT-QTD                 PIC ZZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLT-VALOR               PIC Z.ZZZ.ZZZ.ZZ9,99.
       LINKAGE SECTION.
       01 LK-OPERADOR                 PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           DISPLAY "MES DE REFERENCIA (AAAAMM, VAZIO = MES ATUAL):".
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA NOT NUMERIC
               OR WRK-COMPETENCIA-NUM = ZEROS
               MOVE WRK-DATASYS-AAAAMM TO WRK-COMPETENCIA-NUM
           END-IF.
           IF WRK-COMP-MES < 01 OR WRK-COMP-MES > 12
               DISPLAY "MES INVALIDO - ASSUMINDO O MES ATUAL"
               MOVE WRK-DATASYS-AAAAMM TO WRK-COMPETENCIA-NUM
           END-IF.
           PERFORM 0050-CALCULAR-FIM-MES.
           PERFORM 0100-ABRIR-ARQUIVOS.
           PERFORM 0200-LER-VALE UNTIL FIM-VALE.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0050-CALCULAR-FIM-MES.
      *********ULTIMO DIA DO MES DE REFERENCIA, COM ANO BISSEXTO, COMO
      *********NO PROGDATA**********************************************
           MOVE WRK-COMP-ANO TO WRK-FIM-ANO.
           MOVE WRK-COMP-MES TO WRK-FIM-MES-MM.
           MOVE 01 TO WRK-FIM-DIA.
           MOVE WRK-FIM-MES-NUM TO WRK-INICIO-MES.
           EVALUATE WRK-FIM-MES-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WRK-FIM-DIA
               WHEN 02
                   MOVE 28 TO WRK-FIM-DIA
                   PERFORM 0055-CONFERIR-BISSEXTO
               WHEN OTHER
                   MOVE 30 TO WRK-FIM-DIA
           END-EVALUATE.

       0055-CONFERIR-BISSEXTO.
           DIVIDE WRK-FIM-ANO BY 4 GIVING WRK-QUOCIENTE-AUX
               REMAINDER WRK-RESTO-4.
           DIVIDE WRK-FIM-ANO BY 100 GIVING WRK-QUOCIENTE-AUX
               REMAINDER WRK-RESTO-100.
           DIVIDE WRK-FIM-ANO BY 400 GIVING WRK-QUOCIENTE-AUX
               REMAINDER WRK-RESTO-400.
           IF (WRK-RESTO-4 = 0 AND WRK-RESTO-100 NOT = 0)
               OR WRK-RESTO-400 = 0
               MOVE 29 TO WRK-FIM-DIA
           END-IF.

       0100-ABRIR-ARQUIVOS.
           OPEN INPUT VOUCHER-FILE.
           IF WRK-FS-VALE NOT = "00"
               DISPLAY "VALES VALETROC NAO ENCONTRADOS - PASSIVO ZERO"
               MOVE "S" TO WRK-EOF-VALE
           END-IF.
           OPEN OUTPUT VOUCHER-REPORT.
           PERFORM 0110-GRAVAR-CABECALHO.

       0110-GRAVAR-CABECALHO.
      *********CABECALHO PADRAO: PROGRAMA, DATA, OPERADOR E PAGINA*****
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           MOVE "PROGCOB94" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE RPT-HEADER-LINE TO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           MOVE WRK-FIM-MES-NUM TO WLT-FIM-MES.
           MOVE WRK-LINHA-TITULO TO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           MOVE SPACES TO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           MOVE WRK-LINHA-COLUNAS TO VOUCHER-LINE.
           WRITE VOUCHER-LINE.

       0200-LER-VALE.
           READ VOUCHER-FILE
               AT END
                   MOVE "S" TO WRK-EOF-VALE
               NOT AT END
                   IF VAL-EMISSAO NOT > WRK-FIM-MES-NUM
                       PERFORM 0210-AVALIAR-VALE
                   END-IF
           END-READ.

       0210-AVALIAR-VALE.
      *********O SALDO E O ATUAL DO VALE (O RELATORIO RODA NO FECHAMENTO
      *********DO MES); VALE COM VALIDADE ANTES DO FIM DO MES SAI COMO
      *********VENCIDO, FORA DO PASSIVO******************************
           IF VAL-EMISSAO NOT < WRK-INICIO-MES
               ADD 1 TO WRK-QT-EMITIDO-MES
               ADD VAL-VALOR-EMITIDO TO WRK-TOT-EMITIDO-MES
           END-IF.
           IF VAL-SALDO > ZEROS
               MOVE SPACES TO WRK-LINHA-DETALHE
               MOVE VAL-NUMERO TO WLD-NUMERO
               MOVE VAL-CLIENTE TO WLD-CLIENTE
               MOVE VAL-EMISSAO TO WLD-EMISSAO
               MOVE VAL-VALIDADE TO WLD-VALIDADE
               MOVE VAL-CAIXA TO WLD-CAIXA
               MOVE VAL-DEVOLUCAO-SEQ TO WLD-DEVOLUCAO
               MOVE VAL-VALOR-EMITIDO TO WLD-EMITIDO
               MOVE VAL-SALDO TO WLD-SALDO
               IF VAL-VALIDADE < WRK-FIM-MES-NUM
                   MOVE "VENCIDO" TO WLD-SITUACAO
                   ADD 1 TO WRK-QT-VENCIDO
                   ADD VAL-SALDO TO WRK-TOT-VENCIDO
               ELSE
                   MOVE "EM ABERTO" TO WLD-SITUACAO
                   ADD 1 TO WRK-QT-ABERTO
                   ADD VAL-SALDO TO WRK-TOT-ABERTO
               END-IF
               MOVE WRK-LINHA-DETALHE TO VOUCHER-LINE
               WRITE VOUCHER-LINE
           END-IF.

       0300-FINALIZAR.
           MOVE SPACES TO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           MOVE SPACES TO WRK-LINHA-TOTAL.
           MOVE "VALES EMITIDOS NO MES" TO WLT-DESCRICAO.
           MOVE WRK-QT-EMITIDO-MES TO WLT-QTD.
           MOVE WRK-TOT-EMITIDO-MES TO WLT-VALOR.
           MOVE WRK-LINHA-TOTAL TO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           MOVE SPACES TO WRK-LINHA-TOTAL.
           MOVE "VENCIDOS COM SALDO (BAIXAR CONTRA RECEITA)"
               TO WLT-DESCRICAO.
           MOVE WRK-QT-VENCIDO TO WLT-QTD.
           MOVE WRK-TOT-VENCIDO TO WLT-VALOR.
           MOVE WRK-LINHA-TOTAL TO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           MOVE SPACES TO WRK-LINHA-TOTAL.
           MOVE "PASSIVO DE VALES EM ABERTO" TO WLT-DESCRICAO.
           MOVE WRK-QT-ABERTO TO WLT-QTD.
           MOVE WRK-TOT-ABERTO TO WLT-VALOR.
           MOVE WRK-LINHA-TOTAL TO VOUCHER-LINE.
           WRITE VOUCHER-LINE.
           IF WRK-FS-VALE = "00" OR WRK-FS-VALE = "10"
               CLOSE VOUCHER-FILE
           END-IF.
           CLOSE VOUCHER-REPORT.
           DISPLAY "PASSIVO DE VALES-TROCA GERADO (VALERPT)".
           DISPLAY "FIM DO MES..............: " WRK-FIM-MES-NUM.
           DISPLAY "VALES EM ABERTO.........: " WRK-QT-ABERTO.
           DISPLAY "PASSIVO EM ABERTO.......: " WRK-TOT-ABERTO.
           DISPLAY "VENCIDOS COM SALDO......: " WRK-TOT-VENCIDO.
