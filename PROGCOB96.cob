       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB96.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: COMISSAO MENSAL DOS OPERADORES DE CAIXA: SOMA A VENDA
      *           LIQUIDA DE CADA OPERADOR NO MES (SALESDET, PELO
      *           SD-OPERADOR), MENOS AS DEVOLUCOES DAS VENDAS DELE,
      *           SEM AS VENDAS PAGAS COM PONTOS DE FIDELIDADE, COM
      *           AS UNIDADES DO SALESITM; APLICA O PERCENTUAL DA
      *           TABELA COMMRATE (OPERADOR, CLASSE DO PRODUTO OU
      *           PADRAO) E EMITE O EXTRATO POR OPERADOR (COMMRPT) E
      *           A INTERFACE DA FOLHA DE PAGAMENTO (COMMPAY) - A
      *           PLANILHA MONTADA COM O CLOSERPT IMPRESSO SE APOSENTA
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
           SELECT COMMISSION-RATE ASSIGN TO "COMMRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TAXA.
           SELECT SALES-DETAIL ASSIGN TO "SALESDET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DETALHE.
           SELECT SALES-ITEM ASSIGN TO "SALESITM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ITEM.
           SELECT COMMISSION-REPORT ASSIGN TO "COMMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT PAYROLL-FILE ASSIGN TO "COMMPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAY.
       DATA DIVISION.
       FILE SECTION.
       FD COMMISSION-RATE.
           COPY CPCOMRAT.
       FD SALES-DETAIL.
           COPY CPSALDET.
       FD SALES-ITEM.
           COPY CPSALITM.
       FD COMMISSION-REPORT.
       01 COMMISSION-LINE             PIC X(132).
       FD PAYROLL-FILE.
           COPY CPCOMPAY.
       WORKING-STORAGE SECTION.
       77 WRK-FS-TAXA PIC X(02) VALUE ZEROS.
       77 WRK-FS-DETALHE PIC X(02) VALUE ZEROS.
       77 WRK-FS-ITEM PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-FS-PAY PIC X(02) VALUE ZEROS.
       77 WRK-EOF-TAXA PIC X(01) VALUE "N".
           88 FIM-TAXA VALUE "S".
       77 WRK-EOF-DETALHE PIC X(01) VALUE "N".
           88 FIM-DETALHE VALUE "S".
       77 WRK-EOF-ITEM PIC X(01) VALUE "N".
           88 FIM-ITEM VALUE "S".
       01 WRK-COMPETENCIA.
           02 WRK-COMP-ANO            PIC 9(04) VALUE ZEROS.
           02 WRK-COMP-MES            PIC 9(02) VALUE ZEROS.
       01 WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
       01 WRK-DATA-LINHA              PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-LINHA-R REDEFINES WRK-DATA-LINHA.
           02 WRK-DATA-LINHA-AAAAMM   PIC 9(06).
           02 FILLER                  PIC 9(02).
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-DATASYS-R REDEFINES WRK-DATASYS-NUM.
           02 WRK-DATASYS-AAAAMM      PIC 9(06).
           02 FILLER                  PIC 9(02).
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
      *********TABELA DE PERCENTUAIS CARREGADA DO COMMRATE*************
       01 WRK-TABELA-TAXAS.
           02 WRK-TXC-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-QTD-TXC.
               03 WRK-TXC-TIPO        PIC X(01).
               03 WRK-TXC-CHAVE       PIC X(20).
               03 WRK-TXC-PERCENTUAL  PIC 9(02)V99.
       77 WRK-QTD-TXC PIC 9(03) VALUE ZEROS.
      *********OPERADORES DO MES, COM VENDAS E UNIDADES****************
       01 WRK-TABELA-OPERADORES.
           02 WRK-OPR-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-QTD-OPR.
               03 WRK-OPR-NOME        PIC X(20).
               03 WRK-OPR-QTD-VENDAS  PIC 9(05).
               03 WRK-OPR-QTD-DEVOL   PIC 9(05).
               03 WRK-OPR-UNIDADES    PIC 9(07).
       77 WRK-QTD-OPR PIC 9(03) VALUE ZEROS.
      *********ACUMULADO POR OPERADOR E CLASSE DO PRODUTO (O PERCENTUAL
      *********E O MESMO DENTRO DA COMBINACAO)*************************
       01 WRK-TABELA-CLASSES.
           02 WRK-OPC-ENTRY OCCURS 1 TO 400 TIMES
                   DEPENDING ON WRK-QTD-OPC.
               03 WRK-OPC-OPERADOR    PIC 9(03).
               03 WRK-OPC-CLASSE      PIC X(01).
               03 WRK-OPC-PERCENTUAL  PIC 9(02)V99.
               03 WRK-OPC-VENDAS      PIC 9(09)V99.
               03 WRK-OPC-DEVOLUCOES  PIC 9(09)V99.
       77 WRK-QTD-OPC PIC 9(03) VALUE ZEROS.
      *********VENDAS DO MES (SD-SEQ NUNCA REPETE) PARA LIGAR O ITEM
      *********DO SALESITM AO OPERADOR**********************************
       01 WRK-TABELA-VENDAS-MES.
           02 WRK-VMS-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-QTD-VMS.
               03 WRK-VMS-SEQ         PIC 9(05).
               03 WRK-VMS-OPERADOR    PIC 9(03).
       77 WRK-QTD-VMS PIC 9(04) VALUE ZEROS.
      *********DEVOLUCOES DO MES; O VENDEDOR E A CLASSE VEM DA VENDA
      *********ORIGINAL (SD-REF-SEQ), ACHADA NA SEGUNDA LEITURA*******
       01 WRK-TABELA-DEVOLUCOES.
           02 WRK-DEV-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WRK-QTD-DEV.
               03 WRK-DEV-REF-SEQ     PIC 9(05).
               03 WRK-DEV-VALOR       PIC 9(06)V99.
               03 WRK-DEV-OPERADOR    PIC X(20).
               03 WRK-DEV-CLASSE      PIC X(01).
               03 WRK-DEV-ACHOU       PIC X(01).
               03 WRK-DEV-PONTOS      PIC X(01).
       77 WRK-QTD-DEV PIC 9(04) VALUE ZEROS.
       77 WRK-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-OPC PIC 9(03) VALUE ZEROS.
       77 WRK-OPR-POS PIC 9(03) VALUE ZEROS.
       77 WRK-OPC-POS PIC 9(03) VALUE ZEROS.
       77 WRK-VMS-POS PIC 9(04) VALUE ZEROS.
       77 WRK-TXC-POS PIC 9(03) VALUE ZEROS.
       77 WRK-LINHA-OPERADOR PIC X(20) VALUE SPACES.
       77 WRK-LINHA-CLASSE PIC X(01) VALUE SPACES.
       77 WRK-PERCENTUAL PIC 9(02)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-CLASSE PIC S9(09)V99 VALUE ZEROS.
       77 WRK-COMISSAO-CLASSE PIC S9(07)V99 VALUE ZEROS.
       77 WRK-OPR-VENDAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-OPR-DEVOLUCOES PIC 9(09)V99 VALUE ZEROS.
       77 WRK-OPR-LIQUIDO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-OPR-COMISSAO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-TOT-VENDAS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-DEVOLUCOES PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-COMISSAO PIC S9(08)V99 VALUE ZEROS.
       77 WRK-CNT-PONTOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SEM-OPERADOR PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-PAGAMENTOS PIC 9(03) VALUE ZEROS.
       COPY CPRPTHDR.
       01 WRK-LINHA-OPERADOR-CAB.
           02 FILLER                  PIC X(10) VALUE "OPERADOR: ".
           02 WLO-NOME                PIC X(20).
           02 FILLER                  PIC X(10) VALUE "  VENDAS: ".
           02 WLO-QTD-VENDAS          PIC ZZZZ9.
           02 FILLER                  PIC X(15) VALUE
               "  DEVOLUCOES: ".
           02 WLO-QTD-DEVOL           PIC ZZZZ9.
           02 FILLER                  PIC X(13) VALUE
               "  UNIDADES: ".
           02 WLO-UNIDADES            PIC ZZZZZZ9.
       01 WRK-LINHA-COLUNAS.
           02 FILLER                  PIC X(44) VALUE
               "  CLASSE       VENDAS BRUTAS      DEVOLUCOES".
           02 FILLER                  PIC X(38) VALUE
               "   VENDA LIQUIDA  %COM        COMISSAO".
       01 WRK-DETALHE-CLASSE.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLC-CLASSE              PIC X(10).
           02 WLC-VENDAS              PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 WLC-DEVOLUCOES          PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 WLC-LIQUIDO             PIC -.---.---.--9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLC-PERCENTUAL          PIC Z9,99 BLANK WHEN ZERO.
           02 WLC-COMISSAO            PIC -.---.---.--9,99.
       LINKAGE SECTION.
       01 LK-OPERADOR                 PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           DISPLAY "MES DA COMISSAO (AAAAMM, VAZIO = MES ATUAL):".
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA NOT NUMERIC
               OR WRK-COMPETENCIA-NUM = ZEROS
               MOVE WRK-DATASYS-AAAAMM TO WRK-COMPETENCIA-NUM
           END-IF.
           IF WRK-COMP-MES < 01 OR WRK-COMP-MES > 12
               DISPLAY "MES INVALIDO - ASSUMINDO O MES ATUAL"
               MOVE WRK-DATASYS-AAAAMM TO WRK-COMPETENCIA-NUM
           END-IF.
           PERFORM 0050-CARREGAR-TAXAS.
           PERFORM 0100-LER-VENDAS-DO-MES.
           IF WRK-QTD-DEV > 0
               PERFORM 0200-LOCALIZAR-VENDAS-DEVOLVIDAS
               PERFORM 0250-APLICAR-DEVOLUCOES
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-DEV
           END-IF.
           PERFORM 0300-SOMAR-UNIDADES.
           PERFORM 0400-EMITIR-EXTRATO.
           GOBACK.

       0050-CARREGAR-TAXAS.
      *********SEM A TABELA COMMRATE A COMISSAO SAI ZERADA, MAS O
      *********EXTRATO DE VENDAS POR OPERADOR SAI DO MESMO JEITO*******
           OPEN INPUT COMMISSION-RATE.
           IF WRK-FS-TAXA = "00"
               PERFORM 0055-LER-TAXA UNTIL FIM-TAXA
               CLOSE COMMISSION-RATE
           ELSE
               DISPLAY "AVISO: TABELA COMMRATE NAO ENCONTRADA -"
                   " COMISSAO ZERADA"
           END-IF.

       0055-LER-TAXA.
           READ COMMISSION-RATE
               AT END
                   MOVE "S" TO WRK-EOF-TAXA
               NOT AT END
                   IF (CMR-TIPO-OPERADOR OR CMR-TIPO-CLASSE
                       OR CMR-TIPO-PADRAO)
                       AND CMR-PERCENTUAL NUMERIC
                       AND WRK-QTD-TXC < 200
                       ADD 1 TO WRK-QTD-TXC
                       MOVE CMR-TIPO TO WRK-TXC-TIPO(WRK-QTD-TXC)
                       MOVE CMR-CHAVE TO WRK-TXC-CHAVE(WRK-QTD-TXC)
                       MOVE CMR-PERCENTUAL
                           TO WRK-TXC-PERCENTUAL(WRK-QTD-TXC)
                   END-IF
           END-READ.

       0100-LER-VENDAS-DO-MES.
      *********PRIMEIRA LEITURA: VENDAS DO MES ENTRAM NO OPERADOR QUE
      *********AS DIGITOU; DEVOLUCOES DO MES FICAM GUARDADAS ATE SE
      *********ACHAR A VENDA ORIGINAL; VENDA PAGA COM PONTOS NAO
      *********COMISSIONA*********************************************
           OPEN INPUT SALES-DETAIL.
           IF WRK-FS-DETALHE NOT = "00"
               DISPLAY "SALESDET NAO ENCONTRADO - NADA A APURAR"
               MOVE "S" TO WRK-EOF-DETALHE
           END-IF.
           PERFORM 0110-LER-DETALHE UNTIL FIM-DETALHE.
           IF WRK-FS-DETALHE = "00" OR WRK-FS-DETALHE = "10"
               CLOSE SALES-DETAIL
           END-IF.

       0110-LER-DETALHE.
           READ SALES-DETAIL
               AT END
                   MOVE "S" TO WRK-EOF-DETALHE
               NOT AT END
                   MOVE SD-DATA TO WRK-DATA-LINHA
                   IF WRK-DATA-LINHA-AAAAMM = WRK-COMPETENCIA-NUM
                       EVALUATE TRUE
                           WHEN SD-TIPO-VENDA AND SD-TENDER-PONTOS
                               ADD 1 TO WRK-CNT-PONTOS
                           WHEN SD-TIPO-VENDA
                               PERFORM 0120-COMISSIONAR-VENDA
                           WHEN SD-TIPO-DEVOLUCAO
                               PERFORM 0130-GUARDAR-DEVOLUCAO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       0120-COMISSIONAR-VENDA.
      *********LINHA ANTIGA, SEM O OPERADOR GRAVADO, FICA FORA*********
           IF SD-OPERADOR = SPACES
               ADD 1 TO WRK-CNT-SEM-OPERADOR
           ELSE
               MOVE SD-OPERADOR TO WRK-LINHA-OPERADOR
               MOVE SD-CLASSE TO WRK-LINHA-CLASSE
               PERFORM 0150-LOCALIZAR-OPERADOR-CLASSE
               IF WRK-OPC-POS > 0
                   ADD 1 TO WRK-OPR-QTD-VENDAS(WRK-OPR-POS)
                   ADD SD-VALOR TO WRK-OPC-VENDAS(WRK-OPC-POS)
                   IF WRK-QTD-VMS < 5000
                       ADD 1 TO WRK-QTD-VMS
                       MOVE SD-SEQ TO WRK-VMS-SEQ(WRK-QTD-VMS)
                       MOVE WRK-OPR-POS
                           TO WRK-VMS-OPERADOR(WRK-QTD-VMS)
                   END-IF
               END-IF
           END-IF.

       0130-GUARDAR-DEVOLUCAO.
           IF SD-REF-SEQ NUMERIC AND SD-REF-SEQ > ZEROS
               AND WRK-QTD-DEV < 1000
               ADD 1 TO WRK-QTD-DEV
               MOVE SD-REF-SEQ TO WRK-DEV-REF-SEQ(WRK-QTD-DEV)
               COMPUTE WRK-DEV-VALOR(WRK-QTD-DEV) = SD-VALOR * -1
               MOVE SD-OPERADOR TO WRK-DEV-OPERADOR(WRK-QTD-DEV)
               MOVE SD-CLASSE TO WRK-DEV-CLASSE(WRK-QTD-DEV)
               MOVE "N" TO WRK-DEV-ACHOU(WRK-QTD-DEV)
               MOVE "N" TO WRK-DEV-PONTOS(WRK-QTD-DEV)
           END-IF.

       0150-LOCALIZAR-OPERADOR-CLASSE.
      *********ACHA (OU ABRE) O OPERADOR E A COMBINACAO OPERADOR +
      *********CLASSE, COM O PERCENTUAL DA COMBINACAO******************
           IF WRK-LINHA-CLASSE = SPACE
               MOVE "N" TO WRK-LINHA-CLASSE
           END-IF.
           MOVE ZEROS TO WRK-OPR-POS WRK-OPC-POS.
           PERFORM 0155-PROCURAR-OPERADOR
               VARYING WRK-IDX-OPC FROM 1 BY 1
               UNTIL WRK-IDX-OPC > WRK-QTD-OPR OR WRK-OPR-POS > 0.
           IF WRK-OPR-POS = 0
               IF WRK-QTD-OPR < 100
                   ADD 1 TO WRK-QTD-OPR
                   MOVE WRK-QTD-OPR TO WRK-OPR-POS
                   MOVE WRK-LINHA-OPERADOR TO WRK-OPR-NOME(WRK-OPR-POS)
                   MOVE ZEROS TO WRK-OPR-QTD-VENDAS(WRK-OPR-POS)
                       WRK-OPR-QTD-DEVOL(WRK-OPR-POS)
                       WRK-OPR-UNIDADES(WRK-OPR-POS)
               ELSE
                   DISPLAY "AVISO: TABELA DE OPERADORES CHEIA - "
                       WRK-LINHA-OPERADOR " FORA DA COMISSAO"
               END-IF
           END-IF.
           IF WRK-OPR-POS > 0
               PERFORM 0160-PROCURAR-CLASSE
                   VARYING WRK-IDX-OPC FROM 1 BY 1
                   UNTIL WRK-IDX-OPC > WRK-QTD-OPC OR WRK-OPC-POS > 0
               IF WRK-OPC-POS = 0 AND WRK-QTD-OPC < 400
                   ADD 1 TO WRK-QTD-OPC
                   MOVE WRK-QTD-OPC TO WRK-OPC-POS
                   MOVE WRK-OPR-POS TO WRK-OPC-OPERADOR(WRK-OPC-POS)
                   MOVE WRK-LINHA-CLASSE TO WRK-OPC-CLASSE(WRK-OPC-POS)
                   PERFORM 0170-PERCENTUAL-DA-LINHA
                   MOVE WRK-PERCENTUAL
                       TO WRK-OPC-PERCENTUAL(WRK-OPC-POS)
                   MOVE ZEROS TO WRK-OPC-VENDAS(WRK-OPC-POS)
                       WRK-OPC-DEVOLUCOES(WRK-OPC-POS)
               END-IF
           END-IF.

       0155-PROCURAR-OPERADOR.
           IF WRK-OPR-NOME(WRK-IDX-OPC) = WRK-LINHA-OPERADOR
               MOVE WRK-IDX-OPC TO WRK-OPR-POS
           END-IF.

       0160-PROCURAR-CLASSE.
           IF WRK-OPC-OPERADOR(WRK-IDX-OPC) = WRK-OPR-POS
               AND WRK-OPC-CLASSE(WRK-IDX-OPC) = WRK-LINHA-CLASSE
               MOVE WRK-IDX-OPC TO WRK-OPC-POS
           END-IF.

       0170-PERCENTUAL-DA-LINHA.
      *********PERCENTUAL DO OPERADOR; SEM ELE, O DA CLASSE; SEM ELE,
      *********O PADRAO; SEM NENHUM, ZERO******************************
           MOVE ZEROS TO WRK-PERCENTUAL WRK-TXC-POS.
           PERFORM 0175-PROCURAR-TAXA-OPERADOR
               VARYING WRK-IDX-OPC FROM 1 BY 1
               UNTIL WRK-IDX-OPC > WRK-QTD-TXC OR WRK-TXC-POS > 0.
           IF WRK-TXC-POS = 0
               PERFORM 0176-PROCURAR-TAXA-CLASSE
                   VARYING WRK-IDX-OPC FROM 1 BY 1
                   UNTIL WRK-IDX-OPC > WRK-QTD-TXC OR WRK-TXC-POS > 0
           END-IF.
           IF WRK-TXC-POS = 0
               PERFORM 0177-PROCURAR-TAXA-PADRAO
                   VARYING WRK-IDX-OPC FROM 1 BY 1
                   UNTIL WRK-IDX-OPC > WRK-QTD-TXC OR WRK-TXC-POS > 0
           END-IF.
           IF WRK-TXC-POS > 0
               MOVE WRK-TXC-PERCENTUAL(WRK-TXC-POS) TO WRK-PERCENTUAL
           END-IF.

       0175-PROCURAR-TAXA-OPERADOR.
           IF WRK-TXC-TIPO(WRK-IDX-OPC) = "O"
               AND WRK-TXC-CHAVE(WRK-IDX-OPC) = WRK-LINHA-OPERADOR
               MOVE WRK-IDX-OPC TO WRK-TXC-POS
           END-IF.

       0176-PROCURAR-TAXA-CLASSE.
           IF WRK-TXC-TIPO(WRK-IDX-OPC) = "C"
               AND WRK-TXC-CHAVE(WRK-IDX-OPC) = WRK-LINHA-CLASSE
               MOVE WRK-IDX-OPC TO WRK-TXC-POS
           END-IF.

       0177-PROCURAR-TAXA-PADRAO.
           IF WRK-TXC-TIPO(WRK-IDX-OPC) = "P"
               MOVE WRK-IDX-OPC TO WRK-TXC-POS
           END-IF.

       0200-LOCALIZAR-VENDAS-DEVOLVIDAS.
      *********SEGUNDA LEITURA, DO ARQUIVO INTEIRO (A VENDA DEVOLVIDA
      *********PODE SER DE MES ANTERIOR): GUARDA O VENDEDOR, A CLASSE
      *********E SE A VENDA FOI PAGA COM PONTOS************************
           MOVE "N" TO WRK-EOF-DETALHE.
           OPEN INPUT SALES-DETAIL.
           IF WRK-FS-DETALHE NOT = "00"
               MOVE "S" TO WRK-EOF-DETALHE
           END-IF.
           PERFORM 0210-CONFERIR-VENDA UNTIL FIM-DETALHE.
           IF WRK-FS-DETALHE = "00" OR WRK-FS-DETALHE = "10"
               CLOSE SALES-DETAIL
           END-IF.

       0210-CONFERIR-VENDA.
           READ SALES-DETAIL
               AT END
                   MOVE "S" TO WRK-EOF-DETALHE
               NOT AT END
                   IF SD-TIPO-VENDA
                       PERFORM 0220-MARCAR-VENDA-DEVOLVIDA
                           VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QTD-DEV
                   END-IF
           END-READ.

       0220-MARCAR-VENDA-DEVOLVIDA.
           IF WRK-DEV-REF-SEQ(WRK-IDX) = SD-SEQ
               AND WRK-DEV-ACHOU(WRK-IDX) = "N"
               MOVE "S" TO WRK-DEV-ACHOU(WRK-IDX)
               IF SD-OPERADOR NOT = SPACES
                   MOVE SD-OPERADOR TO WRK-DEV-OPERADOR(WRK-IDX)
               END-IF
               MOVE SD-CLASSE TO WRK-DEV-CLASSE(WRK-IDX)
               IF SD-TENDER-PONTOS
                   MOVE "S" TO WRK-DEV-PONTOS(WRK-IDX)
               END-IF
           END-IF.

       0250-APLICAR-DEVOLUCOES.
      *********A DEVOLUCAO ABATE DO VENDEDOR ORIGINAL, NA CLASSE DA
      *********VENDA; SEM A VENDA ORIGINAL (OU SEM OPERADOR NELA) ABATE
      *********DE QUEM DIGITOU A DEVOLUCAO; VENDA PAGA COM PONTOS NAO
      *********GEROU COMISSAO, ENTAO A DEVOLUCAO DELA TAMBEM NAO ABATE*
           IF WRK-DEV-PONTOS(WRK-IDX) = "N"
               AND WRK-DEV-OPERADOR(WRK-IDX) NOT = SPACES
               MOVE WRK-DEV-OPERADOR(WRK-IDX) TO WRK-LINHA-OPERADOR
               MOVE WRK-DEV-CLASSE(WRK-IDX) TO WRK-LINHA-CLASSE
               PERFORM 0150-LOCALIZAR-OPERADOR-CLASSE
               IF WRK-OPC-POS > 0
                   ADD 1 TO WRK-OPR-QTD-DEVOL(WRK-OPR-POS)
                   ADD WRK-DEV-VALOR(WRK-IDX)
                       TO WRK-OPC-DEVOLUCOES(WRK-OPC-POS)
               END-IF
           END-IF.

       0300-SOMAR-UNIDADES.
      *********UNIDADES VENDIDAS POR OPERADOR, DAS LINHAS DE ITEM DO
      *********SALESITM LIGADAS PELO SD-SEQ DA VENDA DO MES***********
           OPEN INPUT SALES-ITEM.
           IF WRK-FS-ITEM NOT = "00"
               DISPLAY "AVISO: SALESITM NAO ENCONTRADO - EXTRATO SEM"
                   " UNIDADES"
               MOVE "S" TO WRK-EOF-ITEM
           END-IF.
           PERFORM 0310-LER-ITEM UNTIL FIM-ITEM.
           IF WRK-FS-ITEM = "00" OR WRK-FS-ITEM = "10"
               CLOSE SALES-ITEM
           END-IF.

       0310-LER-ITEM.
           READ SALES-ITEM
               AT END
                   MOVE "S" TO WRK-EOF-ITEM
               NOT AT END
                   MOVE SI-DATA TO WRK-DATA-LINHA
                   IF WRK-DATA-LINHA-AAAAMM = WRK-COMPETENCIA-NUM
                       AND SI-LINHA-ITEM
                       MOVE ZEROS TO WRK-VMS-POS
                       PERFORM 0320-PROCURAR-VENDA-DO-ITEM
                           VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QTD-VMS
                              OR WRK-VMS-POS > 0
                       IF WRK-VMS-POS > 0
                           MOVE WRK-VMS-OPERADOR(WRK-VMS-POS)
                               TO WRK-OPR-POS
                           ADD SI-QUANTIDADE
                               TO WRK-OPR-UNIDADES(WRK-OPR-POS)
                       END-IF
                   END-IF
           END-READ.

       0320-PROCURAR-VENDA-DO-ITEM.
           IF WRK-VMS-SEQ(WRK-IDX) = SI-SEQ
               MOVE WRK-IDX TO WRK-VMS-POS
           END-IF.

       0400-EMITIR-EXTRATO.
      *********UM BLOCO POR OPERADOR (LINHA POR CLASSE E TOTAL) NO
      *********COMMRPT E UMA LINHA POR OPERADOR NO COMMPAY*************
           OPEN OUTPUT COMMISSION-REPORT.
           OPEN OUTPUT PAYROLL-FILE.
           PERFORM 0410-GRAVAR-CABECALHO.
           PERFORM 0420-BLOCO-DO-OPERADOR
               VARYING WRK-OPR-POS FROM 1 BY 1
               UNTIL WRK-OPR-POS > WRK-QTD-OPR.
           MOVE SPACES TO COMMISSION-LINE.
           WRITE COMMISSION-LINE.
           MOVE SPACES TO WRK-DETALHE-CLASSE.
           MOVE "TOTAL LOJA" TO WLC-CLASSE.
           MOVE WRK-TOT-VENDAS TO WLC-VENDAS.
           MOVE WRK-TOT-DEVOLUCOES TO WLC-DEVOLUCOES.
           MOVE ZEROS TO WLC-PERCENTUAL.
           MOVE WRK-TOT-LIQUIDO TO WLC-LIQUIDO.
           MOVE WRK-TOT-COMISSAO TO WLC-COMISSAO.
           MOVE WRK-DETALHE-CLASSE TO COMMISSION-LINE.
           WRITE COMMISSION-LINE.
           CLOSE COMMISSION-REPORT PAYROLL-FILE.
           DISPLAY "COMISSAO DE " WRK-COMPETENCIA-NUM
               " GERADA (COMMRPT / COMMPAY)".
           DISPLAY "OPERADORES..............: " WRK-QTD-OPR.
           DISPLAY "LINHAS PARA A FOLHA.....: " WRK-CNT-PAGAMENTOS.
           DISPLAY "COMISSAO TOTAL..........: " WRK-TOT-COMISSAO.
           DISPLAY "VENDAS COM PONTOS (FORA): " WRK-CNT-PONTOS.
           IF WRK-CNT-SEM-OPERADOR > 0
               DISPLAY "AVISO: " WRK-CNT-SEM-OPERADOR " VENDAS SEM"
                   " OPERADOR GRAVADO FICARAM FORA"
           END-IF.

       0410-GRAVAR-CABECALHO.
      *********CABECALHO PADRAO: PROGRAMA, DATA, OPERADOR E PAGINA*****
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           MOVE "PROGCOB96" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE RPT-HEADER-LINE TO COMMISSION-LINE.
           WRITE COMMISSION-LINE.

       0420-BLOCO-DO-OPERADOR.
           MOVE ZEROS TO WRK-OPR-VENDAS WRK-OPR-DEVOLUCOES
               WRK-OPR-COMISSAO.
           MOVE SPACES TO COMMISSION-LINE.
           WRITE COMMISSION-LINE.
           MOVE WRK-OPR-NOME(WRK-OPR-POS) TO WLO-NOME.
           MOVE WRK-OPR-QTD-VENDAS(WRK-OPR-POS) TO WLO-QTD-VENDAS.
           MOVE WRK-OPR-QTD-DEVOL(WRK-OPR-POS) TO WLO-QTD-DEVOL.
           MOVE WRK-OPR-UNIDADES(WRK-OPR-POS) TO WLO-UNIDADES.
           MOVE WRK-LINHA-OPERADOR-CAB TO COMMISSION-LINE.
           WRITE COMMISSION-LINE.
           MOVE WRK-LINHA-COLUNAS TO COMMISSION-LINE.
           WRITE COMMISSION-LINE.
           PERFORM 0430-LINHA-DA-CLASSE
               VARYING WRK-IDX-OPC FROM 1 BY 1
               UNTIL WRK-IDX-OPC > WRK-QTD-OPC.
           COMPUTE WRK-OPR-LIQUIDO =
               WRK-OPR-VENDAS - WRK-OPR-DEVOLUCOES.
           MOVE SPACES TO WRK-DETALHE-CLASSE.
           MOVE "TOTAL" TO WLC-CLASSE.
           MOVE WRK-OPR-VENDAS TO WLC-VENDAS.
           MOVE WRK-OPR-DEVOLUCOES TO WLC-DEVOLUCOES.
           MOVE WRK-OPR-LIQUIDO TO WLC-LIQUIDO.
           MOVE ZEROS TO WLC-PERCENTUAL.
           MOVE WRK-OPR-COMISSAO TO WLC-COMISSAO.
           MOVE WRK-DETALHE-CLASSE TO COMMISSION-LINE.
           WRITE COMMISSION-LINE.
           ADD WRK-OPR-VENDAS TO WRK-TOT-VENDAS.
           ADD WRK-OPR-DEVOLUCOES TO WRK-TOT-DEVOLUCOES.
           ADD WRK-OPR-LIQUIDO TO WRK-TOT-LIQUIDO.
           ADD WRK-OPR-COMISSAO TO WRK-TOT-COMISSAO.
           IF WRK-OPR-COMISSAO NOT = ZEROS
               PERFORM 0440-GRAVAR-FOLHA
           END-IF.

       0430-LINHA-DA-CLASSE.
           IF WRK-OPC-OPERADOR(WRK-IDX-OPC) = WRK-OPR-POS
               COMPUTE WRK-LIQUIDO-CLASSE =
                   WRK-OPC-VENDAS(WRK-IDX-OPC)
                   - WRK-OPC-DEVOLUCOES(WRK-IDX-OPC)
               COMPUTE WRK-COMISSAO-CLASSE ROUNDED =
                   WRK-LIQUIDO-CLASSE
                   * WRK-OPC-PERCENTUAL(WRK-IDX-OPC) / 100
               MOVE SPACES TO WRK-DETALHE-CLASSE
               EVALUATE WRK-OPC-CLASSE(WRK-IDX-OPC)
                   WHEN "I"
                       MOVE "ISENTA" TO WLC-CLASSE
                   WHEN "R"
                       MOVE "REDUZIDA" TO WLC-CLASSE
                   WHEN "M"
                       MOVE "MAJORADA" TO WLC-CLASSE
                   WHEN OTHER
                       MOVE "NORMAL" TO WLC-CLASSE
               END-EVALUATE
               MOVE WRK-OPC-VENDAS(WRK-IDX-OPC) TO WLC-VENDAS
               MOVE WRK-OPC-DEVOLUCOES(WRK-IDX-OPC) TO WLC-DEVOLUCOES
               MOVE WRK-LIQUIDO-CLASSE TO WLC-LIQUIDO
               MOVE WRK-OPC-PERCENTUAL(WRK-IDX-OPC) TO WLC-PERCENTUAL
               MOVE WRK-COMISSAO-CLASSE TO WLC-COMISSAO
               MOVE WRK-DETALHE-CLASSE TO COMMISSION-LINE
               WRITE COMMISSION-LINE
               ADD WRK-OPC-VENDAS(WRK-IDX-OPC) TO WRK-OPR-VENDAS
               ADD WRK-OPC-DEVOLUCOES(WRK-IDX-OPC)
                   TO WRK-OPR-DEVOLUCOES
               ADD WRK-COMISSAO-CLASSE TO WRK-OPR-COMISSAO
           END-IF.

       0440-GRAVAR-FOLHA.
      *********COMISSAO LIQUIDA NEGATIVA (DEVOLUCOES ACIMA DAS VENDAS)
      *********VAI PARA A FOLHA COMO DESCONTO, EM VALOR ABSOLUTO******
           MOVE SPACES TO PAY-RECORD.
           MOVE WRK-COMPETENCIA-NUM TO PAY-COMPETENCIA.
           MOVE WRK-OPR-NOME(WRK-OPR-POS) TO PAY-OPERADOR.
           MOVE "COMI" TO PAY-EVENTO.
           IF WRK-OPR-COMISSAO < ZEROS
               MOVE "D" TO PAY-TIPO
               COMPUTE PAY-VALOR = WRK-OPR-COMISSAO * -1
               MOVE ZEROS TO PAY-BASE
           ELSE
               MOVE "P" TO PAY-TIPO
               MOVE WRK-OPR-COMISSAO TO PAY-VALOR
               MOVE WRK-OPR-LIQUIDO TO PAY-BASE
           END-IF.
           WRITE PAY-RECORD.
           ADD 1 TO WRK-CNT-PAGAMENTOS.
