       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB99.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: RECALCULO MENSAL DO PONTO DE REPOSICAO E DO LOTE DE
      *           COMPRA: MEDE A DEMANDA DIARIA MEDIA E O DESVIO DA
      *           DEMANDA SEMANAL DE CADA PRODUTO E LOCAL NAS ULTIMAS
      *           N SEMANAS DE SAIDAS DO STOCKMOV, COMBINA COM O PRAZO
      *           DO FORNECEDOR (FOR-PRAZO-DIAS) E O NIVEL DE SERVICO
      *           E PROPOE O NOVO PONTO (DEMANDA NO PRAZO + ESTOQUE DE
      *           SEGURANCA) E O LOTE (DEMANDA NO CICLO DE COMPRA);
      *           O RELATORIO REORDRPT MOSTRA ATUAL E PROPOSTO LADO A
      *           LADO E SO AS LINHAS ACEITAS PELO COMPRADOR SAO
      *           APLICADAS NO STOCKBAL (PROPOSTAS NO REORDPRP)
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - DEVOLUCAO AO FORNECEDOR (DEVOLFORN) NAO CONTA
      *                   COMO DEMANDA
      * 15/10/2026 LFL - CADA GRAVACAO NOS CADASTROS INDEXADOS DEIXA A
      *                   IMAGEM POSTERIOR NO DIARIO UPDJRNL (PROGJRNL),
      *                   PARA A RECUPERACAO PELO PROGCOB115
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-BALANCE ASSIGN TO "STOCKBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CHAVE
               FILE STATUS IS WRK-FS-BAL.
           SELECT STOCK-MOVEMENT ASSIGN TO "STOCKMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPLIER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORN.
           SELECT REORDER-PROPOSAL ASSIGN TO "REORDPRP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROP-CHAVE
               FILE STATUS IS WRK-FS-ROP.
           SELECT REORDER-REPORT ASSIGN TO "REORDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD STOCK-BALANCE.
           COPY CPSTKBAL.
       FD STOCK-MOVEMENT.
           COPY CPSTKMOV.
       FD SUPPLIER-MASTER.
           COPY CPSUPPLR.
       FD REORDER-PROPOSAL.
           COPY CPREORD.
       FD REORDER-REPORT.
       01 REORDER-LINE                PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-BAL PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOV PIC X(02) VALUE ZEROS.
       77 WRK-FS-FORN PIC X(02) VALUE ZEROS.
       77 WRK-FS-ROP PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-BAL PIC X(01) VALUE "N".
           88 FIM-BAL VALUE "S".
       77 WRK-EOF-MOV PIC X(01) VALUE "N".
           88 FIM-MOV VALUE "S".
       77 WRK-EOF-ROP PIC X(01) VALUE "N".
           88 FIM-ROP VALUE "S".
       77 WRK-FORNECEDORES-OK PIC X(01) VALUE "N".
           88 FORNECEDORES-OK VALUE "S".
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-SAIR PIC X(01) VALUE "N".
           88 SAIR-DO-RECALCULO VALUE "S".
       77 WRK-RESPOSTA PIC X(01) VALUE SPACES.
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
      *********PARAMETROS DO CALCULO (PEDIDOS A CADA RODADA)***********
       77 WRK-SEMANAS PIC 9(02) VALUE ZEROS.
       77 WRK-NIVEL-SERVICO PIC 9(02) VALUE ZEROS.
       77 WRK-FATOR-SERVICO PIC 9(01)V99 VALUE ZEROS.
       77 WRK-CICLO-DIAS PIC 9(03) VALUE ZEROS.
       77 WRK-PRAZO-PADRAO PIC 9(03) VALUE ZEROS.
      *********SALDOS DO STOCKBAL (NA ORDEM DA CHAVE) COM A SAIDA DE
      *********CADA SEMANA DA JANELA; SEMANA 1 E A MAIS RECENTE********
       01 WRK-TABELA-PRODUTOS.
           02 WRK-PRD-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WRK-QTD-PRD.
               03 WRK-PRD-PRODUTO     PIC X(20).
               03 WRK-PRD-LOCAL       PIC X(03).
               03 WRK-PRD-FORNECEDOR  PIC X(06).
               03 WRK-PRD-PONTO       PIC 9(05).
               03 WRK-PRD-LOTE        PIC 9(05).
               03 WRK-PRD-SEMANA      PIC 9(07) OCCURS 26 TIMES.
       77 WRK-QTD-PRD PIC 9(04) VALUE ZEROS.
       77 WRK-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-POS PIC 9(04) VALUE ZEROS.
       77 WRK-SEM PIC 9(02) VALUE ZEROS.
       77 WRK-IDADE PIC S9(07) VALUE ZEROS.
       77 WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-MOV PIC 9(07) VALUE ZEROS.
      *********CALCULO DA PROPOSTA*************************************
       77 WRK-TOT-DEMANDA PIC 9(09) VALUE ZEROS.
       77 WRK-MEDIA-SEMANA PIC 9(07)V9(04) VALUE ZEROS.
       77 WRK-SOMA-QUADRADOS PIC 9(13)V9(04) VALUE ZEROS.
       77 WRK-VARIANCIA PIC 9(13)V9(04) VALUE ZEROS.
       77 WRK-DESVIO-SEMANA PIC 9(07)V9(04) VALUE ZEROS.
       77 WRK-DESVIO-PONTO PIC S9(07)V9(04) VALUE ZEROS.
       77 WRK-DEMANDA-DIA PIC 9(07)V9(04) VALUE ZEROS.
       77 WRK-PRAZO PIC 9(03) VALUE ZEROS.
       77 WRK-PRAZO-CORRIDO PIC 9(05)V9(04) VALUE ZEROS.
       77 WRK-VALOR-CALC PIC 9(07)V9(04) VALUE ZEROS.
       77 WRK-INTEIRO PIC 9(07) VALUE ZEROS.
       77 WRK-PONTO-PROPOSTO PIC 9(05) VALUE ZEROS.
       77 WRK-LOTE-PROPOSTO PIC 9(05) VALUE ZEROS.
       77 WRK-SEM-FORNECEDOR PIC X(01) VALUE "N".
           88 SEM-FORNECEDOR VALUE "S".
       77 WRK-CNT-PROPOSTAS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SEM-DEMANDA PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SEM-MUDANCA PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-PRAZO-PADRAO PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-APLICADAS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-REJEITADAS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-PENDENTES PIC 9(05) VALUE ZEROS.
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
       COPY CPRPTHDR.
       01 WRK-LINHA-PARAMETROS.
           02 FILLER                  PIC X(09) VALUE "SEMANAS: ".
           02 WLP-SEMANAS             PIC Z9.
           02 FILLER                  PIC X(19) VALUE
               "  NIVEL DE SERVICO ".
           02 WLP-NIVEL               PIC Z9.
           02 FILLER                  PIC X(09) VALUE "% (FATOR ".
           02 WLP-FATOR               PIC 9,99.
           02 FILLER                  PIC X(17) VALUE
               ")  CICLO (DIAS): ".
           02 WLP-CICLO               PIC ZZ9.
       01 WRK-LINHA-COLUNAS.
           02 FILLER                  PIC X(37) VALUE
               "PRODUTO               LOC   DEM/DIA  ".
           02 FILLER                  PIC X(51) VALUE
               "DESV/SEM  PRZ  PONTO  PONTO   LOTE   LOTE  SITUACAO".
       01 WRK-LINHA-COLUNAS-2.
           02 FILLER                  PIC X(52) VALUE SPACES.
           02 FILLER                  PIC X(26) VALUE
               "ATUAL  PROP.  ATUAL  PROP.".
       01 WRK-LINHA-PROPOSTA.
           02 WLR-PRODUTO             PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLR-LOCAL               PIC X(03).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLR-DEMANDA-DIA         PIC ZZZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLR-DESVIO              PIC ZZZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLR-PRAZO               PIC ZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLR-PONTO-ATUAL         PIC ZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLR-PONTO-PROPOSTO      PIC ZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLR-LOTE-ATUAL          PIC ZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLR-LOTE-PROPOSTO       PIC ZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLR-SITUACAO            PIC X(20).
           COPY CPJRNLAR.
       LINKAGE SECTION.
       01 LK-OPERADOR                 PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DO-RECALCULO.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY "    PONTO DE REPOSICAO PELA DEMANDA".
           DISPLAY "=============================================".
           DISPLAY " 01 - CALCULAR PROPOSTAS DO MES".
           DISPLAY " 02 - ACEITAR OU REJEITAR PROPOSTAS".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01 PERFORM 0200-CALCULAR-PROPOSTAS
               WHEN 02 PERFORM 0500-ACEITAR-PROPOSTAS
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0200-CALCULAR-PROPOSTAS.
      *********REFAZ O REORDPRP INTEIRO: PROPOSTA AINDA NAO ACEITA DO
      *********MES ANTERIOR E SUBSTITUIDA PELA NOVA********************
           PERFORM 0210-PEDIR-PARAMETROS.
           MOVE WRK-DATASYS-NUM TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.
           MOVE ZEROS TO WRK-QTD-PRD WRK-CNT-PROPOSTAS
               WRK-CNT-SEM-DEMANDA WRK-CNT-SEM-MUDANCA
               WRK-CNT-PRAZO-PADRAO.
           PERFORM 0220-CARREGAR-SALDOS.
           IF WRK-QTD-PRD = ZEROS
               DISPLAY "NENHUM SALDO NO STOCKBAL - NADA A CALCULAR"
           ELSE
               PERFORM 0240-SOMAR-SAIDAS
               OPEN INPUT SUPPLIER-MASTER
               IF WRK-FS-FORN = "00"
                   MOVE "S" TO WRK-FORNECEDORES-OK
               ELSE
                   MOVE "N" TO WRK-FORNECEDORES-OK
               END-IF
               OPEN OUTPUT REORDER-PROPOSAL
               OPEN OUTPUT REORDER-REPORT
               PERFORM 0260-GRAVAR-CABECALHO
               PERFORM 0300-PROPOR-PRODUTO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-PRD
               CLOSE REORDER-PROPOSAL REORDER-REPORT
               IF FORNECEDORES-OK
                   CLOSE SUPPLIER-MASTER
               END-IF
               DISPLAY "PROPOSTAS GERADAS (REORDRPT)...: "
                   WRK-CNT-PROPOSTAS
               DISPLAY "SEM MUDANCA....................: "
                   WRK-CNT-SEM-MUDANCA
               DISPLAY "SEM SAIDA NA JANELA............: "
                   WRK-CNT-SEM-DEMANDA
               DISPLAY "COM PRAZO PADRAO (SEM FORNEC.).: "
                   WRK-CNT-PRAZO-PADRAO
           END-IF.

       0210-PEDIR-PARAMETROS.
           DISPLAY "SEMANAS DE HISTORICO (VAZIO = 8, MAXIMO 26):".
           ACCEPT WRK-SEMANAS.
           IF WRK-SEMANAS = ZEROS OR WRK-SEMANAS > 26
               MOVE 8 TO WRK-SEMANAS
           END-IF.
           DISPLAY "NIVEL DE SERVICO EM % (90, 95, 98 OU 99;"
               " VAZIO = 95):".
           ACCEPT WRK-NIVEL-SERVICO.
           EVALUATE WRK-NIVEL-SERVICO
               WHEN 90 MOVE 1,28 TO WRK-FATOR-SERVICO
               WHEN 98 MOVE 2,05 TO WRK-FATOR-SERVICO
               WHEN 99 MOVE 2,33 TO WRK-FATOR-SERVICO
               WHEN OTHER
                   MOVE 95 TO WRK-NIVEL-SERVICO
                   MOVE 1,65 TO WRK-FATOR-SERVICO
           END-EVALUATE.
           DISPLAY "CICLO DE COMPRA EM DIAS (VAZIO = 30):".
           ACCEPT WRK-CICLO-DIAS.
           IF WRK-CICLO-DIAS = ZEROS
               MOVE 30 TO WRK-CICLO-DIAS
           END-IF.
           DISPLAY "PRAZO PARA PRODUTO SEM FORNECEDOR, DIAS UTEIS"
               " (VAZIO = 5):".
           ACCEPT WRK-PRAZO-PADRAO.
           IF WRK-PRAZO-PADRAO = ZEROS
               MOVE 5 TO WRK-PRAZO-PADRAO
           END-IF.

       0220-CARREGAR-SALDOS.
           MOVE "N" TO WRK-EOF-BAL.
           OPEN INPUT STOCK-BALANCE.
           IF WRK-FS-BAL NOT = "00"
               DISPLAY "STOCKBAL NAO ENCONTRADO: " WRK-FS-BAL
               MOVE "S" TO WRK-EOF-BAL
           ELSE
               MOVE LOW-VALUES TO BAL-CHAVE
               START STOCK-BALANCE KEY IS NOT LESS THAN BAL-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-EOF-BAL
               END-START
           END-IF.
           PERFORM 0225-LER-SALDO UNTIL FIM-BAL.
           IF WRK-FS-BAL = "00" OR WRK-FS-BAL = "10"
               CLOSE STOCK-BALANCE
           END-IF.

       0225-LER-SALDO.
      *********REGISTRO ANTIGO SEM O LOTE DE COMPRA CONTA LOTE ZERO****
           READ STOCK-BALANCE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-BAL
               NOT AT END
                   IF WRK-QTD-PRD < 1000
                       ADD 1 TO WRK-QTD-PRD
                       MOVE BAL-PRODUTO TO WRK-PRD-PRODUTO(WRK-QTD-PRD)
                       MOVE BAL-LOCAL TO WRK-PRD-LOCAL(WRK-QTD-PRD)
                       MOVE BAL-FORNECEDOR
                           TO WRK-PRD-FORNECEDOR(WRK-QTD-PRD)
                       MOVE BAL-PONTO-REPOSICAO
                           TO WRK-PRD-PONTO(WRK-QTD-PRD)
                       IF BAL-QTD-PEDIDO NUMERIC
                           MOVE BAL-QTD-PEDIDO
                               TO WRK-PRD-LOTE(WRK-QTD-PRD)
                       ELSE
                           MOVE ZEROS TO WRK-PRD-LOTE(WRK-QTD-PRD)
                       END-IF
                       PERFORM 0227-ZERAR-SEMANA
                           VARYING WRK-SEM FROM 1 BY 1
                           UNTIL WRK-SEM > 26
                   END-IF
           END-READ.

       0227-ZERAR-SEMANA.
           MOVE ZEROS TO WRK-PRD-SEMANA(WRK-QTD-PRD, WRK-SEM).

       0240-SOMAR-SAIDAS.
      *********DEMANDA = SAIDAS DO STOCKMOV NA JANELA (VENDA, PEDIDO E
      *********TRANSFERENCIA PARA OUTRO LOCAL); PERDA, AJUSTE DE
      *********CONTAGEM E DEVOLUCAO AO FORNECEDOR NAO SAO DEMANDA E
      *********FICAM DE FORA*******************************************
           MOVE "N" TO WRK-EOF-MOV.
           OPEN INPUT STOCK-MOVEMENT.
           IF WRK-FS-MOV NOT = "00"
               DISPLAY "AVISO: STOCKMOV NAO ENCONTRADO - SEM DEMANDA"
               MOVE "S" TO WRK-EOF-MOV
           END-IF.
           PERFORM 0245-LER-MOVIMENTO UNTIL FIM-MOV.
           IF WRK-FS-MOV = "00" OR WRK-FS-MOV = "10"
               CLOSE STOCK-MOVEMENT
           END-IF.

       0245-LER-MOVIMENTO.
           READ STOCK-MOVEMENT
               AT END
                   MOVE "S" TO WRK-EOF-MOV
               NOT AT END
                   IF MOV-SAIDA AND MOV-DATA NUMERIC
                       AND MOV-QUANTIDADE NUMERIC
                       AND MOV-ORIGEM NOT = "PERDA"
                       AND MOV-ORIGEM NOT = "CONTAGEM"
                       AND MOV-ORIGEM NOT = "DEVOLFORN"
                       PERFORM 0250-SOMAR-NA-SEMANA
                   END-IF
           END-READ.

       0250-SOMAR-NA-SEMANA.
           MOVE MOV-DATA TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           MOVE WRK-SERIAL TO WRK-SERIAL-MOV.
           COMPUTE WRK-IDADE = WRK-SERIAL-HOJE - WRK-SERIAL-MOV.
           IF WRK-IDADE >= ZEROS AND WRK-IDADE < (WRK-SEMANAS * 7)
               DIVIDE WRK-IDADE BY 7 GIVING WRK-SEM
               ADD 1 TO WRK-SEM
               MOVE ZEROS TO WRK-POS
               PERFORM 0255-PROCURAR-PRODUTO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-PRD
                      OR WRK-POS > 0
               IF WRK-POS > 0
                   ADD MOV-QUANTIDADE
                       TO WRK-PRD-SEMANA(WRK-POS, WRK-SEM)
               END-IF
           END-IF.

       0255-PROCURAR-PRODUTO.
           IF WRK-PRD-PRODUTO(WRK-IDX) = MOV-PRODUTO
               AND WRK-PRD-LOCAL(WRK-IDX) = MOV-LOCAL
               MOVE WRK-IDX TO WRK-POS
           END-IF.

       0260-GRAVAR-CABECALHO.
      *********CABECALHO PADRAO: PROGRAMA, DATA, OPERADOR E PAGINA*****
           MOVE "PROGCOB99" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE RPT-HEADER-LINE TO REORDER-LINE.
           WRITE REORDER-LINE.
           MOVE WRK-SEMANAS TO WLP-SEMANAS.
           MOVE WRK-NIVEL-SERVICO TO WLP-NIVEL.
           MOVE WRK-FATOR-SERVICO TO WLP-FATOR.
           MOVE WRK-CICLO-DIAS TO WLP-CICLO.
           MOVE WRK-LINHA-PARAMETROS TO REORDER-LINE.
           WRITE REORDER-LINE.
           MOVE WRK-LINHA-COLUNAS TO REORDER-LINE.
           WRITE REORDER-LINE.
           MOVE WRK-LINHA-COLUNAS-2 TO REORDER-LINE.
           WRITE REORDER-LINE.

       0300-PROPOR-PRODUTO.
      *********PONTO = DEMANDA DIARIA X PRAZO CORRIDO + FATOR X DESVIO
      *********SEMANAL X RAIZ(PRAZO CORRIDO / 7); LOTE = DEMANDA DIARIA
      *********X CICLO; O PRAZO DO FORNECEDOR E EM DIAS UTEIS E VIRA
      *********CORRIDO NA PROPORCAO 7/5; AMBOS ARREDONDADOS PARA CIMA**
           MOVE ZEROS TO WRK-TOT-DEMANDA.
           PERFORM 0310-SOMAR-SEMANA
               VARYING WRK-SEM FROM 1 BY 1
               UNTIL WRK-SEM > WRK-SEMANAS.
           IF WRK-TOT-DEMANDA = ZEROS
               ADD 1 TO WRK-CNT-SEM-DEMANDA
           ELSE
               COMPUTE WRK-MEDIA-SEMANA ROUNDED =
                   WRK-TOT-DEMANDA / WRK-SEMANAS
               MOVE ZEROS TO WRK-SOMA-QUADRADOS
               PERFORM 0320-SOMAR-QUADRADO
                   VARYING WRK-SEM FROM 1 BY 1
                   UNTIL WRK-SEM > WRK-SEMANAS
               COMPUTE WRK-VARIANCIA ROUNDED =
                   WRK-SOMA-QUADRADOS / WRK-SEMANAS
               COMPUTE WRK-DESVIO-SEMANA ROUNDED =
                   WRK-VARIANCIA ** 0,5
               COMPUTE WRK-DEMANDA-DIA ROUNDED = WRK-MEDIA-SEMANA / 7
               PERFORM 0330-PRAZO-DO-FORNECEDOR
               COMPUTE WRK-PRAZO-CORRIDO ROUNDED = WRK-PRAZO * 7 / 5
               COMPUTE WRK-VALOR-CALC ROUNDED =
                   (WRK-DEMANDA-DIA * WRK-PRAZO-CORRIDO)
                   + (WRK-FATOR-SERVICO * WRK-DESVIO-SEMANA
                      * ((WRK-PRAZO-CORRIDO / 7) ** 0,5))
               PERFORM 0340-ARREDONDAR-ACIMA
               MOVE WRK-INTEIRO TO WRK-PONTO-PROPOSTO
               COMPUTE WRK-VALOR-CALC ROUNDED =
                   WRK-DEMANDA-DIA * WRK-CICLO-DIAS
               PERFORM 0340-ARREDONDAR-ACIMA
               MOVE WRK-INTEIRO TO WRK-LOTE-PROPOSTO
               IF WRK-LOTE-PROPOSTO < 1
                   MOVE 1 TO WRK-LOTE-PROPOSTO
               END-IF
               PERFORM 0350-GRAVAR-PROPOSTA
           END-IF.

       0310-SOMAR-SEMANA.
           ADD WRK-PRD-SEMANA(WRK-IDX, WRK-SEM) TO WRK-TOT-DEMANDA.

       0320-SOMAR-QUADRADO.
           COMPUTE WRK-DESVIO-PONTO =
               WRK-PRD-SEMANA(WRK-IDX, WRK-SEM) - WRK-MEDIA-SEMANA.
           COMPUTE WRK-SOMA-QUADRADOS = WRK-SOMA-QUADRADOS
               + (WRK-DESVIO-PONTO * WRK-DESVIO-PONTO).

       0330-PRAZO-DO-FORNECEDOR.
           MOVE "S" TO WRK-SEM-FORNECEDOR.
           IF FORNECEDORES-OK
               AND WRK-PRD-FORNECEDOR(WRK-IDX) NOT = SPACES
               MOVE WRK-PRD-FORNECEDOR(WRK-IDX) TO FOR-CODIGO
               READ SUPPLIER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FOR-PRAZO-DIAS NUMERIC
                           AND FOR-PRAZO-DIAS > ZEROS
                           MOVE FOR-PRAZO-DIAS TO WRK-PRAZO
                           MOVE "N" TO WRK-SEM-FORNECEDOR
                       END-IF
               END-READ
           END-IF.
           IF SEM-FORNECEDOR
               MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO
               ADD 1 TO WRK-CNT-PRAZO-PADRAO
           END-IF.

       0340-ARREDONDAR-ACIMA.
           MOVE WRK-VALOR-CALC TO WRK-INTEIRO.
           IF WRK-INTEIRO < WRK-VALOR-CALC
               ADD 1 TO WRK-INTEIRO
           END-IF.
           IF WRK-INTEIRO > 99999
               MOVE 99999 TO WRK-INTEIRO
           END-IF.

       0350-GRAVAR-PROPOSTA.
      *********SO VAI PARA ACEITE O QUE MUDA O PONTO OU O LOTE; A
      *********LINHA SEM MUDANCA SAI SO NO RELATORIO******************
           MOVE SPACES TO WRK-LINHA-PROPOSTA.
           MOVE WRK-PRD-PRODUTO(WRK-IDX) TO WLR-PRODUTO.
           MOVE WRK-PRD-LOCAL(WRK-IDX) TO WLR-LOCAL.
           MOVE WRK-DEMANDA-DIA TO WLR-DEMANDA-DIA.
           MOVE WRK-DESVIO-SEMANA TO WLR-DESVIO.
           MOVE WRK-PRAZO TO WLR-PRAZO.
           MOVE WRK-PRD-PONTO(WRK-IDX) TO WLR-PONTO-ATUAL.
           MOVE WRK-PONTO-PROPOSTO TO WLR-PONTO-PROPOSTO.
           MOVE WRK-PRD-LOTE(WRK-IDX) TO WLR-LOTE-ATUAL.
           MOVE WRK-LOTE-PROPOSTO TO WLR-LOTE-PROPOSTO.
           IF WRK-PONTO-PROPOSTO = WRK-PRD-PONTO(WRK-IDX)
               AND WRK-LOTE-PROPOSTO = WRK-PRD-LOTE(WRK-IDX)
               MOVE "SEM MUDANCA" TO WLR-SITUACAO
               ADD 1 TO WRK-CNT-SEM-MUDANCA
           ELSE
               IF SEM-FORNECEDOR
                   MOVE "PENDENTE PRAZO PADR" TO WLR-SITUACAO
               ELSE
                   MOVE "PENDENTE DE ACEITE" TO WLR-SITUACAO
               END-IF
               MOVE SPACES TO ROP-RECORD
               MOVE WRK-PRD-PRODUTO(WRK-IDX) TO ROP-PRODUTO
               MOVE WRK-PRD-LOCAL(WRK-IDX) TO ROP-LOCAL
               MOVE WRK-DATASYS-NUM TO ROP-DATA
               MOVE WRK-SEMANAS TO ROP-SEMANAS
               MOVE WRK-DEMANDA-DIA TO ROP-DEMANDA-DIA
               MOVE WRK-DESVIO-SEMANA TO ROP-DESVIO-SEMANA
               MOVE WRK-PRAZO TO ROP-PRAZO
               MOVE WRK-PRD-PONTO(WRK-IDX) TO ROP-PONTO-ATUAL
               MOVE WRK-PRD-LOTE(WRK-IDX) TO ROP-QTD-ATUAL
               MOVE WRK-PONTO-PROPOSTO TO ROP-PONTO-PROPOSTO
               MOVE WRK-LOTE-PROPOSTO TO ROP-QTD-PROPOSTA
               MOVE "P" TO ROP-STATUS
               MOVE ZEROS TO ROP-DATA-DECISAO
               WRITE ROP-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PROPOSTA "
                           ROP-PRODUTO " " ROP-LOCAL
                   NOT INVALID KEY
                       ADD 1 TO WRK-CNT-PROPOSTAS
               END-WRITE
           END-IF.
           MOVE WRK-LINHA-PROPOSTA TO REORDER-LINE.
           WRITE REORDER-LINE.

       0500-ACEITAR-PROPOSTAS.
      *********O COMPRADOR PASSA PELAS PROPOSTAS PENDENTES: S APLICA
      *********PONTO E LOTE NO STOCKBAL, N REJEITA, VAZIO DEIXA PARA
      *********DEPOIS E F ENCERRA; A DECISAO FICA NA PROPOSTA**********
           MOVE ZEROS TO WRK-CNT-APLICADAS WRK-CNT-REJEITADAS
               WRK-CNT-PENDENTES.
           MOVE "N" TO WRK-EOF-ROP.
           OPEN I-O REORDER-PROPOSAL.
           IF WRK-FS-ROP NOT = "00"
               DISPLAY "NENHUMA PROPOSTA CALCULADA (REORDPRP)"
           ELSE
               OPEN I-O STOCK-BALANCE
               IF WRK-FS-BAL NOT = "00"
                   DISPLAY "STOCKBAL NAO ABRIU: " WRK-FS-BAL
                   CLOSE REORDER-PROPOSAL
               ELSE
                   MOVE LOW-VALUES TO ROP-CHAVE
                   START REORDER-PROPOSAL
                       KEY IS NOT LESS THAN ROP-CHAVE
                       INVALID KEY
                           MOVE "S" TO WRK-EOF-ROP
                   END-START
                   PERFORM 0510-LER-PROPOSTA UNTIL FIM-ROP
                   CLOSE REORDER-PROPOSAL STOCK-BALANCE
                   DISPLAY "PROPOSTAS APLICADAS...: " WRK-CNT-APLICADAS
                   DISPLAY "PROPOSTAS REJEITADAS..: "
                       WRK-CNT-REJEITADAS
                   DISPLAY "DEIXADAS PARA DEPOIS..: " WRK-CNT-PENDENTES
               END-IF
           END-IF.

       0510-LER-PROPOSTA.
           READ REORDER-PROPOSAL NEXT
               AT END
                   MOVE "S" TO WRK-EOF-ROP
               NOT AT END
                   IF ROP-PENDENTE
                       PERFORM 0520-DECIDIR-PROPOSTA
                   END-IF
           END-READ.

       0520-DECIDIR-PROPOSTA.
           DISPLAY " ".
           DISPLAY ROP-PRODUTO " " ROP-LOCAL " - DEMANDA/DIA "
               ROP-DEMANDA-DIA " PRAZO " ROP-PRAZO.
           DISPLAY "  PONTO " ROP-PONTO-ATUAL " -> "
               ROP-PONTO-PROPOSTO "   LOTE " ROP-QTD-ATUAL " -> "
               ROP-QTD-PROPOSTA.
           DISPLAY "ACEITAR? (S = SIM, N = NAO, VAZIO = DEPOIS,"
               " F = ENCERRAR)".
           MOVE SPACES TO WRK-RESPOSTA.
           ACCEPT WRK-RESPOSTA.
           EVALUATE WRK-RESPOSTA
               WHEN "S"
                   PERFORM 0530-APLICAR-PROPOSTA
               WHEN "N"
                   MOVE "R" TO ROP-STATUS
                   MOVE WRK-DATASYS-NUM TO ROP-DATA-DECISAO
                   MOVE WRK-OPERADOR TO ROP-OPERADOR
                   REWRITE ROP-RECORD
                   ADD 1 TO WRK-CNT-REJEITADAS
               WHEN "F"
                   ADD 1 TO WRK-CNT-PENDENTES
                   MOVE "S" TO WRK-EOF-ROP
               WHEN OTHER
                   ADD 1 TO WRK-CNT-PENDENTES
           END-EVALUATE.

       0530-APLICAR-PROPOSTA.
           MOVE ROP-PRODUTO TO BAL-PRODUTO.
           MOVE ROP-LOCAL TO BAL-LOCAL.
           READ STOCK-BALANCE
               INVALID KEY
                   DISPLAY "SALDO NAO ENCONTRADO NO STOCKBAL -"
                       " PROPOSTA SEGUE PENDENTE"
                   ADD 1 TO WRK-CNT-PENDENTES
               NOT INVALID KEY
                   MOVE ROP-PONTO-PROPOSTO TO BAL-PONTO-REPOSICAO
                   MOVE ROP-QTD-PROPOSTA TO BAL-QTD-PEDIDO
                   REWRITE BAL-RECORD
                   IF WRK-FS-BAL = "00"
                       MOVE "R" TO JRN-OPERACAO
                       PERFORM 0980-DIARIO-SALDO
                   END-IF
                   MOVE "A" TO ROP-STATUS
                   MOVE WRK-DATASYS-NUM TO ROP-DATA-DECISAO
                   MOVE WRK-OPERADOR TO ROP-OPERADOR
                   REWRITE ROP-RECORD
                   ADD 1 TO WRK-CNT-APLICADAS
           END-READ.

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

       0980-DIARIO-SALDO.
      *********IMAGEM DO SALDO GRAVADO VAI PARA O DIARIO UPDJRNL********
           MOVE "PROGCOB99" TO JRN-PROGRAMA.
           MOVE WRK-OPERADOR TO JRN-OPERADOR.
           MOVE "STOCKBAL" TO JRN-ARQUIVO.
           MOVE BAL-CHAVE TO JRN-CHAVE.
           MOVE BAL-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.
