       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB91.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: RENTABILIDADE MENSAL DO FRETE: PARA O MES PEDIDO
      *           (AAAAMM), PERCORRE OS EMBARQUES DESPACHADOS NO MES
      *           (SHIPTRK) E JUNTA POR EMBARQUE O FRETE COBRADO DO
      *           CLIENTE (RECEITA), O CUSTO DA TRANSPORTADORA PELO
      *           PERCENTUAL NEGOCIADO (CARRIER, MESMA CONTA DO
      *           ACERTO PROGCOB29), AS RECLAMACOES DE AVARIA ACEITAS
      *           OU LIQUIDADAS (CLAIMFIL) E O PREMIO DO SEGURO DE
      *           CARGA (INSFILE); TOTALIZA POR CLIENTE, POR UF DE
      *           DESTINO E POR TRANSPORTADORA, CADA SECAO DA PIOR
      *           MARGEM LIQUIDA PARA A MELHOR, MARCANDO AS QUE DAO
      *           PREJUIZO (RELATORIO PROFRPT) - BASE DA RENEGOCIACAO
      *           ANUAL DA UFRATE E DO CAR-TAXA-PCT
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
           SELECT SHIPMENT-TRACKING ASSIGN TO "SHIPTRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHIP-NUMERO
               FILE STATUS IS WRK-FS-SHIPTRK.
           SELECT CARRIER-FILE ASSIGN TO "CARRIER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRIER.
           SELECT CLAIM-FILE ASSIGN TO "CLAIMFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLM-EMBARQUE
               FILE STATUS IS WRK-FS-CLAIM.
           SELECT INSURED-FILE ASSIGN TO "INSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INSFIL.
           SELECT PROFIT-REPORT ASSIGN TO "PROFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD SHIPMENT-TRACKING.
           COPY CPSHIPMT.
       FD CARRIER-FILE.
           COPY CPCARRIR.
       FD CLAIM-FILE.
           COPY CPCLAIM.
       FD INSURED-FILE.
           COPY CPINSFIL.
       FD PROFIT-REPORT.
       01 PROFIT-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-SHIPTRK PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARRIER PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLAIM PIC X(02) VALUE ZEROS.
       77 WRK-FS-INSFIL PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-SHIPTRK PIC X(01) VALUE "N".
           88 FIM-SHIPTRK VALUE "S".
       77 WRK-EOF-CARRIER PIC X(01) VALUE "N".
           88 FIM-CARRIER VALUE "S".
       77 WRK-EOF-INSFIL PIC X(01) VALUE "N".
           88 FIM-INSFIL VALUE "S".
       77 WRK-CLAIM-ABERTO PIC X(01) VALUE "N".
           88 CLAIM-ABERTO VALUE "S".
       77 WRK-ANOMES PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-LINHA PIC 9(06) VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-CARRIER.
           02 WRK-CAR-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WRK-QTD-CAR.
               03 WRK-CAR-COD         PIC X(03).
               03 WRK-CAR-NOME        PIC X(30).
               03 WRK-CAR-PCT         PIC 9(02)V99.
       77 WRK-QTD-CAR PIC 9(03) VALUE ZEROS.
       77 WRK-CAR-POS PIC 9(03) VALUE ZEROS.
      *********UMA LINHA POR CLIENTE (1), UF (2) E TRANSPORTADORA (3)
      *********NA MESMA TABELA, ORDENADA POR DIMENSAO E MARGEM*********
       01 WRK-TABELA-LINHA.
           02 WRK-LIN-ENTRY OCCURS 1 TO 700 TIMES
                   DEPENDING ON WRK-QTD-LIN.
               03 WRK-LIN-DIM         PIC 9(01).
               03 WRK-LIN-CHAVE       PIC X(06).
               03 WRK-LIN-NOME        PIC X(20).
               03 WRK-LIN-QTD         PIC 9(05).
               03 WRK-LIN-RECEITA     PIC 9(09)V99.
               03 WRK-LIN-CUSTO       PIC 9(09)V99.
               03 WRK-LIN-RECLAMADO   PIC 9(09)V99.
               03 WRK-LIN-PREMIO      PIC 9(09)V99.
               03 WRK-LIN-MARGEM      PIC S9(09)V99.
       77 WRK-QTD-LIN PIC 9(03) VALUE ZEROS.
       77 WRK-LIN-POS PIC 9(03) VALUE ZEROS.
       01 WRK-TROCA-AUX PIC X(87).
       77 WRK-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-IDX2 PIC 9(03) VALUE ZEROS.
       77 WRK-DIM-ATUAL PIC 9(01) VALUE ZEROS.
       77 WRK-CHAVE-ATUAL PIC X(06) VALUE SPACES.
       77 WRK-NOME-ATUAL PIC X(20) VALUE SPACES.
       77 WRK-EMB-RECEITA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-EMB-CUSTO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-EMB-RECLAMADO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-EMB-PREMIO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-QTD PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-RECEITA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-RECLAMADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PREMIO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-MARGEM PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CNT-SEM-TAXA PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-PREJUIZO PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-TABELA-CHEIA PIC 9(05) VALUE ZEROS.
       COPY CPRPTHDR.
       01 WRK-LINHA-TITULO.
           02 FILLER                  PIC X(36) VALUE
               "RENTABILIDADE DE FRETE - MES (AAAAMM".
           02 FILLER                  PIC X(03) VALUE "): ".
           02 WLT-ANOMES              PIC 9(06).
       01 WRK-LINHA-SECAO.
           02 FILLER                  PIC X(15) VALUE
               "MARGEM POR ".
           02 WLS-DIMENSAO            PIC X(30).
           02 FILLER                  PIC X(30) VALUE
               " (PIOR MARGEM PRIMEIRO)".
       01 WRK-LINHA-COLUNAS.
           02 FILLER                  PIC X(08) VALUE "CHAVE".
           02 FILLER                  PIC X(22) VALUE "NOME".
           02 FILLER                  PIC X(07) VALUE "  QTD".
           02 FILLER                  PIC X(16) VALUE
               "       RECEITA".
           02 FILLER                  PIC X(16) VALUE
               "  CUSTO TRANSP".
           02 FILLER                  PIC X(16) VALUE
               "   RECLAMACOES".
           02 FILLER                  PIC X(16) VALUE
               "    PREMIO SEG".
           02 FILLER                  PIC X(15) VALUE
               " MARGEM LIQUIDA".
       01 WRK-LINHA-DETALHE.
           02 WLD-CHAVE               PIC X(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLD-NOME                PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLD-QTD                 PIC ZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLD-RECEITA             PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLD-CUSTO               PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLD-RECLAMADO           PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLD-PREMIO              PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLD-MARGEM              PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLD-MARCA               PIC X(12).
       LINKAGE SECTION.
       01 LK-OPERADOR                 PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           DISPLAY "MES DA RENTABILIDADE DE FRETE (AAAAMM):".
           ACCEPT WRK-ANOMES.
           PERFORM 0050-CARREGAR-TRANSPORTADORAS.
           PERFORM 0070-ABRIR-ARQUIVOS.
           PERFORM 0100-LER-EMBARQUE UNTIL FIM-SHIPTRK.
           PERFORM 0400-ORDENAR-LINHAS.
           PERFORM 0500-IMPRIMIR-RELATORIO.
           PERFORM 0900-FINALIZAR.
           GOBACK.

       0050-CARREGAR-TRANSPORTADORAS.
      *********NOME E PERCENTUAL NEGOCIADO DE CADA TRANSPORTADORA*****
           OPEN INPUT CARRIER-FILE.
           IF WRK-FS-CARRIER NOT = "00"
               DISPLAY "AVISO: CADASTRO CARRIER NAO ENCONTRADO -"
                   " CUSTO DE TRANSPORTADORA SAI ZERADO"
               MOVE "S" TO WRK-EOF-CARRIER
           END-IF.
           PERFORM 0060-LER-TRANSPORTADORA UNTIL FIM-CARRIER.
           IF WRK-FS-CARRIER = "00" OR WRK-FS-CARRIER = "10"
               CLOSE CARRIER-FILE
           END-IF.

       0060-LER-TRANSPORTADORA.
           READ CARRIER-FILE
               AT END
                   MOVE "S" TO WRK-EOF-CARRIER
               NOT AT END
                   IF WRK-QTD-CAR < 20
                       ADD 1 TO WRK-QTD-CAR
                       MOVE CAR-CODIGO TO WRK-CAR-COD(WRK-QTD-CAR)
                       MOVE CAR-NOME TO WRK-CAR-NOME(WRK-QTD-CAR)
                       MOVE CAR-TAXA-PCT TO WRK-CAR-PCT(WRK-QTD-CAR)
                   END-IF
           END-READ.

       0070-ABRIR-ARQUIVOS.
           OPEN INPUT SHIPMENT-TRACKING.
           IF WRK-FS-SHIPTRK NOT = "00"
               DISPLAY "RASTREIO SHIPTRK NAO ENCONTRADO - NADA A"
                   " APURAR"
               MOVE "S" TO WRK-EOF-SHIPTRK
           END-IF.
           OPEN INPUT CLAIM-FILE.
           IF WRK-FS-CLAIM = "00"
               MOVE "S" TO WRK-CLAIM-ABERTO
           ELSE
               DISPLAY "AVISO: CLAIMFIL NAO ENCONTRADO - SEM CUSTO"
                   " DE RECLAMACOES"
           END-IF.
           OPEN INPUT INSURED-FILE.
           IF WRK-FS-INSFIL NOT = "00"
               DISPLAY "AVISO: INSFILE NAO ENCONTRADO - SEM PREMIO"
                   " DE SEGURO"
               MOVE "S" TO WRK-EOF-INSFIL
           ELSE
               PERFORM 0080-LER-SEGURADO
           END-IF.

       0080-LER-SEGURADO.
           READ INSURED-FILE
               AT END
                   MOVE "S" TO WRK-EOF-INSFIL
           END-READ.

       0100-LER-EMBARQUE.
           READ SHIPMENT-TRACKING
               AT END
                   MOVE "S" TO WRK-EOF-SHIPTRK
               NOT AT END
                   IF SHIP-DATA-DESPACHO NUMERIC
                       AND NOT SHIP-SENTIDO-REVERSA
                       DIVIDE SHIP-DATA-DESPACHO BY 100
                           GIVING WRK-ANOMES-LINHA
                       IF WRK-ANOMES-LINHA = WRK-ANOMES
                           PERFORM 0200-APURAR-EMBARQUE
                       END-IF
                   END-IF
           END-READ.

       0200-APURAR-EMBARQUE.
      *********RECEITA, CUSTO, RECLAMACAO E PREMIO DE UM EMBARQUE;
      *********EMBARQUE ANTIGO SEM O FRETE EM REAIS USA O SHIP-FRETE
      *********(QUE NELE E BRL), COMO NO ACERTO PROGCOB29**************
           IF SHIP-FRETE-BRL > ZEROS
               MOVE SHIP-FRETE-BRL TO WRK-EMB-RECEITA
           ELSE
               MOVE SHIP-FRETE TO WRK-EMB-RECEITA
           END-IF.
           PERFORM 0210-ACHAR-TRANSPORTADORA.
           IF WRK-CAR-POS > ZEROS
               COMPUTE WRK-EMB-CUSTO ROUNDED =
                   WRK-EMB-RECEITA * WRK-CAR-PCT(WRK-CAR-POS) / 100
           ELSE
               MOVE ZEROS TO WRK-EMB-CUSTO
               ADD 1 TO WRK-CNT-SEM-TAXA
           END-IF.
           PERFORM 0220-RECLAMACAO-DO-EMBARQUE.
           PERFORM 0230-PREMIO-DO-EMBARQUE.
           ADD 1 TO WRK-TOT-QTD.
           ADD WRK-EMB-RECEITA TO WRK-TOT-RECEITA.
           ADD WRK-EMB-CUSTO TO WRK-TOT-CUSTO.
           ADD WRK-EMB-RECLAMADO TO WRK-TOT-RECLAMADO.
           ADD WRK-EMB-PREMIO TO WRK-TOT-PREMIO.
           MOVE 1 TO WRK-DIM-ATUAL.
           IF SHIP-CLIENTE = SPACES
               MOVE "??????" TO WRK-CHAVE-ATUAL
               MOVE "SEM CLIENTE" TO WRK-NOME-ATUAL
           ELSE
               MOVE SHIP-CLIENTE TO WRK-CHAVE-ATUAL
               MOVE SPACES TO WRK-NOME-ATUAL
           END-IF.
           PERFORM 0300-ACUMULAR-LINHA.
           MOVE 2 TO WRK-DIM-ATUAL.
           MOVE SHIP-UF TO WRK-CHAVE-ATUAL.
           MOVE SPACES TO WRK-NOME-ATUAL.
           PERFORM 0300-ACUMULAR-LINHA.
           MOVE 3 TO WRK-DIM-ATUAL.
           IF WRK-CAR-POS > ZEROS
               MOVE SHIP-TRANSPORTADORA TO WRK-CHAVE-ATUAL
               MOVE WRK-CAR-NOME(WRK-CAR-POS) TO WRK-NOME-ATUAL
           ELSE
               MOVE "???" TO WRK-CHAVE-ATUAL
               MOVE "SEM TRANSP CADASTRADA" TO WRK-NOME-ATUAL
           END-IF.
           PERFORM 0300-ACUMULAR-LINHA.

       0210-ACHAR-TRANSPORTADORA.
           MOVE ZEROS TO WRK-CAR-POS.
           PERFORM 0215-COMPARAR-TRANSPORTADORA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-CAR OR WRK-CAR-POS > ZEROS.

       0215-COMPARAR-TRANSPORTADORA.
           IF WRK-CAR-COD(WRK-IDX) = SHIP-TRANSPORTADORA
               MOVE WRK-IDX TO WRK-CAR-POS
           END-IF.

       0220-RECLAMACAO-DO-EMBARQUE.
      *********SO A RECLAMACAO ACEITA OU JA LIQUIDADA E CUSTO; ABERTA
      *********OU NEGADA AINDA NAO SAIU DO BOLSO***********************
           MOVE ZEROS TO WRK-EMB-RECLAMADO.
           IF CLAIM-ABERTO
               MOVE SHIP-NUMERO TO CLM-EMBARQUE
               READ CLAIM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLM-ACEITA OR CLM-LIQUIDADA
                           MOVE CLM-VALOR TO WRK-EMB-RECLAMADO
                       END-IF
               END-READ
           END-IF.

       0230-PREMIO-DO-EMBARQUE.
      *********O INSFILE E GRAVADO PELO PROGCOB09 NA ORDEM EM QUE OS
      *********EMBARQUES SAO NUMERADOS, A MESMA ORDEM DE CHAVE EM QUE
      *********O SHIPTRK E LIDO: BASTA AVANCAR O LIVRO ATE O EMBARQUE
      *********(CASAMENTO DE ARQUIVOS, SEM TABELA)*********************
           MOVE ZEROS TO WRK-EMB-PREMIO.
           PERFORM 0080-LER-SEGURADO
               UNTIL FIM-INSFIL OR INSF-EMBARQUE NOT < SHIP-NUMERO.
           IF NOT FIM-INSFIL AND INSF-EMBARQUE = SHIP-NUMERO
               MOVE INSF-PREMIO TO WRK-EMB-PREMIO
           END-IF.

       0300-ACUMULAR-LINHA.
      *********SOMA O EMBARQUE NA LINHA DA DIMENSAO/CHAVE ATUAL,
      *********ABRINDO A LINHA NA PRIMEIRA VEZ*************************
           MOVE ZEROS TO WRK-LIN-POS.
           PERFORM 0310-COMPARAR-LINHA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-LIN OR WRK-LIN-POS > ZEROS.
           IF WRK-LIN-POS = ZEROS
               IF WRK-QTD-LIN < 700
                   ADD 1 TO WRK-QTD-LIN
                   MOVE WRK-QTD-LIN TO WRK-LIN-POS
                   MOVE WRK-DIM-ATUAL TO WRK-LIN-DIM(WRK-LIN-POS)
                   MOVE WRK-CHAVE-ATUAL TO WRK-LIN-CHAVE(WRK-LIN-POS)
                   MOVE WRK-NOME-ATUAL TO WRK-LIN-NOME(WRK-LIN-POS)
                   MOVE ZEROS TO WRK-LIN-QTD(WRK-LIN-POS)
                       WRK-LIN-RECEITA(WRK-LIN-POS)
                       WRK-LIN-CUSTO(WRK-LIN-POS)
                       WRK-LIN-RECLAMADO(WRK-LIN-POS)
                       WRK-LIN-PREMIO(WRK-LIN-POS)
                       WRK-LIN-MARGEM(WRK-LIN-POS)
               ELSE
                   ADD 1 TO WRK-CNT-TABELA-CHEIA
               END-IF
           END-IF.
           IF WRK-LIN-POS > ZEROS
               ADD 1 TO WRK-LIN-QTD(WRK-LIN-POS)
               ADD WRK-EMB-RECEITA TO WRK-LIN-RECEITA(WRK-LIN-POS)
               ADD WRK-EMB-CUSTO TO WRK-LIN-CUSTO(WRK-LIN-POS)
               ADD WRK-EMB-RECLAMADO TO WRK-LIN-RECLAMADO(WRK-LIN-POS)
               ADD WRK-EMB-PREMIO TO WRK-LIN-PREMIO(WRK-LIN-POS)
               COMPUTE WRK-LIN-MARGEM(WRK-LIN-POS) =
                   WRK-LIN-MARGEM(WRK-LIN-POS) + WRK-EMB-RECEITA
                   - WRK-EMB-CUSTO - WRK-EMB-RECLAMADO
                   + WRK-EMB-PREMIO
           END-IF.

       0310-COMPARAR-LINHA.
           IF WRK-LIN-DIM(WRK-IDX) = WRK-DIM-ATUAL
               AND WRK-LIN-CHAVE(WRK-IDX) = WRK-CHAVE-ATUAL
               MOVE WRK-IDX TO WRK-LIN-POS
           END-IF.

       0400-ORDENAR-LINHAS.
      *********ORDENA POR DIMENSAO E, DENTRO DELA, DA PIOR MARGEM
      *********LIQUIDA PARA A MELHOR (TROCA SIMPLES)*******************
           IF WRK-QTD-LIN > 1
               PERFORM 0410-PASSADA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX >= WRK-QTD-LIN
           END-IF.

       0410-PASSADA.
           COMPUTE WRK-IDX2 = WRK-IDX + 1.
           PERFORM 0420-COMPARAR-TROCAR
               UNTIL WRK-IDX2 > WRK-QTD-LIN.

       0420-COMPARAR-TROCAR.
           IF WRK-LIN-DIM(WRK-IDX2) < WRK-LIN-DIM(WRK-IDX)
               OR (WRK-LIN-DIM(WRK-IDX2) = WRK-LIN-DIM(WRK-IDX)
               AND WRK-LIN-MARGEM(WRK-IDX2) < WRK-LIN-MARGEM(WRK-IDX))
               MOVE WRK-LIN-ENTRY(WRK-IDX) TO WRK-TROCA-AUX
               MOVE WRK-LIN-ENTRY(WRK-IDX2) TO WRK-LIN-ENTRY(WRK-IDX)
               MOVE WRK-TROCA-AUX TO WRK-LIN-ENTRY(WRK-IDX2)
           END-IF.
           ADD 1 TO WRK-IDX2.

       0500-IMPRIMIR-RELATORIO.
           OPEN OUTPUT PROFIT-REPORT.
           PERFORM 0510-GRAVAR-CABECALHO.
           MOVE ZEROS TO WRK-DIM-ATUAL.
           PERFORM 0520-LINHA-DO-RELATORIO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-LIN.
           MOVE SPACES TO PROFIT-LINE.
           WRITE PROFIT-LINE.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE "TOTAL DO MES" TO WLD-NOME.
           MOVE WRK-TOT-QTD TO WLD-QTD.
           MOVE WRK-TOT-RECEITA TO WLD-RECEITA.
           MOVE WRK-TOT-CUSTO TO WLD-CUSTO.
           MOVE WRK-TOT-RECLAMADO TO WLD-RECLAMADO.
           MOVE WRK-TOT-PREMIO TO WLD-PREMIO.
           COMPUTE WRK-TOT-MARGEM = WRK-TOT-RECEITA - WRK-TOT-CUSTO
               - WRK-TOT-RECLAMADO + WRK-TOT-PREMIO.
           MOVE WRK-TOT-MARGEM TO WLD-MARGEM.
           IF WRK-TOT-MARGEM < ZEROS
               MOVE "<< PREJUIZO" TO WLD-MARCA
           END-IF.
           MOVE WRK-LINHA-DETALHE TO PROFIT-LINE.
           WRITE PROFIT-LINE.
           CLOSE PROFIT-REPORT.

       0510-GRAVAR-CABECALHO.
      *********CABECALHO PADRAO: PROGRAMA, DATA, OPERADOR E PAGINA*****
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           MOVE "PROGCOB91" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE RPT-HEADER-LINE TO PROFIT-LINE.
           WRITE PROFIT-LINE.
           MOVE SPACES TO PROFIT-LINE.
           WRITE PROFIT-LINE.
           MOVE WRK-ANOMES TO WLT-ANOMES.
           MOVE WRK-LINHA-TITULO TO PROFIT-LINE.
           WRITE PROFIT-LINE.

       0520-LINHA-DO-RELATORIO.
           IF WRK-LIN-DIM(WRK-IDX) NOT = WRK-DIM-ATUAL
               MOVE WRK-LIN-DIM(WRK-IDX) TO WRK-DIM-ATUAL
               PERFORM 0530-ABRIR-SECAO
           END-IF.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE WRK-LIN-CHAVE(WRK-IDX) TO WLD-CHAVE.
           MOVE WRK-LIN-NOME(WRK-IDX) TO WLD-NOME.
           MOVE WRK-LIN-QTD(WRK-IDX) TO WLD-QTD.
           MOVE WRK-LIN-RECEITA(WRK-IDX) TO WLD-RECEITA.
           MOVE WRK-LIN-CUSTO(WRK-IDX) TO WLD-CUSTO.
           MOVE WRK-LIN-RECLAMADO(WRK-IDX) TO WLD-RECLAMADO.
           MOVE WRK-LIN-PREMIO(WRK-IDX) TO WLD-PREMIO.
           MOVE WRK-LIN-MARGEM(WRK-IDX) TO WLD-MARGEM.
           IF WRK-LIN-MARGEM(WRK-IDX) < ZEROS
               MOVE "<< PREJUIZO" TO WLD-MARCA
               ADD 1 TO WRK-CNT-PREJUIZO
           END-IF.
           MOVE WRK-LINHA-DETALHE TO PROFIT-LINE.
           WRITE PROFIT-LINE.

       0530-ABRIR-SECAO.
           EVALUATE WRK-DIM-ATUAL
               WHEN 1
                   MOVE "CLIENTE" TO WLS-DIMENSAO
               WHEN 2
                   MOVE "UF DE DESTINO" TO WLS-DIMENSAO
               WHEN OTHER
                   MOVE "TRANSPORTADORA" TO WLS-DIMENSAO
           END-EVALUATE.
           MOVE SPACES TO PROFIT-LINE.
           WRITE PROFIT-LINE.
           MOVE WRK-LINHA-SECAO TO PROFIT-LINE.
           WRITE PROFIT-LINE.
           MOVE WRK-LINHA-COLUNAS TO PROFIT-LINE.
           WRITE PROFIT-LINE.

       0900-FINALIZAR.
           IF WRK-FS-SHIPTRK = "00" OR WRK-FS-SHIPTRK = "10"
               CLOSE SHIPMENT-TRACKING
           END-IF.
           IF CLAIM-ABERTO
               CLOSE CLAIM-FILE
           END-IF.
           IF WRK-FS-INSFIL = "00" OR WRK-FS-INSFIL = "10"
               CLOSE INSURED-FILE
           END-IF.
           DISPLAY "RENTABILIDADE DE FRETE GERADA (PROFRPT) PARA "
               WRK-ANOMES.
           DISPLAY "EMBARQUES APURADOS........: " WRK-TOT-QTD.
           DISPLAY "LINHAS COM PREJUIZO.......: " WRK-CNT-PREJUIZO.
           DISPLAY "SEM TRANSPORTADORA NO CAD.: " WRK-CNT-SEM-TAXA.
           IF WRK-CNT-TABELA-CHEIA > ZEROS
               DISPLAY "AVISO: TABELA DE LINHAS CHEIA - "
                   WRK-CNT-TABELA-CHEIA " SOMAS FORA DAS SECOES"
           END-IF.
