      *                   "CAMBIO DESATUALIZADO" EM MF-SITUACAO E
      *                   CONTADO NO RESUMO - O PEDIDO SEGUE COTADO,
      *                   MAS A MESA DE CAMBIO ENXERGA NO MANIFESTO
      * 15/10/2026 LFL - CLIENTE BLOQUEADO PELA REGUA DE COBRANCA
      *                   (CREDHOLD, PROGCOB85) TEM O PEDIDO RECUSADO
      *                   EM 0209-VALIDAR-CLIENTE ATE O GERENTE
      *                   LIBERAR; CONTADO A PARTE NO RESUMO
      * 15/10/2026 LFL - O CLIENTE DO PEDIDO VAI AO PROGRATE
      *                   (RATE-CLIENTE) PARA O FRETE SAIR PELO
      *                   CONTRATO DO CLIENTE QUANDO HOUVER UM EM VIGOR
      *                   PARA A UF; A LINHA DO MANIFESTO MOSTRA O
      *                   CONTRATO QUE PRECIFICOU (MF-CONTRATO) E O
      *                   RESUMO CONTA OS PEDIDOS COM CONTRATO
      * 15/10/2026 LFL - A DESIGNACAO DA TRANSPORTADORA DEIXA DE SER A
      *                   PRIMEIRA DO CADASTRO QUE ATENDE A UF: PASSA
      *                   PELA ROTINA COMUM PROGCARR (CUSTO X
      *                   PONTUALIDADE DO PLACAR, PESO MAXIMO E
      *                   PARTICIPACAO MAXIMA SEMANAL) E O MANIFESTO
      *                   GANHA A SECAO DE ALOCACAO DE TRANSPORTADORAS
      *                   COM TAXA, PONTUALIDADE, NOTA, EMBARQUES,
      *                   PARTICIPACAO NA SEMANA E CORTES PELO LIMITE
      * 15/10/2026 LFL - O EMBARQUE PASSA A GUARDAR O CLIENTE DO PEDIDO
      *                   (SHIP-CLIENTE), PARA A RENTABILIDADE DE FRETE
      *                   POR CLIENTE (PROGCOB91)
      * 15/10/2026 LFL - PEDIDO DE KIT OU CESTA (KITDEF, PROGCOB97):
      *                   A CONFERENCIA DE SALDO E FEITA EM CADA
      *                   COMPONENTE (QUALQUER UM CURTO MANDA O PEDIDO
      *                   PARA O BACKORD) E A BAIXA EXPLODE O KIT,
      *                   BAIXANDO E GRAVANDO O MOVIMENTO DE CADA
      *                   COMPONENTE COM A QUANTIDADE DO KIT
      * 15/10/2026 LFL - A BAIXA CONSOME OS LOTES DO PRODUTO (STOCKLOT)
      *                   NA ORDEM DA VALIDADE, O QUE VENCE PRIMEIRO
      *                   SAI PRIMEIRO, PULANDO O LOTE JA VENCIDO, COM
      *                   UM MOVIMENTO POR LOTE; O QUE OS LOTES NAO
      *                   COBREM SAI NUM MOVIMENTO SEM LOTE
      * 15/10/2026 LFL - CADA GRAVACAO NOS CADASTROS INDEXADOS DEIXA A
      *                   IMAGEM POSTERIOR NO DIARIO UPDJRNL (PROGJRNL),
      *                   PARA A RECUPERACAO PELO PROGCOB115
      * 15/10/2026 LFL - PEDIDO BAIXA ESTOQUE (STOCKMOV) NA DATA DO
      *                   NEGOCIO: COM O MES FECHADO NO PERIODCT
      *                   (PROGCOB117, CONFERIDO PELO PROGPERI) O ORDERS
      *                   INTEIRO E RECUSADO E O LOTE FECHA COM ABEND
      * 15/10/2026 LFL - CADA FRETE COTADO TAMBEM ENTRA NO HISTORICO
      *                   FRTHIST (DATA/HORA DO LOTE E DADOS DE ENTRADA
      *                   DA COTACAO), BASE DO SIMULADOR DE TAXA
      *                   PROGCOB122; A COTACAO AVISA O PROGRATE QUE
      *                   E PELA TAXA VIGENTE (RATE-SIMULACAO)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FREIGHT-DETAIL ASSIGN TO "FRTDET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRTDET.
           SELECT FREIGHT-HISTORY ASSIGN TO "FRTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRTHIST.
           SELECT CARRIER-FILE ASSIGN TO "CARRIER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRIER.
               ACCESS MODE IS RANDOM
               RECORD KEY IS QUO-NUMERO
               FILE STATUS IS WRK-FS-QUOTE.
           SELECT CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-CLIENTE
               FILE STATUS IS WRK-FS-HLD.
           SELECT INSURANCE-RATE-FILE ASSIGN TO "INSRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INSRATE.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BACKORD.
           SELECT KIT-FILE ASSIGN TO "KITDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-FS-KIT.
           SELECT STOCK-LOT ASSIGN TO "STOCKLOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-FS-LOT.
       DATA DIVISION.
       FILE SECTION.
       FD ORDERS-FILE.
           COPY CPCUST.
       FD FREIGHT-DETAIL.
           COPY CPFRTDET.
       FD FREIGHT-HISTORY.
           COPY CPFRTHIS.
       FD CARRIER-FILE.
           COPY CPCARRIR.
       FD STOCK-BALANCE.
           COPY CPSTKMOV.
       FD CUSTOMER-EXPOSURE.
           COPY CPCUSEXP.
       FD CREDIT-HOLD-FILE.
           COPY CPCRHOLD.
       FD QUOTE-FILE.
           COPY CPQUOTE.
       FD INSURANCE-RATE-FILE.
           COPY CPINSFIL.
       FD BACKORDER-FILE.
           COPY CPBACKOR.
       FD KIT-FILE.
           COPY CPKIT.
       FD STOCK-LOT.
           COPY CPSTKLOT.
       WORKING-STORAGE SECTION.
       77 WRK-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-UF PIC X(02) VALUE SPACES.
       77 WRK-CNT-UF-REJEITADO PIC 9(05) VALUE ZEROS.
       77 WRK-FS-CUST PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRTDET PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRTHIST PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARRIER PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CARRIER PIC X(01) VALUE "N".
           88 FIM-CARRIER VALUE "S".
       77 WRK-CAR-POS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CAR PIC 9(03) VALUE ZEROS.
       77 WRK-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-CONTRATO PIC X(10) VALUE SPACES.
       77 WRK-CNT-CONTRATO PIC 9(05) VALUE ZEROS.
       77 WRK-CADASTRO-CLIENTE-OK PIC X(01) VALUE "N".
           88 CADASTRO-CLIENTE-OK VALUE "S".
       77 WRK-CLIENTE-VALIDO PIC X(01) VALUE "N".
       77 WRK-CLI-POS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX PIC 9(03) VALUE ZEROS.
           COPY CPRATE.
           COPY CPCARSEL.
       77 WRK-PARTICIPACAO PIC 9(03)V99 VALUE ZEROS.
       01 WRK-LINHA-CRITERIO.
           02 FILLER                  PIC X(18)
                   VALUE "CRITERIO: NOTA = ".
           02 WLC-PESO-CUSTO          PIC ZZ9.
           02 FILLER                  PIC X(23)
                   VALUE "% CUSTO (100 - TAXA) + ".
           02 WLC-PESO-PRAZO          PIC ZZ9.
           02 FILLER                  PIC X(29)
                   VALUE "% NO PRAZO; LIMITE SEMANAL: ".
           02 WLC-LIMITE              PIC ZZ9.
           02 FILLER                  PIC X(36)
                   VALUE "% (0 = SEM LIMITE); * = SEM PLACAR".
       01 WRK-LINHA-COLUNAS.
           02 FILLER                  PIC X(05) VALUE "COD".
           02 FILLER                  PIC X(22) VALUE "TRANSPORTADORA".
           02 FILLER                  PIC X(08) VALUE " TAXA".
           02 FILLER                  PIC X(09) VALUE " NO PRAZO".
           02 FILLER                  PIC X(08) VALUE "  NOTA".
           02 FILLER                  PIC X(07) VALUE " LOTE".
           02 FILLER                  PIC X(07) VALUE "SEMANA".
           02 FILLER                  PIC X(09) VALUE " PARTIC.".
           02 FILLER                  PIC X(06) VALUE "CORTES".
       01 WRK-LINHA-ALOCACAO.
           02 WLA-CODIGO              PIC X(03).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-NOME                PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-TAXA                PIC Z9,99.
           02 FILLER                  PIC X(03) VALUE "%  ".
           02 WLA-PRAZO               PIC ZZ9,99.
           02 WLA-MARCA-PRAZO         PIC X(03).
           02 WLA-NOTA                PIC ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-LOTE                PIC ZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-SEMANA              PIC ZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-PARTICIPACAO        PIC ZZ9,99.
           02 FILLER                  PIC X(03) VALUE "%  ".
           02 WLA-CORTES              PIC ZZZZ9.
       77 WRK-CNT-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-GRAVADO PIC 9(05) VALUE ZEROS.
       77 WRK-ABEND PIC X(01) VALUE "N".
       77 WRK-EXPOSICAO-OK PIC X(01) VALUE "N".
           88 EXPOSICAO-OK VALUE "S".
       77 WRK-EXP-ATUAL PIC S9(09)V99 VALUE ZEROS.
       77 WRK-FS-HLD PIC X(02) VALUE ZEROS.
       77 WRK-BLOQUEIOS-OK PIC X(01) VALUE "N".
           88 BLOQUEIOS-OK VALUE "S".
       77 WRK-CNT-CLIENTE-BLOQUEADO PIC 9(05) VALUE ZEROS.
       77 WRK-FS-QUOTE PIC X(02) VALUE ZEROS.
       77 WRK-COTACOES-OK PIC X(01) VALUE "N".
           88 COTACOES-OK VALUE "S".
       77 WRK-ESTOQUE-OK PIC X(01) VALUE "N".
           88 ESTOQUE-OK VALUE "S".
       77 WRK-LOCAL-VENDA PIC X(03) VALUE "LJ1".
       77 WRK-FS-KIT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-KIT PIC X(01) VALUE "N".
           88 FIM-KIT VALUE "S".
      *********COMPOSICAO DOS KITS (KITDEF), PARA CONFERIR E BAIXAR O
      *********PEDIDO DE KIT NOS COMPONENTES***************************
       01 WRK-TABELA-KITS.
           02 WRK-KIT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-KIT.
               03 WRK-KIT-PRODUTO     PIC X(20).
               03 WRK-KIT-COMPONENTE  PIC X(20).
               03 WRK-KIT-QTD         PIC 9(05).
       77 WRK-QTD-KIT PIC 9(03) VALUE ZEROS.
       77 WRK-KIT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-PEDIDO-KIT PIC X(01) VALUE "N".
           88 PEDIDO-KIT VALUE "S".
       77 WRK-PRODUTO-BAIXA PIC X(20) VALUE SPACES.
       77 WRK-QTD-BAIXA PIC 9(05) VALUE ZEROS.
       77 WRK-FS-LOT PIC X(02) VALUE ZEROS.
       77 WRK-LOTES-OK PIC X(01) VALUE "N".
           88 LOTES-OK VALUE "S".
       77 WRK-EOF-LOT PIC X(01) VALUE "N".
           88 FIM-LOT VALUE "S".
       77 WRK-QTD-RESTANTE PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-MOV PIC 9(05) VALUE ZEROS.
       77 WRK-LOTE-MOV PIC X(10) VALUE SPACES.
       77 WRK-DIAS-TRANSITO PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-PROMETIDA PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-INICIO.
           COPY CPFEEDCT.
           COPY CPRPTHDR.
           COPY CPSYSERR.
           COPY CPJRNLAR.
           COPY CPPERAR.
       LINKAGE SECTION.
       01 LK-EOD-STATS.
           02 LK-EOD-LIDOS             PIC 9(05).
       0001-PRINCIPAL.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           PERFORM 0020-VALIDAR-CONTROLE.
           PERFORM 0030-CONFERIR-PERIODO.
           PERFORM 0052-CARREGAR-TRANSPORTADORAS.
           PERFORM 0058-ABRIR-SHIPMENT-TRACKING.
           PERFORM 0070-ABRIR-ARQUIVOS-LOTE.
                   MOVE "N" TO WRK-PRIMEIRA-LINHA
           END-READ.

       0030-CONFERIR-PERIODO.
      *********O PEDIDO BAIXA ESTOQUE NA DATA DO NEGOCIO; COM O MES
      *********FECHADO (PROGCOB117) NADA DO LOTE E LANCADO*************
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           MOVE WRK-DATASYS-NUM TO PERA-DATA.
           CALL "PROGPERI" USING PERA-AREA.
           IF PERA-PERIODO-FECHADO AND NOT CONTROLE-REPROVADO
               PERFORM 0992-RECUSAR-PERIODO
           END-IF.

       0990-RECUSAR-ARQUIVO.
      *********TRAILER NAO PROVOU: NADA E COTADO E A RECUSA VAI AO
      *********SYSLOG PELO TRATADOR COMUM; O LOTE FECHA COM ABEND PARA
           MOVE "S" TO WRK-EOF-ORDERS.
           MOVE "S" TO WRK-ABEND.

       0992-RECUSAR-PERIODO.
           DISPLAY "ORDERS RECUSADO - PERIODO " PERA-ANOMES
               " FECHADO (REABERTURA SO PELO PROGCOB117)".
           MOVE "PROGCOB09" TO SERR-PROGRAMA.
           MOVE "STOCKMOV" TO SERR-ARQUIVO.
           MOVE "PERIODO" TO SERR-OPERACAO.
           MOVE "92" TO SERR-STATUS.
           CALL "PROGERR" USING SERR-AREA.
           MOVE "S" TO WRK-EOF-ORDERS.
           MOVE "S" TO WRK-ABEND.

       0052-CARREGAR-TRANSPORTADORAS.
      *********CARREGA O CADASTRO DE TRANSPORTADORAS EM MEMORIA********
           OPEN INPUT CARRIER-FILE.
           OPEN OUTPUT MANIFEST-REPORT.
           PERFORM 0075-GRAVAR-CABECALHO.
           OPEN OUTPUT FREIGHT-DETAIL.
           OPEN EXTEND FREIGHT-HISTORY.
           IF WRK-FS-FRTHIST NOT = "00"
               OPEN OUTPUT FREIGHT-HISTORY
           END-IF.
           OPEN INPUT PRODUCT-CATALOG.
           IF WRK-FS-PRODCAT = "00"
               MOVE "S" TO WRK-CATALOGO-OK
                   " ENCONTRADO - PEDIDOS SEM CONTROLE DE CREDITO"
           END-IF.
           PERFORM 0072-ABRIR-EXPOSICAO.
           OPEN INPUT CREDIT-HOLD-FILE.
           IF WRK-FS-HLD = "00"
               MOVE "S" TO WRK-BLOQUEIOS-OK
           END-IF.
           OPEN I-O QUOTE-FILE.
           IF WRK-FS-QUOTE = "00"
               MOVE "S" TO WRK-COTACOES-OK
               DISPLAY "AVISO: SALDO DE ESTOQUE STOCKBAL NAO"
                   " ENCONTRADO - PEDIDOS SEM BAIXA DE ESTOQUE"
           END-IF.
           IF ESTOQUE-OK
               PERFORM 0077-CARREGAR-KITS
               OPEN I-O STOCK-LOT
               IF WRK-FS-LOT = "00"
                   MOVE "S" TO WRK-LOTES-OK
               END-IF
           END-IF.

       0072-ABRIR-EXPOSICAO.
      *********ABRE O SALDO DE EXPOSICAO DE CREDITO OU CRIA O ARQUIVO
                   END-IF
           END-READ.

       0077-CARREGAR-KITS.
      *********SEM O KITDEF NENHUM PEDIDO E DE KIT E A BAIXA SEGUE NO
      *********PROPRIO PRODUTO*****************************************
           OPEN INPUT KIT-FILE.
           IF WRK-FS-KIT NOT = "00"
               MOVE "S" TO WRK-EOF-KIT
           END-IF.
           PERFORM 0078-LER-KIT UNTIL FIM-KIT.
           IF WRK-FS-KIT = "00" OR WRK-FS-KIT = "10"
               CLOSE KIT-FILE
           END-IF.

       0078-LER-KIT.
           READ KIT-FILE
               AT END
                   MOVE "S" TO WRK-EOF-KIT
               NOT AT END
                   IF WRK-QTD-KIT < 500
                       ADD 1 TO WRK-QTD-KIT
                       MOVE KIT-PRODUTO TO WRK-KIT-PRODUTO(WRK-QTD-KIT)
                       MOVE KIT-COMPONENTE
                           TO WRK-KIT-COMPONENTE(WRK-QTD-KIT)
                       MOVE KIT-QUANTIDADE TO WRK-KIT-QTD(WRK-QTD-KIT)
                   END-IF
           END-READ.

       0075-GRAVAR-CABECALHO.
      *********CABECALHO PADRAO: PROGRAMA, DATA, OPERADOR E PAGINA*****
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
      *********PRODUTO COM SALDO CADASTRADO E INSUFICIENTE NAO E MAIS
      *********COTADO COM AVISO: O PEDIDO ESPERA NO BACKORD ATE A
      *********REPOSICAO DO DEPOSITO; PRODUTO SEM SALDO CADASTRADO
      *********SEGUE O FLUXO DE SEMPRE. NO KIT, A CONFERENCIA E EM
      *********CADA COMPONENTE, PELA QUANTIDADE DO KIT*****************
           MOVE "S" TO WRK-ESTOQUE-COBRE.
           IF ESTOQUE-OK
               MOVE "N" TO WRK-PEDIDO-KIT
               PERFORM 0202-CONFERIR-COMPONENTE
                   VARYING WRK-KIT-IDX FROM 1 BY 1
                   UNTIL WRK-KIT-IDX > WRK-QTD-KIT
               IF NOT PEDIDO-KIT
                   MOVE WRK-PRODUTO TO WRK-PRODUTO-BAIXA
                   MOVE 1 TO WRK-QTD-BAIXA
                   PERFORM 0207-CONFERIR-SALDO
               END-IF
           END-IF.

       0202-CONFERIR-COMPONENTE.
           IF WRK-KIT-PRODUTO(WRK-KIT-IDX) = WRK-PRODUTO
               MOVE "S" TO WRK-PEDIDO-KIT
               MOVE WRK-KIT-COMPONENTE(WRK-KIT-IDX)
                   TO WRK-PRODUTO-BAIXA
               MOVE WRK-KIT-QTD(WRK-KIT-IDX) TO WRK-QTD-BAIXA
               PERFORM 0207-CONFERIR-SALDO
           END-IF.

       0207-CONFERIR-SALDO.
           MOVE WRK-PRODUTO-BAIXA TO BAL-PRODUTO.
           MOVE WRK-LOCAL-VENDA TO BAL-LOCAL.
           READ STOCK-BALANCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BAL-SALDO < WRK-QTD-BAIXA
                       MOVE "N" TO WRK-ESTOQUE-COBRE
                   END-IF
           END-READ.

       0204-GRAVAR-BACKORDER.
           MOVE SPACES TO BKO-RECORD.
           MOVE WRK-DATASYS-NUM TO BKO-DATA.
           MOVE WRK-PESO TO RATE-PESO.
           MOVE WRK-CUPOM TO RATE-CUPOM.
           MOVE WRK-MOEDA TO RATE-MOEDA.
           MOVE WRK-CLIENTE TO RATE-CLIENTE.
           MOVE "N" TO RATE-SIMULACAO.
           CALL "PROGRATE" USING RATE-AREA.
           MOVE RATE-CONTRATO TO WRK-CONTRATO.
           MOVE RATE-DESCONTO TO WRK-DESCONTO.
           MOVE RATE-VALOR-BRL TO WRK-VALOR-BRL.
           MOVE RATE-FRETE TO WRK-FRETE.
                       MOVE QUO-DESCONTO TO WRK-DESCONTO
                       MOVE QUO-FRETE TO WRK-FRETE
                       MOVE QUO-FRETE-BRL TO WRK-FRETE-BRL
                       MOVE SPACES TO WRK-CONTRATO
                       MOVE "U" TO QUO-STATUS
                       REWRITE QUO-RECORD
                       ADD 1 TO WRK-CNT-COTACAO-HONRADA
                       END-EVALUATE
               END-READ
           END-IF.
           IF CLIENTE-VALIDO
               PERFORM 0219-CONFERIR-BLOQUEIO
           END-IF.

       0219-CONFERIR-BLOQUEIO.
      *********CLIENTE BLOQUEADO PELA REGUA DE COBRANCA (PROGCOB85)
      *********NAO RECEBE PEDIDO ATE O GERENTE LIBERAR; SEM O
      *********CREDHOLD NINGUEM ESTA BLOQUEADO*************************
           IF BLOQUEIOS-OK
               MOVE WRK-CLIENTE TO HLD-CLIENTE
               READ CREDIT-HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HLD-BLOQUEADO
                           MOVE "N" TO WRK-CLIENTE-VALIDO
                           ADD 1 TO WRK-CNT-CLIENTE-BLOQUEADO
                           DISPLAY "PEDIDO RECUSADO - CLIENTE "
                               WRK-CLIENTE " BLOQUEADO POR COBRANCA"
                       END-IF
               END-READ
           END-IF.

       0214-LER-EXPOSICAO.
      *********SALDO DE EXPOSICAO JA GRAVADO DO CLIENTE; CLIENTE SEM
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR EXPOSICAO DE "
                                   WRK-CLIENTE
                           NOT INVALID KEY
                               MOVE "W" TO JRN-OPERACAO
                               PERFORM 0986-DIARIO-EXPOSICAO
                       END-WRITE
                   NOT INVALID KEY
                       ADD WRK-FRETE-BRL TO EXP-VALOR
                       REWRITE EXP-RECORD
                       IF WRK-FS-EXP = "00"
                           MOVE "R" TO JRN-OPERACAO
                           PERFORM 0986-DIARIO-EXPOSICAO
                       END-IF
               END-READ
           END-IF.

                   MOVE "CAMBIO DESATUALIZADO" TO MF-SITUACAO
                   ADD 1 TO WRK-CNT-CAMBIO-VELHO
               END-IF
               IF WRK-CONTRATO NOT = SPACES
                   ADD 1 TO WRK-CNT-CONTRATO
               END-IF
               PERFORM 0222-GRAVAR-DETALHE-FRETE
               PERFORM 0213-CONSUMIR-EXPOSICAO
           ELSE
           MOVE WRK-FRETE TO MF-FRETE.
           MOVE WRK-MOEDA TO MF-MOEDA.
           MOVE WRK-FRETE-ACUM TO MF-ACUMULADO.
           IF UF-ACHOU
               MOVE WRK-CONTRATO TO MF-CONTRATO
           END-IF.
           WRITE MANIFEST-LINE.
           ADD 1 TO WRK-CNT-GRAVADO.

           MOVE WRK-FRETE-BRL TO FRT-FRETE-BRL.
           MOVE WRK-MOEDA TO FRT-MOEDA.
           WRITE FRT-RECORD.
           MOVE WRK-DATASYS-NUM TO FRH-DATA.
           MOVE WRK-HORA-INICIO(1:6) TO FRH-HORA.
           MOVE WRK-CLIENTE TO FRH-CLIENTE.
           MOVE WRK-UF TO FRH-UF.
           MOVE WRK-VALOR TO FRH-VALOR.
           MOVE WRK-PESO TO FRH-PESO.
           MOVE WRK-CUPOM TO FRH-CUPOM.
           MOVE WRK-MOEDA TO FRH-MOEDA.
           MOVE WRK-FRETE-BRL TO FRH-FRETE-BRL.
           WRITE FRH-RECORD.

       0225-GRAVAR-EMBARQUE.
      *********ABRE UM REGISTRO DE RASTREIO PARA O FRETE COTADO,
           MOVE WRK-DATA-PROMETIDA TO SHIP-DATA-PROMETIDA.
           MOVE ZEROS TO SHIP-CARGA.
           MOVE "N" TO SHIP-SENTIDO.
           MOVE WRK-CLIENTE TO SHIP-CLIENTE.
           WRITE SHIP-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR EMBARQUE NUMERO "

       0230-BAIXAR-ESTOQUE.
      *********BAIXA UMA UNIDADE DO SALDO DO PRODUTO E GRAVA O
      *********MOVIMENTO; FALTA DE SALDO SO AVISA, NAO REJEITA. O KIT
      *********BAIXA CADA COMPONENTE PELA QUANTIDADE DO KIT************
           IF ESTOQUE-OK
               MOVE "N" TO WRK-PEDIDO-KIT
               PERFORM 0232-BAIXAR-COMPONENTE
                   VARYING WRK-KIT-IDX FROM 1 BY 1
                   UNTIL WRK-KIT-IDX > WRK-QTD-KIT
               IF NOT PEDIDO-KIT
                   MOVE WRK-PRODUTO TO WRK-PRODUTO-BAIXA
                   MOVE 1 TO WRK-QTD-BAIXA
                   PERFORM 0233-BAIXAR-PRODUTO
               END-IF
           END-IF.

       0232-BAIXAR-COMPONENTE.
           IF WRK-KIT-PRODUTO(WRK-KIT-IDX) = WRK-PRODUTO
               MOVE "S" TO WRK-PEDIDO-KIT
               MOVE WRK-KIT-COMPONENTE(WRK-KIT-IDX)
                   TO WRK-PRODUTO-BAIXA
               MOVE WRK-KIT-QTD(WRK-KIT-IDX) TO WRK-QTD-BAIXA
               PERFORM 0233-BAIXAR-PRODUTO
           END-IF.

       0233-BAIXAR-PRODUTO.
           MOVE WRK-PRODUTO-BAIXA TO BAL-PRODUTO.
           MOVE WRK-LOCAL-VENDA TO BAL-LOCAL.
           READ STOCK-BALANCE
               INVALID KEY
                   DISPLAY "AVISO: PRODUTO SEM SALDO CADASTRADO"
                       " NO ESTOQUE: " WRK-PRODUTO-BAIXA
               NOT INVALID KEY
                   IF BAL-SALDO < WRK-QTD-BAIXA
                       DISPLAY "AVISO: ESTOQUE INSUFICIENTE PARA "
                           WRK-PRODUTO-BAIXA " (SALDO " BAL-SALDO ")"
                   END-IF
                   SUBTRACT WRK-QTD-BAIXA FROM BAL-SALDO
                   REWRITE BAL-RECORD
                   IF WRK-FS-BAL = "00"
                       MOVE "R" TO JRN-OPERACAO
                       PERFORM 0980-DIARIO-SALDO
                   END-IF
                   MOVE WRK-QTD-BAIXA TO WRK-QTD-RESTANTE
                   IF LOTES-OK
                       PERFORM 0236-CONSUMIR-LOTES
                   END-IF
                   IF WRK-QTD-RESTANTE > ZEROS
                       MOVE WRK-QTD-RESTANTE TO WRK-QTD-MOV
                       MOVE SPACES TO WRK-LOTE-MOV
                       PERFORM 0235-GRAVAR-MOVIMENTO
                   END-IF
           END-READ.

       0235-GRAVAR-MOVIMENTO.
      *********MOVIMENTO VALORIZADO PELO CUSTO MEDIO EM VIGOR DO
      *********PRODUTO (REGISTRO ANTIGO SEM A COLUNA SAI COM ZERO)*****
           MOVE SPACES TO MOV-RECORD.
           MOVE WRK-DATASYS-NUM TO MOV-DATA.
           MOVE WRK-PRODUTO-BAIXA TO MOV-PRODUTO.
           MOVE "S" TO MOV-TIPO.
           MOVE WRK-QTD-MOV TO MOV-QUANTIDADE.
           IF PEDIDO-KIT
               MOVE "PEDIDO KIT" TO MOV-ORIGEM
           ELSE
               MOVE "PEDIDO" TO MOV-ORIGEM
           END-IF.
           MOVE WRK-LOCAL-VENDA TO MOV-LOCAL.
           IF BAL-CUSTO-MEDIO NUMERIC
               MOVE BAL-CUSTO-MEDIO TO MOV-CUSTO-UNIT
               COMPUTE MOV-VALOR = WRK-QTD-MOV * BAL-CUSTO-MEDIO
           ELSE
               MOVE ZEROS TO MOV-CUSTO-UNIT MOV-VALOR
           END-IF.
           MOVE WRK-LOTE-MOV TO MOV-LOTE.
           WRITE MOV-RECORD.

       0236-CONSUMIR-LOTES.
      *********PRIMEIRO QUE VENCE, PRIMEIRO QUE SAI: A CHAVE DO
      *********STOCKLOT TEM A VALIDADE ANTES DO LOTE, ENTAO LER A PARTIR
      *********DE HOJE DA OS LOTES VALIDOS EM ORDEM DE VENCIMENTO (O
      *********VENCIDO FICA PARA A BAIXA POR PERDA DO PROGCOB44)*******
           MOVE "N" TO WRK-EOF-LOT.
           MOVE WRK-PRODUTO-BAIXA TO LOT-PRODUTO.
           MOVE WRK-LOCAL-VENDA TO LOT-LOCAL.
           MOVE WRK-DATASYS-NUM TO LOT-VALIDADE.
           MOVE LOW-VALUES TO LOT-NUMERO.
           START STOCK-LOT KEY >= LOT-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-LOT
           END-START.
           PERFORM 0237-CONSUMIR-UM-LOTE
               UNTIL FIM-LOT OR WRK-QTD-RESTANTE = ZEROS.

       0237-CONSUMIR-UM-LOTE.
           READ STOCK-LOT NEXT
               AT END
                   MOVE "S" TO WRK-EOF-LOT
               NOT AT END
                   IF LOT-PRODUTO NOT = WRK-PRODUTO-BAIXA
                       OR LOT-LOCAL NOT = WRK-LOCAL-VENDA
                       MOVE "S" TO WRK-EOF-LOT
                   ELSE
                       IF LOT-SALDO > ZEROS
                           PERFORM 0238-BAIXAR-DO-LOTE
                       END-IF
                   END-IF
           END-READ.

       0238-BAIXAR-DO-LOTE.
           IF LOT-SALDO < WRK-QTD-RESTANTE
               MOVE LOT-SALDO TO WRK-QTD-MOV
           ELSE
               MOVE WRK-QTD-RESTANTE TO WRK-QTD-MOV
           END-IF.
           SUBTRACT WRK-QTD-MOV FROM LOT-SALDO.
           SUBTRACT WRK-QTD-MOV FROM WRK-QTD-RESTANTE.
           REWRITE LOT-RECORD.
           MOVE LOT-NUMERO TO WRK-LOTE-MOV.
           PERFORM 0235-GRAVAR-MOVIMENTO.

       0229-DATA-PROMETIDA.
      *********PROMESSA DE ENTREGA: O PRAZO DE TRANSITO DA UF EM DIAS
      *********UTEIS, SOMADO PELO PROGDATA (PULA FIM DE SEMANA E
           END-IF.

       0226-DESIGNAR-TRANSPORTADORA.
      *********A ROTINA COMUM PROGCARR ESCOLHE, ENTRE AS QUE ATENDEM
      *********A UF E SUPORTAM O PESO, A DE MELHOR NOTA CUSTO X
      *********PONTUALIDADE DENTRO DO LIMITE SEMANAL; SEM COBERTURA O
      *********EMBARQUE SAI SEM DESIGNACAO*****************************
           MOVE SPACES TO WRK-TRANSPORTADORA.
           MOVE ZEROS TO WRK-CAR-POS.
           MOVE "D" TO TRS-FUNCAO.
           MOVE "EMBARQUE" TO TRS-ORIGEM.
           MOVE WRK-UF TO TRS-UF.
           MOVE WRK-PESO TO TRS-PESO.
           CALL "PROGCARR" USING TRS-AREA.
           IF TRS-TRANSPORTADORA NOT = SPACES
               MOVE TRS-TRANSPORTADORA TO WRK-TRANSPORTADORA
               PERFORM 0227-PROCURAR-TRANSPORTADORA
                   VARYING WRK-IDX-CAR FROM 1 BY 1
                   UNTIL WRK-IDX-CAR > WRK-QTD-CAR
                      OR WRK-CAR-POS > 0
           END-IF.
           IF WRK-CAR-POS > 0
               ADD WRK-FRETE-BRL TO WRK-CAR-FRETE-ACUM(WRK-CAR-POS)
               ADD 1 TO WRK-CAR-QTD(WRK-CAR-POS)
           END-IF.

       0227-PROCURAR-TRANSPORTADORA.
           IF WRK-CAR-COD(WRK-IDX-CAR) = WRK-TRANSPORTADORA
               MOVE WRK-IDX-CAR TO WRK-CAR-POS
           END-IF.

               WRITE MANIFEST-LINE
           END-IF.

       0298-ALOCACAO-TRANSPORTADORAS.
      *********SECAO DE ALOCACAO: POR QUE CADA TRANSPORTADORA RECEBEU
      *********O QUE RECEBEU (TAXA, PONTUALIDADE DO ULTIMO PLACAR,
      *********NOTA, EMBARQUES DO LOTE E DA SEMANA, PARTICIPACAO NA
      *********SEMANA E VEZES EM QUE PERDEU O EMBARQUE PELO LIMITE).
      *********AO FINAL GRAVA A RODADA NO CARWEEK**********************
           MOVE SPACES TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE "ALOCACAO DE TRANSPORTADORAS" TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE "C" TO TRS-FUNCAO.
           MOVE WRK-CAR-COD(1) TO TRS-TRANSPORTADORA.
           CALL "PROGCARR" USING TRS-AREA.
           MOVE TRS-PESO-CUSTO TO WLC-PESO-CUSTO.
           COMPUTE WLC-PESO-PRAZO = 100 - TRS-PESO-CUSTO.
           MOVE TRS-MAX-SEMANA-PCT TO WLC-LIMITE.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE WRK-LINHA-CRITERIO TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE WRK-LINHA-COLUNAS TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           PERFORM 0299-LINHA-ALOCACAO
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR > WRK-QTD-CAR.
           MOVE "G" TO TRS-FUNCAO.
           CALL "PROGCARR" USING TRS-AREA.

       0299-LINHA-ALOCACAO.
           MOVE "C" TO TRS-FUNCAO.
           MOVE WRK-CAR-COD(WRK-IDX-CAR) TO TRS-TRANSPORTADORA.
           CALL "PROGCARR" USING TRS-AREA.
           MOVE WRK-CAR-COD(WRK-IDX-CAR) TO WLA-CODIGO.
           MOVE WRK-CAR-NOME(WRK-IDX-CAR) TO WLA-NOME.
           MOVE TRS-TAXA-PCT TO WLA-TAXA.
           MOVE TRS-PCT-PRAZO TO WLA-PRAZO.
           IF TRS-SEM-PLACAR
               MOVE "%* " TO WLA-MARCA-PRAZO
           ELSE
               MOVE "%  " TO WLA-MARCA-PRAZO
           END-IF.
           MOVE TRS-NOTA TO WLA-NOTA.
           MOVE TRS-QTD-RODADA TO WLA-LOTE.
           MOVE TRS-QTD-SEMANA TO WLA-SEMANA.
           MOVE ZEROS TO WRK-PARTICIPACAO.
           IF TRS-TOTAL-SEMANA > 0
               COMPUTE WRK-PARTICIPACAO ROUNDED =
                   TRS-QTD-SEMANA * 100 / TRS-TOTAL-SEMANA
           END-IF.
           MOVE WRK-PARTICIPACAO TO WLA-PARTICIPACAO.
           MOVE TRS-CORTES TO WLA-CORTES.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE WRK-LINHA-ALOCACAO TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.

       0300-FINALIZAR.
           IF WRK-QTD-CLI > 0
               PERFORM 0290-SUBTOTAIS-POR-CLIENTE
           END-IF.
           IF WRK-QTD-CAR > 0
               PERFORM 0296-TOTAIS-POR-TRANSPORTADORA
               PERFORM 0298-ALOCACAO-TRANSPORTADORAS
           END-IF.
           PERFORM 0310-APURAR-TEMPO.
           DISPLAY "==========================".
               WRK-CNT-UF-REJEITADO.
           DISPLAY "PEDIDOS REJEITADOS (CLIENTE/CREDITO): "
               WRK-CNT-CLIENTE-REJEITADO.
           DISPLAY "  DOS QUAIS CLIENTE BLOQUEADO POR COBRANCA: "
               WRK-CNT-CLIENTE-BLOQUEADO.
           DISPLAY "PEDIDOS EM ESPERA DE ESTOQUE (BACKORD): "
               WRK-CNT-BACKORDER.
           DISPLAY "PEDIDOS PRECIFICADOS POR CONTRATO: "
               WRK-CNT-CONTRATO.
           DISPLAY "EMBARQUES SEGURADOS: " WRK-CNT-SEGURADOS.
           DISPLAY "COTACOES HONRADAS: " WRK-CNT-COTACAO-HONRADA.
           DISPLAY "COTACOES VENCIDAS/JA USADAS: "
           DISPLAY "TEMPO DE EXECUCAO (SEGUNDOS): " WRK-SEGUNDOS-ED.
           DISPLAY "==========================".
           CLOSE ORDERS-FILE MANIFEST-REPORT SHIPMENT-TRACKING
               FREIGHT-DETAIL FREIGHT-HISTORY.
           IF CATALOGO-OK
               CLOSE PRODUCT-CATALOG
           END-IF.
           IF ESTOQUE-OK
               CLOSE STOCK-BALANCE STOCK-MOVEMENT
           END-IF.
           IF LOTES-OK
               CLOSE STOCK-LOT
           END-IF.
           IF EXPOSICAO-OK
               CLOSE CUSTOMER-EXPOSURE
           END-IF.
           IF COTACOES-OK
               CLOSE QUOTE-FILE
           END-IF.
           IF BLOQUEIOS-OK
               CLOSE CREDIT-HOLD-FILE
           END-IF.
           CLOSE INSURED-FILE BACKORDER-FILE.
           IF ADDRESS OF LK-EOD-STATS NOT = NULL
               MOVE WRK-CNT-LIDOS TO LK-EOD-LIDOS
           COMPUTE WRK-CSEG-DECORRIDO =
               WRK-CSEG-FIM - WRK-CSEG-INICIO.
           COMPUTE WRK-SEGUNDOS-ED = WRK-CSEG-DECORRIDO / 100.

       0980-DIARIO-SALDO.
      *********IMAGEM DO SALDO GRAVADO VAI PARA O DIARIO UPDJRNL********
           MOVE "PROGCOB09" TO JRN-PROGRAMA.
           MOVE WRK-OPERADOR TO JRN-OPERADOR.
           MOVE "STOCKBAL" TO JRN-ARQUIVO.
           MOVE BAL-CHAVE TO JRN-CHAVE.
           MOVE BAL-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.

       0986-DIARIO-EXPOSICAO.
      *********IMAGEM DA EXPOSICAO GRAVADA VAI PARA O DIARIO UPDJRNL****
           MOVE "PROGCOB09" TO JRN-PROGRAMA.
           MOVE WRK-OPERADOR TO JRN-OPERADOR.
           MOVE "CUSTEXP" TO JRN-ARQUIVO.
           MOVE EXP-CLIENTE TO JRN-CHAVE.
           MOVE EXP-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.
