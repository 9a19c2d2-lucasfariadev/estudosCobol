      *                   REALMENTE COBRADO - ANTES SO A LINHA DO
      *                   SALESITM SAIA PELA LISTA E O CAIXA SEGUIA
      *                   COM O VALOR DIGITADO ERRADO
      * 15/10/2026 LFL - PROMOCOES NO CAIXA (PROMOFIL, MANTIDA PELO
      *                   PROGCOB92): O ITEM COM PRECO DE LISTA RECEBE
      *                   AUTOMATICAMENTE A MELHOR PROMOCAO VIGENTE QUE
      *                   COBRE O PRODUTO (PERCENTUAL, LEVE X + Y PAGUE
      *                   X, PRECO FIXO POR QUANTIDADE OU MIX DE GRUPO),
      *                   COM O DESCONTO NUMA LINHA PROPRIA DO SALESITM
      *                   (SI-TIPO-LINHA 'D') COM O CODIGO DA PROMOCAO;
      *                   O LANCAMENTO COBRA A LISTA MENOS O DESCONTO E
      *                   O VALOR DIGITADO DIFERENTE DISSO SEGUE A
      *                   REGRA DO SUPERVISOR, QUE DISPENSA A PROMOCAO
      * 15/10/2026 LFL - VALE-TROCA (VALETROC) EM VEZ DO VALE DE PAPEL:
      *                   A DEVOLUCAO COM FORMA 'V' EMITE UM VALE
      *                   NUMERADO COM O VALOR DEVOLVIDO, VALIDO POR
      *                   6 MESES, E A VENDA ACEITA O VALE COMO NOVA
      *                   FORMA DE PAGAMENTO 'V', COM USO PARCIAL (O
      *                   SALDO QUE SOBRA FICA NO VALE); O NUMERO DO
      *                   VALE VAI NO DETALHE (SD-VALE) E O FECHAMENTO
      *                   GANHA A COLUNA DO VALE (CL-QT/TOT-VALE); O
      *                   PASSIVO MENSAL DE VALES SAI NO PROGCOB94
      * 15/10/2026 LFL - CADA LINHA DO DETALHE PASSA A LEVAR O OPERADOR
      *                   QUE A DIGITOU (SD-OPERADOR), BASE DA COMISSAO
      *                   MENSAL DO PROGCOB96
      * 15/10/2026 LFL - ITEM QUE E KIT OU CESTA (KITDEF, PROGCOB97) E
      *                   EXPLODIDO NA BAIXA DE ESTOQUE: CADA
      *                   COMPONENTE SAI DO STOCKBAL COM A QUANTIDADE
      *                   DO KIT, COM SEU PROPRIO MOVIMENTO NO STOCKMOV
      *                   E O AVISO DE SALDO INSUFICIENTE POR COMPONENTE
      * 15/10/2026 LFL - A BAIXA CONSOME OS LOTES DO PRODUTO (STOCKLOT)
      *                   NA ORDEM DA VALIDADE, O QUE VENCE PRIMEIRO
      *                   SAI PRIMEIRO, PULANDO O LOTE JA VENCIDO, COM
      *                   UM MOVIMENTO POR LOTE; O QUE OS LOTES NAO
      *                   COBREM SAI NUM MOVIMENTO SEM LOTE
      * 15/10/2026 LFL - O ITEM GRAVA NO SALESITM A ORIGEM DO PRECO
      *                   (SI-PRECO-ORIGEM: LISTA, ALTERADO PELO
      *                   SUPERVISOR OU SEM LISTA) PARA A MARGEM BRUTA
      *                   DO PROGCOB100
      * 15/10/2026 LFL - A PARCELA DO CARNE NASCE SEM ENCARGOS E SEM
      *                   RENEGOCIACAO (CAMPOS NOVOS DO CPCREDIA)
      * 15/10/2026 LFL - CADA GRAVACAO NOS CADASTROS INDEXADOS DEIXA A
      *                   IMAGEM POSTERIOR NO DIARIO UPDJRNL (PROGJRNL),
      *                   PARA A RECUPERACAO PELO PROGCOB115
      * 15/10/2026 LFL - LANCAMENTO DATADO EM PERIODO FECHADO NO
      *                   PERIODCT (PROGCOB117) E RECUSADO, CONFERIDO
      *                   PELO PROGPERI; O CAIXA NEM ABRE COM A DATA DO
      *                   NEGOCIO EM MES FECHADO
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PRICE-OVERRIDE-LOG ASSIGN TO "PRICEOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OVR.
           SELECT PROMOTION-FILE ASSIGN TO "PROMOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRM-CODIGO
               FILE STATUS IS WRK-FS-PROMO.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CHAVE
               FILE STATUS IS WRK-FS-CRD.
           SELECT VOUCHER-FILE ASSIGN TO "VALETROC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-NUMERO
               FILE STATUS IS WRK-FS-VALE.
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
       FD SALES-DETAIL.
           02 CKPT-TOT-PONTOS         PIC S9(08)V99.
           02 CKPT-QT-PRAZO           PIC 9(03).
           02 CKPT-TOT-PRAZO          PIC S9(08)V99.
           02 CKPT-QT-VALE            PIC 9(03).
           02 CKPT-TOT-VALE           PIC S9(08)V99.
       FD TAX-RATE-FILE.
      *********LAYOUT NOVO: CLASSE FISCAL + ALIQUOTA; A LINHA ANTIGA
      *********(SO A ALIQUOTA) E RECONHECIDA PELA PRIMEIRA COLUNA
           02 POV-VALOR-COBRADO       PIC 9(06)V99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 POV-SUPERVISOR          PIC X(20).
       FD PROMOTION-FILE.
           COPY CPPROMO.
       FD CUSTOMER-MASTER.
           COPY CPCUST.
       FD LOYALTY-POINTS.
           COPY CPLOYAL.
       FD INSTALLMENT-FILE.
           COPY CPCREDIA.
       FD VOUCHER-FILE.
           COPY CPVALE.
       FD KIT-FILE.
           COPY CPKIT.
       FD STOCK-LOT.
           COPY CPSTKLOT.
       WORKING-STORAGE SECTION.
       77 WRK-VENDAS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QT     PIC 9(03)    VALUE ZEROS.
               03 WRK-PRC-PRECO       PIC 9(06)V99.
               03 WRK-PRC-VIG         PIC 9(08).
       77 WRK-QTD-PRC PIC 9(03) VALUE ZEROS.
       77 WRK-FS-PROMO PIC X(02) VALUE ZEROS.
       77 WRK-EOF-PROMO PIC X(01) VALUE "N".
           88 FIM-PROMO VALUE "S".
      *********PROMOCOES VIGENTES NA DATA DA SESSAO; PARA O MIX, O
      *********GRUPO EM ABERTO DO ULTIMO CLIENTE IDENTIFICADO (PEND)
      *********E O RESULTADO DO ITEM EM AVALIACAO (NOVO)***************
       01 WRK-TABELA-PROMO.
           02 WRK-PRM-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-QTD-PRM.
               03 WRK-PRM-CODIGO      PIC X(06).
               03 WRK-PRM-TIPO        PIC X(01).
               03 WRK-PRM-PERCENTUAL  PIC 9(02)V99.
               03 WRK-PRM-QTD-LEVE    PIC 9(03).
               03 WRK-PRM-QTD-GRATIS  PIC 9(03).
               03 WRK-PRM-PRECO-FIXO  PIC 9(06)V99.
               03 WRK-PRM-QTD-PROD    PIC 9(02).
               03 WRK-PRM-PRODUTO     PIC X(20) OCCURS 10 TIMES.
               03 WRK-PRM-COBRE       PIC X(01).
               03 WRK-PRM-PEND-CLIENTE PIC X(06).
               03 WRK-PRM-PEND-QTD    PIC 9(05).
               03 WRK-PRM-PEND-VALOR  PIC 9(08)V99.
               03 WRK-PRM-NOVO-QTD    PIC 9(05).
               03 WRK-PRM-NOVO-VALOR  PIC 9(08)V99.
       77 WRK-QTD-PRM PIC 9(02) VALUE ZEROS.
       77 WRK-PRM-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PRM-PIDX PIC 9(02) VALUE ZEROS.
       77 WRK-PROMO-POS PIC 9(02) VALUE ZEROS.
       77 WRK-PROMO-CODIGO PIC X(06) VALUE SPACES.
       77 WRK-DESCONTO-PROMO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DESCONTO-CALC PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-COBRAR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-BLOCOS PIC 9(05) VALUE ZEROS.
       77 WRK-MIX-QTD PIC 9(05) VALUE ZEROS.
       77 WRK-MIX-VALOR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MIX-MEDIO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ITEM-MANUAL PIC X(01) VALUE "N".
           88 ITEM-MANUAL VALUE "S".
       77 WRK-TENDER PIC X(01) VALUE "D".
           88 TENDER-DINHEIRO VALUE "D".
           88 TENDER-CARTAO VALUE "C".
           88 TENDER-PIX VALUE "P".
           88 TENDER-PONTOS VALUE "F".
           88 TENDER-PRAZO VALUE "A".
           88 TENDER-VALE VALUE "V".
       77 WRK-QT-PONTOS PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-PONTOS PIC S9(08)V99 VALUE ZEROS.
       77 WRK-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-PARCELA PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PARCELA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RESTO-PARCELA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FS-VALE PIC X(02) VALUE ZEROS.
       77 WRK-VALES-OK PIC X(01) VALUE "N".
           88 VALES-OK VALUE "S".
       77 WRK-EOF-VALE PIC X(01) VALUE "N".
           88 FIM-VALE VALUE "S".
       77 WRK-QT-VALE PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-VALE PIC S9(08)V99 VALUE ZEROS.
       77 WRK-NUMERO-VALE PIC 9(06) VALUE ZEROS.
       77 WRK-ULTIMO-VALE PIC 9(06) VALUE ZEROS.
       77 WRK-VALIDADE-MESES PIC 9(02) VALUE 06.
       01 WRK-VALIDADE-VALE.
           02 WRK-VALID-ANO           PIC 9(04) VALUE ZEROS.
           02 WRK-VALID-MES           PIC 9(02) VALUE ZEROS.
           02 WRK-VALID-DIA           PIC 9(02) VALUE ZEROS.
       01 WRK-VALIDADE-VALE-NUM REDEFINES WRK-VALIDADE-VALE
                                      PIC 9(08).
       01 WRK-VENCIMENTO.
           02 WRK-VENC-ANO            PIC 9(04) VALUE ZEROS.
           02 WRK-VENC-MES            PIC 9(02) VALUE ZEROS.
       77 WRK-ESTOQUE-OK PIC X(01) VALUE "N".
           88 ESTOQUE-OK VALUE "S".
       77 WRK-LOCAL-VENDA PIC X(03) VALUE "LJ1".
       77 WRK-FS-KIT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-KIT PIC X(01) VALUE "N".
           88 FIM-KIT VALUE "S".
      *********COMPOSICAO DOS KITS (KITDEF), PARA A BAIXA DO ITEM KIT
      *********SAIR NOS COMPONENTES************************************
       01 WRK-TABELA-KITS.
           02 WRK-KIT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-KIT.
               03 WRK-KIT-PRODUTO     PIC X(20).
               03 WRK-KIT-COMPONENTE  PIC X(20).
               03 WRK-KIT-QTD         PIC 9(05).
       77 WRK-QTD-KIT PIC 9(03) VALUE ZEROS.
       77 WRK-KIT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-ITEM-KIT PIC X(01) VALUE "N".
           88 ITEM-KIT VALUE "S".
       77 WRK-PRODUTO-BAIXA PIC X(20) VALUE SPACES.
       77 WRK-QTD-BAIXA PIC 9(07) VALUE ZEROS.
       77 WRK-FS-LOT PIC X(02) VALUE ZEROS.
       77 WRK-LOTES-OK PIC X(01) VALUE "N".
           88 LOTES-OK VALUE "S".
       77 WRK-EOF-LOT PIC X(01) VALUE "N".
           88 FIM-LOT VALUE "S".
       77 WRK-QTD-RESTANTE PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-MOV PIC 9(07) VALUE ZEROS.
       77 WRK-LOTE-MOV PIC X(10) VALUE SPACES.
       77 WRK-MEDIA-VENDA PIC S9(06)V99 VALUE ZEROS.
       77 WRK-MAIOR-VENDA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FS-DETALHE PIC X(02) VALUE ZEROS.
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
           COPY CPRPTHDR.
           COPY CPJRNLAR.
           COPY CPPERAR.
       LINKAGE SECTION.
       01 LK-OPERADOR                  PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           PERFORM 0960-CONFERIR-PERIODO.
           IF PERA-PERIODO-FECHADO
               GOBACK
           END-IF.
           DISPLAY "NUMERO DO CAIXA (01-99):".
           ACCEPT WRK-CAIXA.
           IF WRK-CAIXA = ZEROS
           END-IF.
           PERFORM 0052-ABRIR-PONTOS.
           PERFORM 0053-ABRIR-CREDIARIO.
           PERFORM 0054-ABRIR-VALES.
           OPEN I-O STOCK-BALANCE.
           IF WRK-FS-BAL = "00"
               MOVE "S" TO WRK-ESTOQUE-OK
           END-IF.
           PERFORM 0055-CARREGAR-ALIQUOTA.
           PERFORM 0058-CARREGAR-PRECOS.
           PERFORM 0067-CARREGAR-PROMOCOES.
           IF ESTOQUE-OK
               PERFORM 0070-CARREGAR-KITS
               OPEN I-O STOCK-LOT
               IF WRK-FS-LOT = "00"
                   MOVE "S" TO WRK-LOTES-OK
               END-IF
           END-IF.
           PERFORM 0060-RETOMAR-CHECKPOINT.

       0052-ABRIR-PONTOS.
                   " A PRAZO"
           END-IF.

       0054-ABRIR-VALES.
      *********ABRE O VALE-TROCA OU CRIA NO PRIMEIRO USO, E GUARDA O
      *********ULTIMO NUMERO EMITIDO PARA NUMERAR OS PROXIMOS*********
           OPEN I-O VOUCHER-FILE.
           IF WRK-FS-VALE = "35"
               OPEN OUTPUT VOUCHER-FILE
               CLOSE VOUCHER-FILE
               OPEN I-O VOUCHER-FILE
           END-IF.
           IF WRK-FS-VALE = "00"
               MOVE "S" TO WRK-VALES-OK
               MOVE ZEROS TO WRK-ULTIMO-VALE
               MOVE "N" TO WRK-EOF-VALE
               PERFORM 0057-LER-ULTIMO-VALE UNTIL FIM-VALE
           ELSE
               DISPLAY "AVISO: VALETROC NAO ABRIU - SESSAO SEM"
                   " VALE-TROCA"
           END-IF.

       0057-LER-ULTIMO-VALE.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WRK-EOF-VALE
               NOT AT END
                   MOVE VAL-NUMERO TO WRK-ULTIMO-VALE
           END-READ.

       0055-CARREGAR-ALIQUOTA.
      *********ALIQUOTAS DE ICMS POR CLASSE FISCAL, DA TABELA TAXRATE;
      *********LINHA ANTIGA (COLUNA 1 NUMERICA) VALE COMO CLASSE N E
               MOVE WRK-PRC-IDX TO WRK-PRC-POS
           END-IF.

       0067-CARREGAR-PROMOCOES.
      *********CARREGA AS PROMOCOES ATIVAS E VIGENTES NA DATA DA
      *********SESSAO; SEM O ARQUIVO A VENDA SEGUE SEM PROMOCAO********
           OPEN INPUT PROMOTION-FILE.
           IF WRK-FS-PROMO NOT = "00"
               DISPLAY "AVISO: PROMOCOES PROMOFIL NAO ENCONTRADAS -"
                   " VENDA SEM PROMOCAO"
               MOVE "S" TO WRK-EOF-PROMO
           END-IF.
           PERFORM 0068-LER-PROMOCAO UNTIL FIM-PROMO.
           IF WRK-FS-PROMO = "00" OR WRK-FS-PROMO = "10"
               CLOSE PROMOTION-FILE
           END-IF.
           IF WRK-QTD-PRM > 0
               DISPLAY "PROMOCOES VIGENTES NA SESSAO: " WRK-QTD-PRM
           END-IF.

       0068-LER-PROMOCAO.
           READ PROMOTION-FILE
               AT END
                   MOVE "S" TO WRK-EOF-PROMO
               NOT AT END
                   IF PRM-ATIVA
                       AND PRM-INICIO <= WRK-DATASYS-NUM
                       AND PRM-FIM >= WRK-DATASYS-NUM
                       AND WRK-QTD-PRM < 50
                       PERFORM 0069-GUARDAR-PROMOCAO
                   END-IF
           END-READ.

       0069-GUARDAR-PROMOCAO.
           ADD 1 TO WRK-QTD-PRM.
           MOVE PRM-CODIGO TO WRK-PRM-CODIGO(WRK-QTD-PRM).
           MOVE PRM-TIPO TO WRK-PRM-TIPO(WRK-QTD-PRM).
           MOVE PRM-PERCENTUAL TO WRK-PRM-PERCENTUAL(WRK-QTD-PRM).
           MOVE PRM-QTD-LEVE TO WRK-PRM-QTD-LEVE(WRK-QTD-PRM).
           MOVE PRM-QTD-GRATIS TO WRK-PRM-QTD-GRATIS(WRK-QTD-PRM).
           MOVE PRM-PRECO-FIXO TO WRK-PRM-PRECO-FIXO(WRK-QTD-PRM).
           MOVE PRM-QTD-PRODUTOS TO WRK-PRM-QTD-PROD(WRK-QTD-PRM).
           IF WRK-PRM-QTD-PROD(WRK-QTD-PRM) > 10
               MOVE 10 TO WRK-PRM-QTD-PROD(WRK-QTD-PRM)
           END-IF.
           PERFORM 0065-COPIAR-PRODUTO-PROMO
               VARYING WRK-PRM-PIDX FROM 1 BY 1
               UNTIL WRK-PRM-PIDX > 10.
           MOVE "N" TO WRK-PRM-COBRE(WRK-QTD-PRM).
           MOVE SPACES TO WRK-PRM-PEND-CLIENTE(WRK-QTD-PRM).
           MOVE ZEROS TO WRK-PRM-PEND-QTD(WRK-QTD-PRM)
               WRK-PRM-PEND-VALOR(WRK-QTD-PRM)
               WRK-PRM-NOVO-QTD(WRK-QTD-PRM)
               WRK-PRM-NOVO-VALOR(WRK-QTD-PRM).

       0065-COPIAR-PRODUTO-PROMO.
           MOVE PRM-PRODUTO(WRK-PRM-PIDX)
               TO WRK-PRM-PRODUTO(WRK-QTD-PRM, WRK-PRM-PIDX).

       0070-CARREGAR-KITS.
      *********SEM O KITDEF NENHUM ITEM E KIT E A BAIXA SEGUE COMO
      *********SEMPRE, NO PROPRIO PRODUTO******************************
           OPEN INPUT KIT-FILE.
           IF WRK-FS-KIT NOT = "00"
               MOVE "S" TO WRK-EOF-KIT
           END-IF.
           PERFORM 0071-LER-KIT UNTIL FIM-KIT.
           IF WRK-FS-KIT = "00" OR WRK-FS-KIT = "10"
               CLOSE KIT-FILE
           END-IF.

       0071-LER-KIT.
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

       0060-RETOMAR-CHECKPOINT.
      *********RETOMA WRK-QT/WRK-ACUM/WRK-SEQ DO ULTIMO CHECKPOINT*****
           OPEN INPUT CHECKPOINT-FILE.
                               MOVE CKPT-QT-PRAZO TO WRK-QT-PRAZO
                               MOVE CKPT-TOT-PRAZO TO WRK-TOT-PRAZO
                           END-IF
                           IF CKPT-QT-VALE NUMERIC
                               MOVE CKPT-QT-VALE TO WRK-QT-VALE
                               MOVE CKPT-TOT-VALE TO WRK-TOT-VALE
                           END-IF
                       END-IF
                       IF WRK-QT > 0
                           COMPUTE WRK-MEDIA-VENDA ROUNDED =
       0120-COLETAR-FORMA-PAGAMENTO.
      *********FORMA DE PAGAMENTO DO LANCAMENTO (NA DEVOLUCAO, A FORMA
      *********PELA QUAL O VALOR SAI DO CAIXA); F = RESGATE DE PONTOS
      *********DE FIDELIDADE, SO COM CLIENTE E SALDO QUE COBRE;
      *********V = VALE-TROCA (NA DEVOLUCAO, EMITE O VALE)*************
           DISPLAY "FORMA DE PAGAMENTO - D=DINHEIRO C=CARTAO P=PIX"
               " F=PONTOS V=VALE".
           ACCEPT WRK-TENDER.
           IF WRK-TENDER = "d"
               MOVE "D" TO WRK-TENDER
           IF WRK-TENDER = "a"
               MOVE "A" TO WRK-TENDER
           END-IF.
           IF WRK-TENDER = "v"
               MOVE "V" TO WRK-TENDER
           END-IF.
           IF NOT TENDER-DINHEIRO AND NOT TENDER-CARTAO
                   AND NOT TENDER-PIX AND NOT TENDER-PONTOS
                   AND NOT TENDER-PRAZO AND NOT TENDER-VALE
               DISPLAY "FORMA INVALIDA - ASSUMINDO DINHEIRO"
               MOVE "D" TO WRK-TENDER
           END-IF.
                   " ASSUMINDO DINHEIRO"
               MOVE "D" TO WRK-TENDER
           END-IF.
           IF TENDER-VALE
               PERFORM 0127-CONFERIR-VALE
           END-IF.

       0125-CONFERIR-RESGATE.
      *********RESGATE (1 PONTO = 1 REAL) EXIGE CLIENTE INFORMADO E
               END-IF
           END-IF.

       0127-CONFERIR-VALE.
      *********NA DEVOLUCAO O VALE SERA EMITIDO NO PROCESSAMENTO; NA
      *********VENDA O VALE TEM DE EXISTIR, ESTAR ABERTO E DENTRO DA
      *********VALIDADE (O SALDO E CONFERIDO CONTRA O VALOR FINAL DO
      *********LANCAMENTO, DEPOIS DA PRECIFICACAO DO ITEM)*************
           MOVE ZEROS TO WRK-NUMERO-VALE.
           IF NOT VALES-OK
               DISPLAY "VALE-TROCA INDISPONIVEL - ASSUMINDO DINHEIRO"
               MOVE "D" TO WRK-TENDER
           ELSE
               IF LANC-VENDA
                   CALL "PROGDATA" USING WRK-DATASYS-NUM
                   DISPLAY "NUMERO DO VALE-TROCA:"
                   ACCEPT WRK-NUMERO-VALE
                   MOVE WRK-NUMERO-VALE TO VAL-NUMERO
                   READ VOUCHER-FILE
                       INVALID KEY
                           DISPLAY "VALE NAO ENCONTRADO -"
                               " ASSUMINDO DINHEIRO"
                           MOVE "D" TO WRK-TENDER
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN NOT VAL-ABERTO
                                   OR VAL-SALDO = ZEROS
                                   DISPLAY "VALE JA UTILIZADO -"
                                       " ASSUMINDO DINHEIRO"
                                   MOVE "D" TO WRK-TENDER
                               WHEN VAL-VALIDADE < WRK-DATASYS-NUM
                                   DISPLAY "VALE VENCIDO EM "
                                       VAL-VALIDADE
                                       " - ASSUMINDO DINHEIRO"
                                   MOVE "D" TO WRK-TENDER
                               WHEN OTHER
                                   DISPLAY "SALDO DO VALE: "
                                       VAL-SALDO
                           END-EVALUATE
                   END-READ
               END-IF
           END-IF.

       0200-PROCESSAR.
      ***********MOVIMENTO DE GAVETA SO MEXE NO DINHEIRO ESPERADO;
      ***********VENDA/DEVOLUCAO SEGUE O ACUMULADO DE SEMPRE;
           END-EVALUATE.
           COMPUTE WRK-MEDIA-VENDA ROUNDED = WRK-ACUM / WRK-QT.
           DISPLAY "TICKET MEDIO ATE AGORA: " WRK-MEDIA-VENDA.
           IF TENDER-VALE
               IF LANC-DEVOLUCAO
                   PERFORM 0267-EMITIR-VALE
               ELSE
                   PERFORM 0268-USAR-VALE
               END-IF
           END-IF.
           PERFORM 0215-CALCULAR-IMPOSTO.
           PERFORM 0220-ACUMULAR-POR-FORMA.
           PERFORM 0210-GRAVAR-DETALHE.
               MOVE WRK-VALOR-PARCELA TO CRD-VALOR
           END-IF.
           MOVE "A" TO CRD-STATUS.
           MOVE ZEROS TO CRD-DATA-PAGAMENTO CRD-VALOR-MULTA
               CRD-VALOR-JUROS CRD-RENEG-VENDA.
           WRITE CRD-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PARCELA " WRK-PARCELA
                       " DO CLIENTE " WRK-CLIENTE
           END-WRITE.

       0267-EMITIR-VALE.
      *********DEVOLUCAO SEM DINHEIRO DE VOLTA: EMITE O VALE COM O
      *********PROXIMO NUMERO, O VALOR DEVOLVIDO COMO SALDO E VALIDADE
      *********DE WRK-VALIDADE-MESES (DIA LIMITADO A 28 COMO NO
      *********CARNE); SE O VALE NAO GRAVAR, DEVOLVE EM DINHEIRO*******
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           MOVE WRK-DATASYS TO WRK-VALIDADE-VALE.
           ADD WRK-VALIDADE-MESES TO WRK-VALID-MES.
           IF WRK-VALID-MES > 12
               SUBTRACT 12 FROM WRK-VALID-MES
               ADD 1 TO WRK-VALID-ANO
           END-IF.
           IF WRK-VALID-DIA > 28
               MOVE 28 TO WRK-VALID-DIA
           END-IF.
           ADD 1 TO WRK-ULTIMO-VALE.
           MOVE WRK-ULTIMO-VALE TO WRK-NUMERO-VALE.
           MOVE WRK-NUMERO-VALE TO VAL-NUMERO.
           MOVE WRK-CLIENTE TO VAL-CLIENTE.
           MOVE WRK-DATASYS-NUM TO VAL-EMISSAO.
           MOVE WRK-VALIDADE-VALE-NUM TO VAL-VALIDADE.
           MOVE WRK-VENDAS TO VAL-VALOR-EMITIDO.
           MOVE WRK-VENDAS TO VAL-SALDO.
           MOVE WRK-CAIXA TO VAL-CAIXA.
           MOVE WRK-SEQ TO VAL-DEVOLUCAO-SEQ.
           MOVE ZEROS TO VAL-ULTIMO-USO.
           MOVE "A" TO VAL-SITUACAO.
           WRITE VAL-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O VALE " WRK-NUMERO-VALE
                       " - DEVOLUCAO EM DINHEIRO"
                   MOVE ZEROS TO WRK-NUMERO-VALE
                   MOVE "D" TO WRK-TENDER
               NOT INVALID KEY
                   DISPLAY "VALE-TROCA EMITIDO: " WRK-NUMERO-VALE
                       " VALOR " WRK-VENDAS
                       " VALIDO ATE " WRK-VALIDADE-VALE-NUM
           END-WRITE.

       0268-USAR-VALE.
      *********VENDA PAGA COM VALE: O SALDO TEM DE COBRIR O VALOR
      *********FINAL DO LANCAMENTO; O QUE SOBRA FICA NO VALE PARA A
      *********PROXIMA COMPRA E O VALE ZERADO PASSA A UTILIZADO********
           MOVE WRK-NUMERO-VALE TO VAL-NUMERO.
           READ VOUCHER-FILE
               INVALID KEY
                   DISPLAY "VALE NAO ENCONTRADO - ASSUMINDO DINHEIRO"
                   MOVE ZEROS TO WRK-NUMERO-VALE
                   MOVE "D" TO WRK-TENDER
               NOT INVALID KEY
                   IF VAL-SALDO < WRK-VENDAS
                       DISPLAY "SALDO DO VALE INSUFICIENTE ("
                           VAL-SALDO ") - ASSUMINDO DINHEIRO"
                       MOVE ZEROS TO WRK-NUMERO-VALE
                       MOVE "D" TO WRK-TENDER
                   ELSE
                       SUBTRACT WRK-VENDAS FROM VAL-SALDO
                       MOVE WRK-DATASYS-NUM TO VAL-ULTIMO-USO
                       IF VAL-SALDO = ZEROS
                           MOVE "U" TO VAL-SITUACAO
                       END-IF
                       REWRITE VAL-RECORD
                       DISPLAY "SALDO RESTANTE DO VALE: " VAL-SALDO
                   END-IF
           END-READ.

       0255-ATUALIZAR-PONTOS.
      *********FIDELIDADE: VENDA COM CLIENTE ACUMULA 1 PONTO POR 10
      *********REAIS (VENDA PAGA COM PONTOS NAO ACUMULA, SO CONSOME O
                   ELSE
                       ADD WRK-VENDAS TO WRK-TOT-PRAZO
                   END-IF
               WHEN TENDER-VALE
                   ADD 1 TO WRK-QT-VALE
                   IF LANC-DEVOLUCAO
                       SUBTRACT WRK-VENDAS FROM WRK-TOT-VALE
                   ELSE
                       ADD WRK-VENDAS TO WRK-TOT-VALE
                   END-IF
           END-EVALUATE.

       0240-COLETAR-ITEM.

       0246-PRECIFICAR-ITEM.
      *********ITEM COM PRECO DE LISTA VIGENTE E PRECIFICADO AUTOMATICO
      *********(QUANTIDADE X LISTA, MENOS O DESCONTO DA MELHOR
      *********PROMOCAO VIGENTE); VALOR DIGITADO DIFERENTE SO
      *********PREVALECE COM O NOME DO SUPERVISOR, GRAVADO NO LOG
      *********PRICEOVR COM O PRECO DE LISTA ATROPELADO, E DISPENSA A
      *********PROMOCAO. O VALOR QUE PREVALECER VOLTA PARA WRK-VENDAS,
      *********ENTAO O LANCAMENTO INTEIRO (GAVETA, SALESDET, IMPOSTO)
      *********COBRA O MESMO QUE AS LINHAS DO ITEM*********************
           MOVE ZEROS TO WRK-DESCONTO-PROMO WRK-PROMO-POS.
           MOVE SPACES TO WRK-PROMO-CODIGO.
           MOVE "N" TO WRK-ITEM-MANUAL.
           PERFORM 0064-LOCALIZAR-PRECO-ITEM.
           IF NOT TEM-PRECO
               MOVE WRK-VENDAS TO WRK-VALOR-ITEM
                   WRK-QUANTIDADE * WRK-PRECO-LISTA
               MOVE WRK-VALOR-LISTA TO WRK-VALOR-ITEM
               DISPLAY "VALOR DE LISTA DO ITEM: " WRK-VALOR-LISTA
               PERFORM 0270-MELHOR-PROMOCAO
               COMPUTE WRK-VALOR-COBRAR =
                   WRK-VALOR-LISTA - WRK-DESCONTO-PROMO
               IF WRK-DESCONTO-PROMO > ZEROS
                   DISPLAY "PROMOCAO " WRK-PROMO-CODIGO
                       " - DESCONTO " WRK-DESCONTO-PROMO
                       " - A COBRAR " WRK-VALOR-COBRAR
               END-IF
               IF WRK-VENDAS NOT = WRK-VALOR-COBRAR
                   DISPLAY "VALOR DIGITADO (" WRK-VENDAS ") DIFERE"
                       " DA LISTA - MANTER O DIGITADO? (S/N)"
                   ACCEPT WRK-MANTER
                           DISPLAY "SEM SUPERVISOR - ITEM PELO PRECO"
                               " DE LISTA"
                       ELSE
                           MOVE "S" TO WRK-ITEM-MANUAL
                           MOVE WRK-VENDAS TO WRK-VALOR-ITEM
                           MOVE ZEROS TO WRK-DESCONTO-PROMO
                           MOVE SPACES TO WRK-PROMO-CODIGO
                           PERFORM 0247-GRAVAR-OVERRIDE
                       END-IF
                   END-IF
               END-IF
               IF NOT ITEM-MANUAL
                   PERFORM 0275-EFETIVAR-MIX
                       VARYING WRK-PRM-IDX FROM 1 BY 1
                       UNTIL WRK-PRM-IDX > WRK-QTD-PRM
               END-IF
           END-IF.
           COMPUTE WRK-VENDAS = WRK-VALOR-ITEM - WRK-DESCONTO-PROMO.

       0270-MELHOR-PROMOCAO.
      *********AVALIA TODAS AS PROMOCOES VIGENTES QUE COBREM O PRODUTO
      *********E FICA COM A DE MAIOR DESCONTO (NUNCA ACIMA DA LISTA)***
           IF WRK-QTD-PRM > 0
               PERFORM 0271-AVALIAR-PROMOCAO
                   VARYING WRK-PRM-IDX FROM 1 BY 1
                   UNTIL WRK-PRM-IDX > WRK-QTD-PRM
           END-IF.
           IF WRK-PROMO-POS > 0
               MOVE WRK-PRM-CODIGO(WRK-PROMO-POS) TO WRK-PROMO-CODIGO
           END-IF.

       0271-AVALIAR-PROMOCAO.
           MOVE "N" TO WRK-PRM-COBRE(WRK-PRM-IDX).
           PERFORM 0272-COMPARAR-PRODUTO-PROMO
               VARYING WRK-PRM-PIDX FROM 1 BY 1
               UNTIL WRK-PRM-PIDX > WRK-PRM-QTD-PROD(WRK-PRM-IDX)
                  OR WRK-PRM-COBRE(WRK-PRM-IDX) = "S".
           IF WRK-PRM-COBRE(WRK-PRM-IDX) = "S"
               MOVE ZEROS TO WRK-DESCONTO-CALC
               EVALUATE WRK-PRM-TIPO(WRK-PRM-IDX)
                   WHEN "P"
                       COMPUTE WRK-DESCONTO-CALC ROUNDED =
                           WRK-VALOR-LISTA
                           * WRK-PRM-PERCENTUAL(WRK-PRM-IDX) / 100
                   WHEN "L"
                       PERFORM 0273-AVALIAR-LEVE-PAGUE
                   WHEN "Q"
                       PERFORM 0274-AVALIAR-QUANTIDADE
                   WHEN "M"
                       PERFORM 0276-AVALIAR-MIX
               END-EVALUATE
               IF WRK-DESCONTO-CALC > WRK-VALOR-LISTA
                   MOVE WRK-VALOR-LISTA TO WRK-DESCONTO-CALC
               END-IF
               IF WRK-DESCONTO-CALC > WRK-DESCONTO-PROMO
                   MOVE WRK-DESCONTO-CALC TO WRK-DESCONTO-PROMO
                   MOVE WRK-PRM-IDX TO WRK-PROMO-POS
               END-IF
           END-IF.

       0272-COMPARAR-PRODUTO-PROMO.
           IF WRK-PRM-PRODUTO(WRK-PRM-IDX, WRK-PRM-PIDX) = WRK-PRODUTO
               MOVE "S" TO WRK-PRM-COBRE(WRK-PRM-IDX)
           END-IF.

       0273-AVALIAR-LEVE-PAGUE.
      *********A CADA X + Y UNIDADES DO ITEM, Y SAEM DE GRACA**********
           IF WRK-PRM-QTD-LEVE(WRK-PRM-IDX) > 0
               AND WRK-PRM-QTD-GRATIS(WRK-PRM-IDX) > 0
               COMPUTE WRK-BLOCOS = WRK-QUANTIDADE
                   / (WRK-PRM-QTD-LEVE(WRK-PRM-IDX)
                   + WRK-PRM-QTD-GRATIS(WRK-PRM-IDX))
               COMPUTE WRK-DESCONTO-CALC = WRK-BLOCOS
                   * WRK-PRM-QTD-GRATIS(WRK-PRM-IDX) * WRK-PRECO-LISTA
           END-IF.

       0274-AVALIAR-QUANTIDADE.
      *********CADA BLOCO DE X UNIDADES DO ITEM SAI PELO PRECO FIXO****
           IF WRK-PRM-QTD-LEVE(WRK-PRM-IDX) > 0
               AND WRK-PRM-QTD-LEVE(WRK-PRM-IDX) * WRK-PRECO-LISTA
                   > WRK-PRM-PRECO-FIXO(WRK-PRM-IDX)
               DIVIDE WRK-QUANTIDADE BY WRK-PRM-QTD-LEVE(WRK-PRM-IDX)
                   GIVING WRK-BLOCOS
               COMPUTE WRK-DESCONTO-CALC = WRK-BLOCOS
                   * (WRK-PRM-QTD-LEVE(WRK-PRM-IDX) * WRK-PRECO-LISTA
                   - WRK-PRM-PRECO-FIXO(WRK-PRM-IDX))
           END-IF.

       0276-AVALIAR-MIX.
      *********CADA BLOCO DE X UNIDADES DE QUALQUER PRODUTO DO GRUPO
      *********SAI PELO PRECO FIXO, SOBRE O VALOR MEDIO DE LISTA DAS
      *********UNIDADES; O CLIENTE IDENTIFICADO COMPLETA O GRUPO ENTRE
      *********LANCAMENTOS SEGUIDOS E O DESCONTO SAI NO ITEM QUE FECHA
      *********O BLOCO; SEM CLIENTE, O GRUPO E SO O PROPRIO ITEM*******
           IF WRK-CLIENTE = SPACES
               OR WRK-CLIENTE NOT = WRK-PRM-PEND-CLIENTE(WRK-PRM-IDX)
               MOVE ZEROS TO WRK-MIX-QTD WRK-MIX-VALOR
           ELSE
               MOVE WRK-PRM-PEND-QTD(WRK-PRM-IDX) TO WRK-MIX-QTD
               MOVE WRK-PRM-PEND-VALOR(WRK-PRM-IDX) TO WRK-MIX-VALOR
           END-IF.
           ADD WRK-QUANTIDADE TO WRK-MIX-QTD.
           ADD WRK-VALOR-LISTA TO WRK-MIX-VALOR.
           MOVE WRK-MIX-QTD TO WRK-PRM-NOVO-QTD(WRK-PRM-IDX).
           MOVE WRK-MIX-VALOR TO WRK-PRM-NOVO-VALOR(WRK-PRM-IDX).
           IF WRK-PRM-QTD-LEVE(WRK-PRM-IDX) > 0
               AND WRK-MIX-QTD NOT < WRK-PRM-QTD-LEVE(WRK-PRM-IDX)
               DIVIDE WRK-MIX-QTD BY WRK-PRM-QTD-LEVE(WRK-PRM-IDX)
                   GIVING WRK-BLOCOS
               COMPUTE WRK-MIX-MEDIO ROUNDED =
                   WRK-MIX-VALOR / WRK-MIX-QTD
               IF WRK-PRM-QTD-LEVE(WRK-PRM-IDX) * WRK-MIX-MEDIO
                   > WRK-PRM-PRECO-FIXO(WRK-PRM-IDX)
                   COMPUTE WRK-DESCONTO-CALC = WRK-BLOCOS
                       * (WRK-PRM-QTD-LEVE(WRK-PRM-IDX) * WRK-MIX-MEDIO
                       - WRK-PRM-PRECO-FIXO(WRK-PRM-IDX))
               END-IF
               COMPUTE WRK-PRM-NOVO-QTD(WRK-PRM-IDX) = WRK-MIX-QTD
                   - WRK-BLOCOS * WRK-PRM-QTD-LEVE(WRK-PRM-IDX)
               COMPUTE WRK-PRM-NOVO-VALOR(WRK-PRM-IDX) =
                   WRK-PRM-NOVO-QTD(WRK-PRM-IDX) * WRK-MIX-MEDIO
           END-IF.

       0275-EFETIVAR-MIX.
      *********O ITEM SO CONTA PARA O GRUPO DO MIX QUANDO NENHUMA OUTRA
      *********PROMOCAO DEU DESCONTO NELE (OU QUANDO O PROPRIO MIX
      *********VENCEU, FICANDO SO A SOBRA DO BLOCO EM ABERTO)**********
           IF WRK-PRM-COBRE(WRK-PRM-IDX) = "S"
               AND WRK-PRM-TIPO(WRK-PRM-IDX) = "M"
               AND (WRK-DESCONTO-PROMO = ZEROS
                   OR WRK-PROMO-POS = WRK-PRM-IDX)
               IF WRK-CLIENTE = SPACES
                   MOVE SPACES TO WRK-PRM-PEND-CLIENTE(WRK-PRM-IDX)
                   MOVE ZEROS TO WRK-PRM-PEND-QTD(WRK-PRM-IDX)
                       WRK-PRM-PEND-VALOR(WRK-PRM-IDX)
               ELSE
                   MOVE WRK-CLIENTE
                       TO WRK-PRM-PEND-CLIENTE(WRK-PRM-IDX)
                   MOVE WRK-PRM-NOVO-QTD(WRK-PRM-IDX)
                       TO WRK-PRM-PEND-QTD(WRK-PRM-IDX)
                   MOVE WRK-PRM-NOVO-VALOR(WRK-PRM-IDX)
                       TO WRK-PRM-PEND-VALOR(WRK-PRM-IDX)
               END-IF
           END-IF.

       0247-GRAVAR-OVERRIDE.
           OPEN EXTEND PRICE-OVERRIDE-LOG.
           MOVE WRK-PRODUTO TO SI-PRODUTO.
           MOVE WRK-QUANTIDADE TO SI-QUANTIDADE.
           MOVE WRK-VALOR-ITEM TO SI-VALOR.
           MOVE "I" TO SI-TIPO-LINHA.
           MOVE WRK-PROMO-CODIGO TO SI-PROMOCAO.
           EVALUATE TRUE
               WHEN ITEM-MANUAL
                   MOVE "M" TO SI-PRECO-ORIGEM
               WHEN TEM-PRECO
                   MOVE "L" TO SI-PRECO-ORIGEM
               WHEN OTHER
                   MOVE "S" TO SI-PRECO-ORIGEM
           END-EVALUATE.
           WRITE SALES-ITEM-LINE.
           IF WRK-DESCONTO-PROMO > ZEROS
               PERFORM 0250-GRAVAR-LINHA-DESCONTO
           END-IF.
           PERFORM 0260-BAIXAR-ESTOQUE.

       0250-GRAVAR-LINHA-DESCONTO.
      *********O DESCONTO DA PROMOCAO EM LINHA PROPRIA, NEGATIVA E SEM
      *********QUANTIDADE, PARA O RANKING (PROGCOB43) E O RESULTADO DA
      *********PROMOCAO (PROGCOB93) ENXERGAREM O QUE FOI DADO**********
           MOVE SPACES TO SALES-ITEM-LINE.
           MOVE WRK-SEQ TO SI-SEQ.
           MOVE WRK-CAIXA TO SI-CAIXA.
           MOVE WRK-DATASYS TO SI-DATA.
           MOVE WRK-PRODUTO TO SI-PRODUTO.
           MOVE ZEROS TO SI-QUANTIDADE.
           COMPUTE SI-VALOR = WRK-DESCONTO-PROMO * -1.
           MOVE "D" TO SI-TIPO-LINHA.
           MOVE WRK-PROMO-CODIGO TO SI-PROMOCAO.
           MOVE "L" TO SI-PRECO-ORIGEM.
           WRITE SALES-ITEM-LINE.

       0260-BAIXAR-ESTOQUE.
      *********BAIXA A QUANTIDADE VENDIDA DO SALDO DO PRODUTO E GRAVA
      *********O MOVIMENTO; FALTA DE SALDO SO AVISA, NAO BARRA. ITEM
      *********KIT BAIXA CADA COMPONENTE (QUANTIDADE DO KIT VEZES A
      *********VENDIDA), O KIT EM SI NAO TEM SALDO*********************
           IF ESTOQUE-OK
               MOVE "N" TO WRK-ITEM-KIT
               PERFORM 0261-BAIXAR-COMPONENTE
                   VARYING WRK-KIT-IDX FROM 1 BY 1
                   UNTIL WRK-KIT-IDX > WRK-QTD-KIT
               IF NOT ITEM-KIT
                   MOVE WRK-PRODUTO TO WRK-PRODUTO-BAIXA
                   MOVE WRK-QUANTIDADE TO WRK-QTD-BAIXA
                   PERFORM 0262-BAIXAR-PRODUTO
               END-IF
           END-IF.

       0261-BAIXAR-COMPONENTE.
           IF WRK-KIT-PRODUTO(WRK-KIT-IDX) = WRK-PRODUTO
               MOVE "S" TO WRK-ITEM-KIT
               MOVE WRK-KIT-COMPONENTE(WRK-KIT-IDX)
                   TO WRK-PRODUTO-BAIXA
               COMPUTE WRK-QTD-BAIXA =
                   WRK-KIT-QTD(WRK-KIT-IDX) * WRK-QUANTIDADE
               PERFORM 0262-BAIXAR-PRODUTO
           END-IF.

       0262-BAIXAR-PRODUTO.
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
                       PERFORM 0264-CONSUMIR-LOTES
                   END-IF
                   IF WRK-QTD-RESTANTE > ZEROS
                       MOVE WRK-QTD-RESTANTE TO WRK-QTD-MOV
                       MOVE SPACES TO WRK-LOTE-MOV
                       PERFORM 0263-GRAVAR-MOVIMENTO
                   END-IF
           END-READ.

       0263-GRAVAR-MOVIMENTO.
           MOVE SPACES TO MOV-RECORD.
           MOVE WRK-DATASYS-NUM TO MOV-DATA.
           MOVE WRK-PRODUTO-BAIXA TO MOV-PRODUTO.
           MOVE "S" TO MOV-TIPO.
           MOVE WRK-QTD-MOV TO MOV-QUANTIDADE.
           IF ITEM-KIT
               MOVE "VENDA KIT" TO MOV-ORIGEM
           ELSE
               MOVE "VENDA" TO MOV-ORIGEM
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

       0264-CONSUMIR-LOTES.
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
           PERFORM 0269-CONSUMIR-UM-LOTE
               UNTIL FIM-LOT OR WRK-QTD-RESTANTE = ZEROS.

       0269-CONSUMIR-UM-LOTE.
           READ STOCK-LOT NEXT
               AT END
                   MOVE "S" TO WRK-EOF-LOT
               NOT AT END
                   IF LOT-PRODUTO NOT = WRK-PRODUTO-BAIXA
                       OR LOT-LOCAL NOT = WRK-LOCAL-VENDA
                       MOVE "S" TO WRK-EOF-LOT
                   ELSE
                       IF LOT-SALDO > ZEROS
                           IF LOT-SALDO < WRK-QTD-RESTANTE
                               MOVE LOT-SALDO TO WRK-QTD-MOV
                           ELSE
                               MOVE WRK-QTD-RESTANTE TO WRK-QTD-MOV
                           END-IF
                           SUBTRACT WRK-QTD-MOV FROM LOT-SALDO
                           SUBTRACT WRK-QTD-MOV FROM WRK-QTD-RESTANTE
                           REWRITE LOT-RECORD
                           MOVE LOT-NUMERO TO WRK-LOTE-MOV
                           PERFORM 0263-GRAVAR-MOVIMENTO
                       END-IF
                   END-IF
           END-READ.

       0230-GRAVAR-CHECKPOINT.
      *********GRAVA O CHECKPOINT COM O ACUMULADO ATE AGORA************
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WRK-TOT-PONTOS TO CKPT-TOT-PONTOS.
           MOVE WRK-QT-PRAZO TO CKPT-QT-PRAZO.
           MOVE WRK-TOT-PRAZO TO CKPT-TOT-PRAZO.
           MOVE WRK-QT-VALE TO CKPT-QT-VALE.
           MOVE WRK-TOT-VALE TO CKPT-TOT-VALE.
           WRITE CKPT-RECORD.
           CLOSE CHECKPOINT-FILE.
           MOVE ZEROS TO WRK-CKPT-CONTADOR.
               MOVE ZEROS TO SD-REF-SEQ
           END-IF.
           MOVE WRK-HORA TO SD-HORA.
           MOVE WRK-OPERADOR TO SD-OPERADOR.
           IF TENDER-VALE
               MOVE WRK-NUMERO-VALE TO SD-VALE
           ELSE
               MOVE ZEROS TO SD-VALE
           END-IF.
           WRITE SALES-DETAIL-LINE.


           IF ESTOQUE-OK
               CLOSE STOCK-BALANCE STOCK-MOVEMENT
           END-IF.
           IF LOTES-OK
               CLOSE STOCK-LOT
           END-IF.
           IF CADASTRO-CLIENTE-OK
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF CREDIARIO-OK
               CLOSE INSTALLMENT-FILE
           END-IF.
           IF VALES-OK
               CLOSE VOUCHER-FILE
           END-IF.
           GOBACK.

       0310-GRAVAR-FECHAMENTO.
           MOVE WRK-TOT-SANGRIA TO CL-SANGRIA.
           MOVE WRK-QT-PONTOS TO CL-QT-PONTOS.
           MOVE WRK-TOT-PONTOS TO CL-TOT-PONTOS.
           MOVE WRK-QT-VALE TO CL-QT-VALE.
           MOVE WRK-TOT-VALE TO CL-TOT-VALE.
           MOVE WRK-QT-PRAZO TO CL-QT-PRAZO.
           MOVE WRK-TOT-PRAZO TO CL-TOT-PRAZO.
           DISPLAY "DINHEIRO ESPERADO NA GAVETA: "
               WRK-TOT-SANGRIA.
           MOVE ZEROS TO WRK-QT-PONTOS WRK-TOT-PONTOS.
           MOVE ZEROS TO WRK-QT-PRAZO WRK-TOT-PRAZO.
           MOVE ZEROS TO WRK-QT-VALE WRK-TOT-VALE.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE ZEROS TO CKPT-QT.
           MOVE ZEROS TO CKPT-ACUM.
           MOVE ZEROS TO CKPT-FUNDO CKPT-SUPRIMENTO CKPT-SANGRIA.
           MOVE ZEROS TO CKPT-QT-PONTOS CKPT-TOT-PONTOS.
           MOVE ZEROS TO CKPT-QT-PRAZO CKPT-TOT-PRAZO.
           MOVE ZEROS TO CKPT-QT-VALE CKPT-TOT-VALE.
           WRITE CKPT-RECORD.
           CLOSE CHECKPOINT-FILE.

       0960-CONFERIR-PERIODO.
      *********LANCAMENTO DATADO EM MES FECHADO (PROGCOB117) E RECUSADO
           MOVE WRK-DATASYS-NUM TO PERA-DATA.
           PERFORM 0962-CONSULTAR-PERIODO.

       0962-CONSULTAR-PERIODO.
           CALL "PROGPERI" USING PERA-AREA.
           IF PERA-PERIODO-FECHADO
               DISPLAY "PERIODO " PERA-ANOMES " FECHADO - LANCAMENTO"
                   " RECUSADO (REABERTURA SO PELO PROGCOB117)"
           END-IF.

       0980-DIARIO-SALDO.
      *********IMAGEM DO SALDO GRAVADO VAI PARA O DIARIO UPDJRNL********
           MOVE "PROGCOB15" TO JRN-PROGRAMA.
           MOVE WRK-OPERADOR TO JRN-OPERADOR.
           MOVE "STOCKBAL" TO JRN-ARQUIVO.
           MOVE BAL-CHAVE TO JRN-CHAVE.
           MOVE BAL-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.
