      *                   (COTACAO DA MOEDA NO CURRATE MAIS VELHA QUE O
      *                   LIMITE DO FXCTL), A TELA AVISA O ATENDENTE
      *                   ANTES DE ELE PASSAR O PRECO AO CLIENTE
      * 15/10/2026 LFL - PEDE O CODIGO DO CLIENTE (BRANCO SE AVULSO)
      *                   E O PASSA AO PROGRATE, PARA A COTACAO SAIR
      *                   PELO CONTRATO DE FRETE DO CLIENTE COMO NO
      *                   LOTE; A TELA MOSTRA O CONTRATO QUE PRECIFICOU
      * 15/10/2026 LFL - A COTACAO GRAVADA GUARDA O CLIENTE
      *                   (QUO-CLIENTE) PARA A CONSULTA DO CLIENTE
      *                   PROGCOB112
      * 15/10/2026 LFL - A COTACAO AVISA O PROGRATE QUE E PELA TAXA
      *                   VIGENTE (RATE-SIMULACAO)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-VALOR PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PESO PIC 9(04)V99 VALUE ZEROS.
       77 WRK-CUPOM PIC X(10) VALUE SPACES.
       77 WRK-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-MOEDA PIC X(03) VALUE "BRL".
       77 WRK-CONTINUA PIC X(01) VALUE "S".
           88 ENCERRAR-COTACAO VALUE "N".
           ACCEPT WRK-PRODUTO.
           PERFORM 0110-VALIDAR-PRODUTO.
           IF PRODUTO-VALIDO
               DISPLAY "CLIENTE (BRANCO SE AVULSO):"
               ACCEPT WRK-CLIENTE
               DISPLAY "UF DE DESTINO:"
               ACCEPT WRK-UF
               DISPLAY "VALOR DO PEDIDO (EX 1500,00):"
           MOVE WRK-PESO TO RATE-PESO.
           MOVE WRK-CUPOM TO RATE-CUPOM.
           MOVE WRK-MOEDA TO RATE-MOEDA.
           MOVE WRK-CLIENTE TO RATE-CLIENTE.
           MOVE "N" TO RATE-SIMULACAO.
           CALL "PROGRATE" USING RATE-AREA.

       0300-EXIBIR-COTACAO.
               MOVE RATE-FRETE TO WRK-FRETE-ED
               DISPLAY "FRETE COTADO.......: " WRK-FRETE-ED
                   " " WRK-MOEDA
               IF RATE-CONTRATO NOT = SPACES
                   DISPLAY "CONTRATO DO CLIENTE: " RATE-CONTRATO
               END-IF
               IF WRK-MOEDA NOT = "BRL"
                   MOVE RATE-FRETE-BRL TO WRK-FRETE-ED
                   DISPLAY "FRETE EM REAIS.....: " WRK-FRETE-ED
               MOVE RATE-FRETE TO QUO-FRETE
               MOVE RATE-FRETE-BRL TO QUO-FRETE-BRL
               MOVE "A" TO QUO-STATUS
               MOVE WRK-CLIENTE TO QUO-CLIENTE
               WRITE QUO-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR COTACAO: " WRK-FS-QUOTE
