       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB88.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: IMPORTACAO DOS PEDIDOS EDI DOS CLIENTES GRANDES:
      *           LE O ARQUIVO DE PEDIDOS DO CLIENTE (EDIIN) NO LAYOUT
      *           PROPRIO DELE, DESCRITO NO EDILAYT, TRADUZ O CODIGO
      *           DE PRODUTO DO CLIENTE PARA O PROD-CODIGO E O
      *           DESTINO DELE PARA A UF PELA TABELA EDIMAP (NOS
      *           MOLDES DA CARRXLAT DO PROGCOB57), CONFERE PRODUTO,
      *           UF, VALOR E PESO E ACRESCENTA OS PEDIDOS LIMPOS AO
      *           ORDERSIN, ANTES DA CRITICA PREVIA PROGCOB35. PARA
      *           CADA ARQUIVO RECEBIDO GRAVA A CONFIRMACAO EDIACK
      *           PARA O CLIENTE, COM CADA LINHA ACEITA OU REJEITADA
      *           E O MOTIVO - PARA ACABAR COM A REDIGITACAO DAS
      *           PLANILHAS NO PROGCOB32
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
           SELECT EDI-INPUT ASSIGN TO "EDIIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EDI.
           SELECT LAYOUT-FILE ASSIGN TO "EDILAYT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LAYOUT.
           SELECT MAP-FILE ASSIGN TO "EDIMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MAP.
           SELECT ORDERS-FILE ASSIGN TO "ORDERSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORDERS.
           SELECT ACK-FILE ASSIGN TO "EDIACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACK.
           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODCAT.
           SELECT UF-RATE-FILE ASSIGN TO "UFRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UFRATE.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CODIGO
               FILE STATUS IS WRK-FS-CUST.
       DATA DIVISION.
       FILE SECTION.
       FD EDI-INPUT.
       01 EDI-RECORD                  PIC X(200).
       FD LAYOUT-FILE.
           COPY CPEDILAY.
       FD MAP-FILE.
           COPY CPEDIMAP.
       FD ORDERS-FILE.
           COPY CPORDERS.
       FD ACK-FILE.
       01 ACK-RECORD                  PIC X(100).
       FD PRODUCT-CATALOG.
           COPY CPPRODCT.
       FD UF-RATE-FILE.
           COPY CPUFRATE.
       FD CUSTOMER-MASTER.
           COPY CPCUST.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EDI PIC X(02) VALUE ZEROS.
       77 WRK-FS-LAYOUT PIC X(02) VALUE ZEROS.
       77 WRK-FS-MAP PIC X(02) VALUE ZEROS.
       77 WRK-FS-ORDERS PIC X(02) VALUE ZEROS.
       77 WRK-FS-ACK PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRODCAT PIC X(02) VALUE ZEROS.
       77 WRK-FS-UFRATE PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUST PIC X(02) VALUE ZEROS.
       77 WRK-EOF-EDI PIC X(01) VALUE "N".
           88 FIM-EDI VALUE "S".
       77 WRK-EOF-LAYOUT PIC X(01) VALUE "N".
           88 FIM-LAYOUT VALUE "S".
       77 WRK-EOF-MAP PIC X(01) VALUE "N".
           88 FIM-MAP VALUE "S".
       77 WRK-EOF-UFRATE PIC X(01) VALUE "N".
           88 FIM-UFRATE VALUE "S".
       77 WRK-CATALOGO-OK PIC X(01) VALUE "N".
           88 CATALOGO-OK VALUE "S".
       77 WRK-LAYOUT-OK PIC X(01) VALUE "N".
           88 LAYOUT-OK VALUE "S".
       77 WRK-CLIENTE-OK PIC X(01) VALUE "N".
           88 CLIENTE-OK VALUE "S".
       77 WRK-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-NOME-CLIENTE PIC X(30) VALUE SPACES.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-REFERENCIA PIC X(20) VALUE SPACES.
       77 WRK-PROD-EXTERNO PIC X(20) VALUE SPACES.
       77 WRK-DEST-EXTERNO PIC X(20) VALUE SPACES.
       77 WRK-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-UF PIC X(02) VALUE SPACES.
       77 WRK-VALOR PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PESO PIC 9(04)V99 VALUE ZEROS.
       77 WRK-NUM-LINHA PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ACEITOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-CABECALHO PIC 9(01) VALUE ZEROS.
       77 WRK-INICIO PIC 9(03) VALUE ZEROS.
       77 WRK-TAMANHO PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-CAMPO PIC 9(03) VALUE ZEROS.
       77 WRK-POS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TIPO-BUSCA PIC X(01) VALUE SPACES.
       77 WRK-EXTERNO-BUSCA PIC X(20) VALUE SPACES.
       77 WRK-NOSSO-ACHADO PIC X(20) VALUE SPACES.
       77 WRK-EDI-LINHA PIC X(200) VALUE SPACES.
      *********CAMPO NUMERICO DO CLIENTE ALINHADO A DIREITA, COM 2
      *********DECIMAIS IMPLICITAS*************************************
       01 WRK-NUM-X PIC X(10) VALUE ZEROS.
       01 WRK-NUM-V REDEFINES WRK-NUM-X PIC 9(08)V99.
      *********LAYOUT DO CLIENTE INFORMADO (COPIA DO EDILAYT)***********
       01 WRK-LAYOUT.
           02 WRK-LAY-CAMPO OCCURS 5 TIMES.
               03 WRK-LAY-INICIO      PIC 9(03).
               03 WRK-LAY-TAMANHO     PIC 9(02).
       77 WRK-LAY-CABECALHO PIC 9(01) VALUE ZEROS.
      *********TRADUCOES DO CLIENTE INFORMADO (EDIMAP)******************
       01 WRK-TABELA-TRADUCAO.
           02 WRK-MAP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-MAP.
               03 WRK-MAP-TIPO        PIC X(01).
               03 WRK-MAP-EXTERNO     PIC X(20).
               03 WRK-MAP-NOSSO       PIC X(20).
       77 WRK-QTD-MAP PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-UF.
           02 WRK-UF-ENTRY OCCURS 1 TO 30 TIMES
                   DEPENDING ON WRK-QTD-UF
                   INDEXED BY WRK-UF-IDX.
               03 WRK-UF-COD          PIC X(02).
       77 WRK-QTD-UF PIC 9(03) VALUE ZEROS.
       77 WRK-UF-JA-EXISTE PIC X(01) VALUE "N".
       77 WRK-UF-VALIDA PIC X(01) VALUE "N".
           88 UF-VALIDA VALUE "S".
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
      *********LINHAS DA CONFIRMACAO EDIACK*****************************
       01 WRK-ACK-CABECALHO.
           02 FILLER                  PIC X(33)
                   VALUE "CONFIRMACAO DE PEDIDOS - CLIENTE ".
           02 WAC-CLIENTE             PIC X(06).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WAC-NOME                PIC X(30).
           02 FILLER                  PIC X(08) VALUE " - DATA ".
           02 WAC-DATA                PIC 9(08).
       01 WRK-ACK-DETALHE.
           02 WAD-LINHA               PIC 9(05).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WAD-REFERENCIA          PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WAD-SITUACAO            PIC X(09).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WAD-PRODUTO             PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WAD-UF                  PIC X(02).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WAD-MOTIVO              PIC X(30).
       01 WRK-ACK-TOTAL.
           02 FILLER                  PIC X(15)
                   VALUE "LINHAS LIDAS: ".
           02 WAT-LIDOS               PIC ZZZZ9.
           02 FILLER                  PIC X(12)
                   VALUE "  ACEITAS: ".
           02 WAT-ACEITOS             PIC ZZZZ9.
           02 FILLER                  PIC X(14)
                   VALUE "  REJEITADAS: ".
           02 WAT-REJEITADOS          PIC ZZZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY "CLIENTE DO ARQUIVO EDI (CUSTMAST):".
           ACCEPT WRK-CLIENTE.
           PERFORM 0050-CONFERIR-CLIENTE.
           IF CLIENTE-OK
               PERFORM 0060-CARREGAR-LAYOUT
           END-IF.
           IF CLIENTE-OK AND LAYOUT-OK
               PERFORM 0070-CARREGAR-TRADUCOES
               PERFORM 0080-CARREGAR-UFS
               PERFORM 0100-ABRIR-ARQUIVOS
               PERFORM 0200-IMPORTAR-LINHA UNTIL FIM-EDI
               PERFORM 0900-FINALIZAR
           END-IF.
           GOBACK.

       0050-CONFERIR-CLIENTE.
      *********O CLIENTE DO ARQUIVO TEM DE ESTAR NO CADASTRO; SEM O
      *********CUSTMAST O CODIGO SEGUE SEM CONFERENCIA*****************
           MOVE "S" TO WRK-CLIENTE-OK.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           IF WRK-CLIENTE = SPACES
               DISPLAY "CLIENTE NAO INFORMADO - IMPORTACAO CANCELADA"
               MOVE "N" TO WRK-CLIENTE-OK
           ELSE
               OPEN INPUT CUSTOMER-MASTER
               IF WRK-FS-CUST = "00"
                   MOVE WRK-CLIENTE TO CUST-CODIGO
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           DISPLAY "CLIENTE NAO CADASTRADO: "
                               WRK-CLIENTE
                           MOVE "N" TO WRK-CLIENTE-OK
                       NOT INVALID KEY
                           MOVE CUST-NOME TO WRK-NOME-CLIENTE
                   END-READ
                   CLOSE CUSTOMER-MASTER
               ELSE
                   DISPLAY "AVISO: CADASTRO CUSTMAST NAO ENCONTRADO -"
                       " CLIENTE SEM CONFERENCIA"
               END-IF
           END-IF.

       0060-CARREGAR-LAYOUT.
      *********PROCURA O LAYOUT DO CLIENTE E CONFERE SE CADA CAMPO
      *********CABE NA LINHA; SEM LAYOUT NAO HA COMO LER O ARQUIVO*****
           MOVE "N" TO WRK-LAYOUT-OK.
           OPEN INPUT LAYOUT-FILE.
           IF WRK-FS-LAYOUT NOT = "00"
               DISPLAY "TABELA DE LAYOUTS EDILAYT NAO ENCONTRADA"
               MOVE "S" TO WRK-EOF-LAYOUT
           END-IF.
           PERFORM 0065-LER-LAYOUT UNTIL FIM-LAYOUT.
           IF WRK-FS-LAYOUT = "00" OR WRK-FS-LAYOUT = "10"
               CLOSE LAYOUT-FILE
           END-IF.
           IF LAYOUT-OK
               PERFORM 0068-CONFERIR-CAMPO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > 5
           ELSE
               DISPLAY "CLIENTE " WRK-CLIENTE " SEM LAYOUT NO EDILAYT"
                   " - IMPORTACAO CANCELADA"
           END-IF.

       0065-LER-LAYOUT.
           READ LAYOUT-FILE
               AT END
                   MOVE "S" TO WRK-EOF-LAYOUT
               NOT AT END
                   IF EDL-CLIENTE = WRK-CLIENTE
                       MOVE "S" TO WRK-LAYOUT-OK
                       MOVE "S" TO WRK-EOF-LAYOUT
                       PERFORM 0066-GUARDAR-CAMPO
                           VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > 5
                       MOVE EDL-LINHAS-CABECALHO TO WRK-LAY-CABECALHO
                   END-IF
           END-READ.

       0066-GUARDAR-CAMPO.
           MOVE EDL-INICIO(WRK-IDX) TO WRK-LAY-INICIO(WRK-IDX).
           MOVE EDL-TAMANHO(WRK-IDX) TO WRK-LAY-TAMANHO(WRK-IDX).

       0068-CONFERIR-CAMPO.
      *********PRODUTO E DESTINO SAO OBRIGATORIOS; VALOR E PESO TEM NO
      *********MAXIMO 10 DIGITOS; NENHUM CAMPO PASSA DA COLUNA 200******
           IF WRK-LAY-TAMANHO(WRK-IDX) = 0
               IF WRK-IDX = 2 OR WRK-IDX = 3 OR WRK-IDX = 4
                   DISPLAY "LAYOUT SEM O CAMPO OBRIGATORIO " WRK-IDX
                   MOVE "N" TO WRK-LAYOUT-OK
               END-IF
           ELSE
               COMPUTE WRK-FIM-CAMPO = WRK-LAY-INICIO(WRK-IDX)
                   + WRK-LAY-TAMANHO(WRK-IDX) - 1
               IF WRK-LAY-INICIO(WRK-IDX) = 0
                   OR WRK-FIM-CAMPO > 200
                   OR WRK-LAY-TAMANHO(WRK-IDX) > 20
                   OR (WRK-IDX > 3 AND WRK-LAY-TAMANHO(WRK-IDX) > 10)
                   DISPLAY "LAYOUT COM O CAMPO " WRK-IDX
                       " FORA DA LINHA"
                   MOVE "N" TO WRK-LAYOUT-OK
               END-IF
           END-IF.

       0070-CARREGAR-TRADUCOES.
      *********CARREGA SO AS TRADUCOES DO CLIENTE INFORMADO, COMO O
      *********PROGCOB57 FAZ COM A CARRXLAT****************************
           OPEN INPUT MAP-FILE.
           IF WRK-FS-MAP NOT = "00"
               DISPLAY "TABELA DE TRADUCAO EDIMAP NAO ENCONTRADA -"
                   " NENHUM CODIGO SERA TRADUZIDO"
               MOVE "S" TO WRK-EOF-MAP
           END-IF.
           PERFORM 0075-LER-TRADUCAO UNTIL FIM-MAP.
           IF WRK-FS-MAP = "00" OR WRK-FS-MAP = "10"
               CLOSE MAP-FILE
           END-IF.
           DISPLAY "TRADUCOES CARREGADAS PARA " WRK-CLIENTE
               ": " WRK-QTD-MAP.

       0075-LER-TRADUCAO.
           READ MAP-FILE
               AT END
                   MOVE "S" TO WRK-EOF-MAP
               NOT AT END
                   IF EDM-CLIENTE = WRK-CLIENTE
                       AND (EDM-PRODUTO OR EDM-DESTINO)
                       AND WRK-QTD-MAP < 500
                       ADD 1 TO WRK-QTD-MAP
                       MOVE EDM-TIPO TO WRK-MAP-TIPO(WRK-QTD-MAP)
                       MOVE EDM-EXTERNO
                           TO WRK-MAP-EXTERNO(WRK-QTD-MAP)
                       MOVE EDM-NOSSO TO WRK-MAP-NOSSO(WRK-QTD-MAP)
                   END-IF
           END-READ.

       0080-CARREGAR-UFS.
      *********CARREGA OS UF COM TAXA JA VIGENTE, COMO O PROGCOB32*****
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           OPEN INPUT UF-RATE-FILE.
           IF WRK-FS-UFRATE NOT = "00"
               DISPLAY "AVISO: TABELA UFRATE NAO ENCONTRADA - UF SEM"
                   " CONFERENCIA"
               MOVE "S" TO WRK-EOF-UFRATE
           END-IF.
           PERFORM 0085-LER-UF UNTIL FIM-UFRATE.
           IF WRK-FS-UFRATE = "00" OR WRK-FS-UFRATE = "10"
               CLOSE UF-RATE-FILE
           END-IF.

       0085-LER-UF.
           READ UF-RATE-FILE
               AT END
                   MOVE "S" TO WRK-EOF-UFRATE
               NOT AT END
                   IF UF-VIGENCIA <= WRK-DATASYS-NUM
                       PERFORM 0086-GUARDAR-UF
                   END-IF
           END-READ.

       0086-GUARDAR-UF.
           MOVE "N" TO WRK-UF-JA-EXISTE.
           IF WRK-QTD-UF > 0
               SET WRK-UF-IDX TO 1
               SEARCH WRK-UF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-UF-COD(WRK-UF-IDX) = UF-CODIGO
                       MOVE "S" TO WRK-UF-JA-EXISTE
               END-SEARCH
           END-IF.
           IF WRK-UF-JA-EXISTE = "N" AND WRK-QTD-UF < 30
               ADD 1 TO WRK-QTD-UF
               MOVE UF-CODIGO TO WRK-UF-COD(WRK-QTD-UF)
           END-IF.

       0100-ABRIR-ARQUIVOS.
      *********OS PEDIDOS LIMPOS SAO ACRESCENTADOS AO ORDERSIN COMO OS
      *********DIGITADOS NO PROGCOB32, PARA A CRITICA PROGCOB35********
           OPEN INPUT EDI-INPUT.
           IF WRK-FS-EDI NOT = "00"
               DISPLAY "ARQUIVO DO CLIENTE EDIIN NAO ENCONTRADO: "
                   WRK-FS-EDI
               MOVE "S" TO WRK-EOF-EDI
           END-IF.
           OPEN INPUT PRODUCT-CATALOG.
           IF WRK-FS-PRODCAT = "00"
               MOVE "S" TO WRK-CATALOGO-OK
           ELSE
               DISPLAY "AVISO: CATALOGO PRODCAT NAO ENCONTRADO -"
                   " PRODUTO SEM CONFERENCIA"
           END-IF.
           OPEN EXTEND ORDERS-FILE.
           IF WRK-FS-ORDERS NOT = "00"
               OPEN OUTPUT ORDERS-FILE
           END-IF.
           OPEN OUTPUT ACK-FILE.
           MOVE WRK-CLIENTE TO WAC-CLIENTE.
           MOVE WRK-NOME-CLIENTE TO WAC-NOME.
           MOVE WRK-DATASYS-NUM TO WAC-DATA.
           MOVE WRK-ACK-CABECALHO TO ACK-RECORD.
           WRITE ACK-RECORD.

       0200-IMPORTAR-LINHA.
      *********LINHAS DE TITULO DO INICIO E LINHAS EM BRANCO NAO
      *********ENTRAM NA CONTAGEM**************************************
           READ EDI-INPUT INTO WRK-EDI-LINHA
               AT END
                   MOVE "S" TO WRK-EOF-EDI
               NOT AT END
                   ADD 1 TO WRK-NUM-LINHA
                   IF WRK-CNT-CABECALHO < WRK-LAY-CABECALHO
                       ADD 1 TO WRK-CNT-CABECALHO
                   ELSE
                       IF WRK-EDI-LINHA NOT = SPACES
                           ADD 1 TO WRK-CNT-LIDOS
                           PERFORM 0210-CRITICAR-LINHA
                           IF WRK-MOTIVO = SPACES
                               PERFORM 0250-GRAVAR-PEDIDO
                           ELSE
                               ADD 1 TO WRK-CNT-REJEITADOS
                           END-IF
                           PERFORM 0260-GRAVAR-CONFIRMACAO
                       END-IF
                   END-IF
           END-READ.

       0210-CRITICAR-LINHA.
      *********RECORTA OS CAMPOS PELO LAYOUT, TRADUZ PRODUTO E DESTINO
      *********E CONFERE O RESULTADO; A PRIMEIRA PENDENCIA VIRA O
      *********MOTIVO DA REJEICAO**************************************
           MOVE SPACES TO WRK-MOTIVO WRK-REFERENCIA WRK-PRODUTO WRK-UF.
           PERFORM 0220-RECORTAR-CAMPOS.
           MOVE "P" TO WRK-TIPO-BUSCA.
           MOVE WRK-PROD-EXTERNO TO WRK-EXTERNO-BUSCA.
           PERFORM 0230-TRADUZIR.
           IF WRK-NOSSO-ACHADO = SPACES
               MOVE "PRODUTO SEM TRADUCAO" TO WRK-MOTIVO
           ELSE
               MOVE WRK-NOSSO-ACHADO TO WRK-PRODUTO
               PERFORM 0240-CONFERIR-PRODUTO
           END-IF.
           IF WRK-MOTIVO = SPACES
               PERFORM 0245-CONFERIR-DESTINO
           END-IF.
           IF WRK-MOTIVO = SPACES
               PERFORM 0248-CONFERIR-VALOR-PESO
           END-IF.

       0220-RECORTAR-CAMPOS.
           MOVE SPACES TO WRK-PROD-EXTERNO WRK-DEST-EXTERNO.
           IF WRK-LAY-TAMANHO(1) > 0
               MOVE WRK-LAY-INICIO(1) TO WRK-INICIO
               MOVE WRK-LAY-TAMANHO(1) TO WRK-TAMANHO
               MOVE WRK-EDI-LINHA(WRK-INICIO:WRK-TAMANHO)
                   TO WRK-REFERENCIA
           ELSE
               MOVE WRK-NUM-LINHA TO WRK-REFERENCIA
           END-IF.
           MOVE WRK-LAY-INICIO(2) TO WRK-INICIO.
           MOVE WRK-LAY-TAMANHO(2) TO WRK-TAMANHO.
           MOVE WRK-EDI-LINHA(WRK-INICIO:WRK-TAMANHO)
               TO WRK-PROD-EXTERNO.
           MOVE WRK-LAY-INICIO(3) TO WRK-INICIO.
           MOVE WRK-LAY-TAMANHO(3) TO WRK-TAMANHO.
           MOVE WRK-EDI-LINHA(WRK-INICIO:WRK-TAMANHO)
               TO WRK-DEST-EXTERNO.

       0230-TRADUZIR.
           MOVE SPACES TO WRK-NOSSO-ACHADO.
           MOVE ZEROS TO WRK-POS.
           IF WRK-QTD-MAP > 0
               PERFORM 0235-PROCURAR-TRADUCAO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-MAP
                      OR WRK-POS > 0
           END-IF.
           IF WRK-POS > 0
               MOVE WRK-MAP-NOSSO(WRK-POS) TO WRK-NOSSO-ACHADO
           END-IF.

       0235-PROCURAR-TRADUCAO.
           IF WRK-MAP-TIPO(WRK-IDX) = WRK-TIPO-BUSCA
               AND WRK-MAP-EXTERNO(WRK-IDX) = WRK-EXTERNO-BUSCA
               MOVE WRK-IDX TO WRK-POS
           END-IF.

       0240-CONFERIR-PRODUTO.
           IF CATALOGO-OK
               MOVE WRK-PRODUTO TO PROD-CODIGO
               READ PRODUCT-CATALOG
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO" TO WRK-MOTIVO
                   NOT INVALID KEY
                       IF PROD-ATIVO-NAO
                           MOVE "PRODUTO DESCONTINUADO" TO WRK-MOTIVO
                       END-IF
               END-READ
           END-IF.

       0245-CONFERIR-DESTINO.
      *********DESTINO SEM TRADUCAO SO PASSA SE O CLIENTE JA MANDOU A
      *********PROPRIA UF (2 LETRAS COM TAXA VIGENTE)******************
           MOVE "N" TO WRK-UF-VALIDA.
           MOVE "D" TO WRK-TIPO-BUSCA.
           MOVE WRK-DEST-EXTERNO TO WRK-EXTERNO-BUSCA.
           PERFORM 0230-TRADUZIR.
           IF WRK-NOSSO-ACHADO = SPACES
               IF WRK-DEST-EXTERNO(3:18) = SPACES
                   MOVE WRK-DEST-EXTERNO(1:2) TO WRK-UF
                   PERFORM 0246-PROCURAR-UF
               END-IF
               IF NOT UF-VALIDA OR WRK-QTD-UF = 0
                   MOVE SPACES TO WRK-UF
                   MOVE "DESTINO SEM TRADUCAO" TO WRK-MOTIVO
               END-IF
           ELSE
               MOVE WRK-NOSSO-ACHADO(1:2) TO WRK-UF
               IF WRK-QTD-UF > 0
                   PERFORM 0246-PROCURAR-UF
                   IF NOT UF-VALIDA
                       MOVE "UF SEM COBERTURA DE FRETE" TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.

       0246-PROCURAR-UF.
           MOVE "N" TO WRK-UF-VALIDA.
           IF WRK-QTD-UF > 0
               SET WRK-UF-IDX TO 1
               SEARCH WRK-UF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-UF-COD(WRK-UF-IDX) = WRK-UF
                       MOVE "S" TO WRK-UF-VALIDA
               END-SEARCH
           END-IF.

       0248-CONFERIR-VALOR-PESO.
      *********VALOR OBRIGATORIO E MAIOR QUE ZERO; PESO AUSENTE OU
      *********ZERADO FICA COM O PESO DO CATALOGO NO LOTE**************
           MOVE 4 TO WRK-IDX.
           PERFORM 0249-RECORTAR-NUMERO.
           IF WRK-NUM-X NOT NUMERIC
               MOVE "VALOR NAO NUMERICO" TO WRK-MOTIVO
           ELSE
               IF WRK-NUM-V = ZEROS OR WRK-NUM-V > 999999,99
                   MOVE "VALOR FORA DA FAIXA" TO WRK-MOTIVO
               ELSE
                   MOVE WRK-NUM-V TO WRK-VALOR
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-PESO.
           IF WRK-MOTIVO = SPACES AND WRK-LAY-TAMANHO(5) > 0
               MOVE 5 TO WRK-IDX
               PERFORM 0249-RECORTAR-NUMERO
               IF WRK-NUM-X NOT NUMERIC
                   MOVE "PESO NAO NUMERICO" TO WRK-MOTIVO
               ELSE
                   IF WRK-NUM-V > 9999,99
                       MOVE "PESO FORA DA FAIXA" TO WRK-MOTIVO
                   ELSE
                       MOVE WRK-NUM-V TO WRK-PESO
                   END-IF
               END-IF
           END-IF.

       0249-RECORTAR-NUMERO.
      *********ALINHA O CAMPO A DIREITA E TROCA OS BRANCOS DA ESQUERDA
      *********POR ZEROS***********************************************
           MOVE WRK-LAY-INICIO(WRK-IDX) TO WRK-INICIO.
           MOVE WRK-LAY-TAMANHO(WRK-IDX) TO WRK-TAMANHO.
           COMPUTE WRK-FIM-CAMPO = 11 - WRK-TAMANHO.
           MOVE SPACES TO WRK-NUM-X.
           MOVE WRK-EDI-LINHA(WRK-INICIO:WRK-TAMANHO)
               TO WRK-NUM-X(WRK-FIM-CAMPO:WRK-TAMANHO).
           INSPECT WRK-NUM-X REPLACING LEADING SPACES BY ZEROS.

       0250-GRAVAR-PEDIDO.
           MOVE SPACES TO ORD-RECORD.
           MOVE WRK-CLIENTE TO ORD-CLIENTE.
           MOVE WRK-PRODUTO TO ORD-PRODUTO.
           MOVE WRK-UF TO ORD-UF.
           MOVE WRK-VALOR TO ORD-VALOR.
           MOVE WRK-PESO TO ORD-PESO.
           MOVE ZEROS TO ORD-COTACAO ORD-VALOR-DECLARADO.
           MOVE "N" TO ORD-SEGURO.
           WRITE ORD-RECORD.
           ADD 1 TO WRK-CNT-ACEITOS.

       0260-GRAVAR-CONFIRMACAO.
           MOVE SPACES TO WRK-ACK-DETALHE.
           MOVE WRK-NUM-LINHA TO WAD-LINHA.
           MOVE WRK-REFERENCIA TO WAD-REFERENCIA.
           IF WRK-MOTIVO = SPACES
               MOVE "ACEITO" TO WAD-SITUACAO
               MOVE WRK-PRODUTO TO WAD-PRODUTO
               MOVE WRK-UF TO WAD-UF
           ELSE
               MOVE "REJEITADO" TO WAD-SITUACAO
               MOVE WRK-PROD-EXTERNO TO WAD-PRODUTO
               MOVE WRK-MOTIVO TO WAD-MOTIVO
           END-IF.
           MOVE WRK-ACK-DETALHE TO ACK-RECORD.
           WRITE ACK-RECORD.

       0900-FINALIZAR.
           MOVE WRK-CNT-LIDOS TO WAT-LIDOS.
           MOVE WRK-CNT-ACEITOS TO WAT-ACEITOS.
           MOVE WRK-CNT-REJEITADOS TO WAT-REJEITADOS.
           MOVE WRK-ACK-TOTAL TO ACK-RECORD.
           WRITE ACK-RECORD.
           DISPLAY "=============================================".
           DISPLAY "IMPORTACAO EDI DO CLIENTE " WRK-CLIENTE.
           DISPLAY "LINHAS LIDAS      : " WRK-CNT-LIDOS.
           DISPLAY "PEDIDOS NO ORDERSIN: " WRK-CNT-ACEITOS.
           DISPLAY "REJEITADOS        : " WRK-CNT-REJEITADOS
               " (CONFIRMACAO EDIACK)".
           DISPLAY "=============================================".
           IF WRK-FS-EDI = "00" OR WRK-FS-EDI = "10"
               CLOSE EDI-INPUT
           END-IF.
           IF CATALOGO-OK
               CLOSE PRODUCT-CATALOG
           END-IF.
           CLOSE ORDERS-FILE ACK-FILE.
