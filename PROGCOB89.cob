       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB89.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: CADASTRO DOS PEDIDOS PROGRAMADOS (RECORRENTES) DOS
      *           CLIENTES QUE MANDAM O MESMO PRODUTO PARA A MESMA UF
      *           TODA SEMANA, QUINZENA OU MES: PRODUTO, UF, VALOR,
      *           PESO, FREQUENCIA, INICIO E FIM. O PASSO PROGCOB90 DO
      *           FIM DE DIA GERA AS OCORRENCIAS NO ORDERSIN, PARA
      *           NINGUEM MAIS REDIGITAR O MESMO PEDIDO TODA SEMANA
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-NUMERO
               FILE STATUS IS WRK-FS-STO.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CODIGO
               FILE STATUS IS WRK-FS-CUST.
           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODCAT.
       DATA DIVISION.
       FILE SECTION.
       FD STANDING-ORDERS.
           COPY CPSTORD.
       FD CUSTOMER-MASTER.
           COPY CPCUST.
       FD PRODUCT-CATALOG.
           COPY CPPRODCT.
       WORKING-STORAGE SECTION.
       77 WRK-FS-STO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUST PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRODCAT PIC X(02) VALUE ZEROS.
       77 WRK-CLIENTES-OK PIC X(01) VALUE "N".
           88 CLIENTES-OK VALUE "S".
       77 WRK-CATALOGO-OK PIC X(01) VALUE "N".
           88 CATALOGO-OK VALUE "S".
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-SAIR PIC X(01) VALUE "N".
           88 SAIR-DO-CADASTRO VALUE "S".
       77 WRK-EOF-STO PIC X(01) VALUE "N".
           88 FIM-STO VALUE "S".
       77 WRK-PEDIDO-ACHOU PIC X(01) VALUE "N".
           88 PEDIDO-ACHOU VALUE "S".
       77 WRK-DADOS-OK PIC X(01) VALUE "N".
           88 DADOS-OK VALUE "S".
       77 WRK-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-PROX-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-UF PIC X(02) VALUE SPACES.
       77 WRK-VALOR PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PESO PIC 9(04)V99 VALUE ZEROS.
       77 WRK-FREQUENCIA PIC X(01) VALUE SPACES.
       77 WRK-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-CNT-LISTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-FILTRO-CLIENTE PIC X(06) VALUE SPACES.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CONFERE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CONFERE-X REDEFINES WRK-DATA-CONFERE.
           02 WRK-CONF-ANO            PIC 9(04).
           02 WRK-CONF-MES            PIC 9(02).
           02 WRK-CONF-DIA            PIC 9(02).
       77 WRK-DATA-VALIDA PIC X(01) VALUE "N".
           88 DATA-VALIDA VALUE "S".
       01 WRK-LINHA-LISTA.
           02 WLL-NUMERO              PIC 9(06).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-CLIENTE             PIC X(06).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-PRODUTO             PIC X(20).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-UF                  PIC X(02).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-VALOR               PIC ZZZ.ZZ9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-FREQUENCIA          PIC X(01).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-INICIO              PIC 9(08).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-FIM                 PIC 9(08).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-ULTIMA              PIC 9(08).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-SITUACAO            PIC X(01).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DO-CADASTRO.
           IF WRK-FS-STO = "00" OR WRK-FS-STO = "10"
               CLOSE STANDING-ORDERS
           END-IF.
           IF CLIENTES-OK
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF CATALOGO-OK
               CLOSE PRODUCT-CATALOG
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           OPEN I-O STANDING-ORDERS.
           IF WRK-FS-STO = "35"
               OPEN OUTPUT STANDING-ORDERS
               CLOSE STANDING-ORDERS
               OPEN I-O STANDING-ORDERS
           END-IF.
           IF WRK-FS-STO NOT = "00"
               DISPLAY "ERRO AO ABRIR STORDERS: " WRK-FS-STO
               MOVE "S" TO WRK-SAIR
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CUST = "00"
               MOVE "S" TO WRK-CLIENTES-OK
           ELSE
               DISPLAY "AVISO: CADASTRO CUSTMAST NAO ENCONTRADO -"
                   " CLIENTE SEM CONFERENCIA"
           END-IF.
           OPEN INPUT PRODUCT-CATALOG.
           IF WRK-FS-PRODCAT = "00"
               MOVE "S" TO WRK-CATALOGO-OK
           ELSE
               DISPLAY "AVISO: CATALOGO PRODCAT NAO ENCONTRADO -"
                   " PRODUTO SEM CONFERENCIA"
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY "        PEDIDOS PROGRAMADOS (RECORRENTES)".
           DISPLAY "=============================================".
           DISPLAY " 01 - INCLUIR PEDIDO PROGRAMADO".
           DISPLAY " 02 - ALTERAR VALOR, PESO OU FIM".
           DISPLAY " 03 - ENCERRAR PEDIDO PROGRAMADO".
           DISPLAY " 04 - LISTAR PEDIDOS PROGRAMADOS".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01 PERFORM 0200-INCLUIR
               WHEN 02 PERFORM 0300-ALTERAR
               WHEN 03 PERFORM 0400-ENCERRAR
               WHEN 04 PERFORM 0500-LISTAR
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0150-LER-PEDIDO.
           MOVE "N" TO WRK-PEDIDO-ACHOU.
           MOVE WRK-NUMERO TO STO-NUMERO.
           READ STANDING-ORDERS
               INVALID KEY
                   DISPLAY "PEDIDO PROGRAMADO NAO ENCONTRADO: "
                       WRK-NUMERO
               NOT INVALID KEY
                   MOVE "S" TO WRK-PEDIDO-ACHOU
           END-READ.

       0160-PROXIMO-NUMERO.
      *********PROXIMO NUMERO = MAIOR NUMERO GRAVADO + 1***************
           MOVE ZEROS TO WRK-PROX-NUMERO.
           MOVE "N" TO WRK-EOF-STO.
           MOVE ZEROS TO STO-NUMERO.
           START STANDING-ORDERS KEY IS NOT LESS THAN STO-NUMERO
               INVALID KEY
                   MOVE "S" TO WRK-EOF-STO
           END-START.
           PERFORM 0165-LER-PROXIMO UNTIL FIM-STO.
           ADD 1 TO WRK-PROX-NUMERO.

       0165-LER-PROXIMO.
           READ STANDING-ORDERS NEXT
               AT END
                   MOVE "S" TO WRK-EOF-STO
               NOT AT END
                   MOVE STO-NUMERO TO WRK-PROX-NUMERO
           END-READ.

       0200-INCLUIR.
      *********CONFERE CLIENTE E PRODUTO NOS CADASTROS E AS DATAS;
      *********INICIO NO PASSADO NAO E ACEITO PARA O PASSO NAO GERAR
      *********DE UMA VEZ OCORRENCIAS QUE NINGUEM PEDIU****************
           MOVE "S" TO WRK-DADOS-OK.
           DISPLAY "CLIENTE:".
           ACCEPT WRK-CLIENTE.
           PERFORM 0210-CONFERIR-CLIENTE.
           IF DADOS-OK
               DISPLAY "PRODUTO:"
               ACCEPT WRK-PRODUTO
               PERFORM 0220-CONFERIR-PRODUTO
           END-IF.
           IF DADOS-OK
               DISPLAY "UF DE DESTINO:"
               ACCEPT WRK-UF
               DISPLAY "VALOR DO PEDIDO:"
               ACCEPT WRK-VALOR
               DISPLAY "PESO (0 = PESO DO CATALOGO):"
               ACCEPT WRK-PESO
               DISPLAY "FREQUENCIA (S=SEMANAL Q=QUINZENAL M=MENSAL):"
               ACCEPT WRK-FREQUENCIA
               DISPLAY "DATA DA PRIMEIRA OCORRENCIA (AAAAMMDD):"
               ACCEPT WRK-INICIO
               DISPLAY "DATA DE TERMINO (AAAAMMDD, 0 = SEM TERMINO):"
               ACCEPT WRK-FIM
               PERFORM 0230-CONFERIR-CAMPOS
           END-IF.
           IF DADOS-OK
               PERFORM 0160-PROXIMO-NUMERO
               MOVE WRK-PROX-NUMERO TO STO-NUMERO
               MOVE WRK-CLIENTE TO STO-CLIENTE
               MOVE WRK-PRODUTO TO STO-PRODUTO
               MOVE WRK-UF TO STO-UF
               MOVE WRK-VALOR TO STO-VALOR
               MOVE WRK-PESO TO STO-PESO
               MOVE WRK-FREQUENCIA TO STO-FREQUENCIA
               MOVE WRK-INICIO TO STO-INICIO
               MOVE WRK-FIM TO STO-FIM
               MOVE "A" TO STO-SITUACAO
               MOVE ZEROS TO STO-ULTIMA
               WRITE STO-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR STORDERS: " WRK-FS-STO
                   NOT INVALID KEY
                       DISPLAY "PEDIDO PROGRAMADO " STO-NUMERO
                           " INCLUIDO"
               END-WRITE
           END-IF.

       0210-CONFERIR-CLIENTE.
           IF WRK-CLIENTE = SPACES
               DISPLAY "CLIENTE OBRIGATORIO"
               MOVE "N" TO WRK-DADOS-OK
           ELSE
               IF CLIENTES-OK
                   MOVE WRK-CLIENTE TO CUST-CODIGO
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           DISPLAY "CLIENTE NAO CADASTRADO: "
                               WRK-CLIENTE
                           MOVE "N" TO WRK-DADOS-OK
                       NOT INVALID KEY
                           DISPLAY "CLIENTE: " CUST-NOME
                   END-READ
               END-IF
           END-IF.

       0220-CONFERIR-PRODUTO.
           IF CATALOGO-OK
               MOVE WRK-PRODUTO TO PROD-CODIGO
               READ PRODUCT-CATALOG
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO: " WRK-PRODUTO
                       MOVE "N" TO WRK-DADOS-OK
                   NOT INVALID KEY
                       IF PROD-ATIVO-NAO
                           DISPLAY "PRODUTO DESCONTINUADO: "
                               PROD-DESCRICAO
                           MOVE "N" TO WRK-DADOS-OK
                       ELSE
                           DISPLAY "PRODUTO: " PROD-DESCRICAO
                       END-IF
               END-READ
           END-IF.

       0230-CONFERIR-CAMPOS.
           IF WRK-FREQUENCIA = "s" OR WRK-FREQUENCIA = "q"
               OR WRK-FREQUENCIA = "m"
               INSPECT WRK-FREQUENCIA CONVERTING "sqm" TO "SQM"
           END-IF.
           EVALUATE TRUE
               WHEN WRK-UF = SPACES
                   DISPLAY "UF OBRIGATORIA"
                   MOVE "N" TO WRK-DADOS-OK
               WHEN WRK-VALOR = ZEROS
                   DISPLAY "VALOR DO PEDIDO OBRIGATORIO"
                   MOVE "N" TO WRK-DADOS-OK
               WHEN WRK-FREQUENCIA NOT = "S"
                   AND WRK-FREQUENCIA NOT = "Q"
                   AND WRK-FREQUENCIA NOT = "M"
                   DISPLAY "FREQUENCIA INVALIDA: " WRK-FREQUENCIA
                   MOVE "N" TO WRK-DADOS-OK
               WHEN OTHER
                   PERFORM 0240-CONFERIR-DATAS
           END-EVALUATE.

       0240-CONFERIR-DATAS.
           MOVE WRK-INICIO TO WRK-DATA-CONFERE.
           PERFORM 0250-CONFERIR-DATA.
           IF NOT DATA-VALIDA
               DISPLAY "DATA DE INICIO INVALIDA: " WRK-INICIO
               MOVE "N" TO WRK-DADOS-OK
           ELSE
               IF WRK-INICIO < WRK-DATASYS-NUM
                   DISPLAY "INICIO ANTERIOR A HOJE (" WRK-DATASYS-NUM
                       ") NAO E ACEITO"
                   MOVE "N" TO WRK-DADOS-OK
               END-IF
           END-IF.
           IF DADOS-OK AND WRK-FIM NOT = ZEROS
               MOVE WRK-FIM TO WRK-DATA-CONFERE
               PERFORM 0250-CONFERIR-DATA
               IF NOT DATA-VALIDA OR WRK-FIM < WRK-INICIO
                   DISPLAY "DATA DE TERMINO INVALIDA: " WRK-FIM
                   MOVE "N" TO WRK-DADOS-OK
               END-IF
           END-IF.

       0250-CONFERIR-DATA.
           MOVE "S" TO WRK-DATA-VALIDA.
           IF WRK-CONF-ANO < 2000 OR WRK-CONF-MES < 1
               OR WRK-CONF-MES > 12 OR WRK-CONF-DIA < 1
               OR WRK-CONF-DIA > 31
               MOVE "N" TO WRK-DATA-VALIDA
           END-IF.

       0300-ALTERAR.
      *********SO VALOR, PESO E TERMINO MUDAM; PRODUTO, UF OU
      *********FREQUENCIA DIFERENTES SAO UM NOVO PEDIDO PROGRAMADO*****
           DISPLAY "NUMERO DO PEDIDO PROGRAMADO:".
           ACCEPT WRK-NUMERO.
           PERFORM 0150-LER-PEDIDO.
           IF PEDIDO-ACHOU
               PERFORM 0550-MOSTRAR-PEDIDO
               DISPLAY "NOVO VALOR (0 = MANTER):"
               ACCEPT WRK-VALOR
               DISPLAY "NOVO PESO (0 = MANTER):"
               ACCEPT WRK-PESO
               DISPLAY "NOVA DATA DE TERMINO (AAAAMMDD, 0 = MANTER):"
               ACCEPT WRK-FIM
               MOVE "S" TO WRK-DADOS-OK
               IF WRK-FIM NOT = ZEROS
                   MOVE WRK-FIM TO WRK-DATA-CONFERE
                   PERFORM 0250-CONFERIR-DATA
                   IF NOT DATA-VALIDA OR WRK-FIM < STO-INICIO
                       OR WRK-FIM < STO-ULTIMA
                       DISPLAY "DATA DE TERMINO INVALIDA: " WRK-FIM
                       MOVE "N" TO WRK-DADOS-OK
                   END-IF
               END-IF
               IF DADOS-OK
                   IF WRK-VALOR NOT = ZEROS
                       MOVE WRK-VALOR TO STO-VALOR
                   END-IF
                   IF WRK-PESO NOT = ZEROS
                       MOVE WRK-PESO TO STO-PESO
                   END-IF
                   IF WRK-FIM NOT = ZEROS
                       MOVE WRK-FIM TO STO-FIM
                   END-IF
                   REWRITE STO-RECORD
                   DISPLAY "PEDIDO PROGRAMADO ALTERADO"
               END-IF
           END-IF.

       0400-ENCERRAR.
      *********ENCERRADO NAO GERA MAIS OCORRENCIAS; O REGISTRO FICA
      *********PARA CONSULTA DO QUE JA FOI GERADO**********************
           DISPLAY "NUMERO DO PEDIDO PROGRAMADO:".
           ACCEPT WRK-NUMERO.
           PERFORM 0150-LER-PEDIDO.
           IF PEDIDO-ACHOU
               IF STO-ENCERRADO
                   DISPLAY "PEDIDO PROGRAMADO JA ENCERRADO"
               ELSE
                   MOVE "E" TO STO-SITUACAO
                   REWRITE STO-RECORD
                   DISPLAY "PEDIDO PROGRAMADO " STO-NUMERO
                       " ENCERRADO"
               END-IF
           END-IF.

       0500-LISTAR.
           DISPLAY "CLIENTE (BRANCO = TODOS):".
           ACCEPT WRK-FILTRO-CLIENTE.
           MOVE ZEROS TO WRK-CNT-LISTADOS.
           DISPLAY "NUMERO CLIENT PRODUTO              UF"
               "      VALOR F INICIO   TERMINO  ULTIMA   S".
           MOVE "N" TO WRK-EOF-STO.
           MOVE ZEROS TO STO-NUMERO.
           START STANDING-ORDERS KEY IS NOT LESS THAN STO-NUMERO
               INVALID KEY
                   MOVE "S" TO WRK-EOF-STO
           END-START.
           PERFORM 0510-LISTAR-UM UNTIL FIM-STO.
           DISPLAY "PEDIDOS PROGRAMADOS LISTADOS: " WRK-CNT-LISTADOS.

       0510-LISTAR-UM.
           READ STANDING-ORDERS NEXT
               AT END
                   MOVE "S" TO WRK-EOF-STO
               NOT AT END
                   IF WRK-FILTRO-CLIENTE = SPACES
                       OR WRK-FILTRO-CLIENTE = STO-CLIENTE
                       PERFORM 0550-MOSTRAR-PEDIDO
                       ADD 1 TO WRK-CNT-LISTADOS
                   END-IF
           END-READ.

       0550-MOSTRAR-PEDIDO.
           MOVE STO-NUMERO TO WLL-NUMERO.
           MOVE STO-CLIENTE TO WLL-CLIENTE.
           MOVE STO-PRODUTO TO WLL-PRODUTO.
           MOVE STO-UF TO WLL-UF.
           MOVE STO-VALOR TO WLL-VALOR.
           MOVE STO-FREQUENCIA TO WLL-FREQUENCIA.
           MOVE STO-INICIO TO WLL-INICIO.
           MOVE STO-FIM TO WLL-FIM.
           MOVE STO-ULTIMA TO WLL-ULTIMA.
           MOVE STO-SITUACAO TO WLL-SITUACAO.
           DISPLAY WRK-LINHA-LISTA.
