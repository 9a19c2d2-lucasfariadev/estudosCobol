       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB92.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: CADASTRO DAS PROMOCOES DE VENDA (PROMOFIL): TIPO
      *           (PERCENTUAL, LEVE X + Y PAGUE X, PRECO FIXO POR
      *           QUANTIDADE OU MIX DE GRUPO), VIGENCIA E ATE 10
      *           PRODUTOS COBERTOS. O CAIXA PROGCOB15 APLICA SOZINHO
      *           A MELHOR PROMOCAO VIGENTE NO ITEM, NO LUGAR DA PILHA
      *           DE PRECOS ATROPELADOS DE TODO FIM DE SEMANA; O
      *           RESULTADO DE CADA PROMOCAO SAI NO PROGCOB93
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
           SELECT PROMOTION-FILE ASSIGN TO "PROMOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CODIGO
               FILE STATUS IS WRK-FS-PROMO.
           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODCAT.
       DATA DIVISION.
       FILE SECTION.
       FD PROMOTION-FILE.
           COPY CPPROMO.
       FD PRODUCT-CATALOG.
           COPY CPPRODCT.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PROMO PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRODCAT PIC X(02) VALUE ZEROS.
       77 WRK-CATALOGO-OK PIC X(01) VALUE "N".
           88 CATALOGO-OK VALUE "S".
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-SAIR PIC X(01) VALUE "N".
           88 SAIR-DO-CADASTRO VALUE "S".
       77 WRK-EOF-PROMO PIC X(01) VALUE "N".
           88 FIM-PROMO VALUE "S".
       77 WRK-PROMO-ACHOU PIC X(01) VALUE "N".
           88 PROMO-ACHOU VALUE "S".
       77 WRK-DADOS-OK PIC X(01) VALUE "N".
           88 DADOS-OK VALUE "S".
       77 WRK-FIM-PRODUTOS PIC X(01) VALUE "N".
           88 FIM-PRODUTOS VALUE "S".
       77 WRK-CODIGO PIC X(06) VALUE SPACES.
       77 WRK-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-CNT-LISTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-SO-VIGENTES PIC X(01) VALUE "N".
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CONFERE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CONFERE-X REDEFINES WRK-DATA-CONFERE.
           02 WRK-CONF-ANO            PIC 9(04).
           02 WRK-CONF-MES            PIC 9(02).
           02 WRK-CONF-DIA            PIC 9(02).
       77 WRK-DATA-VALIDA PIC X(01) VALUE "N".
           88 DATA-VALIDA VALUE "S".
       01 WRK-LINHA-LISTA.
           02 WLL-CODIGO              PIC X(06).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-DESCRICAO           PIC X(30).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-TIPO                PIC X(01).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-PERCENTUAL          PIC Z9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-QTD-LEVE            PIC ZZ9.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-QTD-GRATIS          PIC ZZ9.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-PRECO-FIXO          PIC ZZZ.ZZ9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-INICIO              PIC 9(08).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-FIM                 PIC 9(08).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLL-SITUACAO            PIC X(01).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DO-CADASTRO.
           IF WRK-FS-PROMO = "00" OR WRK-FS-PROMO = "10"
               CLOSE PROMOTION-FILE
           END-IF.
           IF CATALOGO-OK
               CLOSE PRODUCT-CATALOG
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           OPEN I-O PROMOTION-FILE.
           IF WRK-FS-PROMO = "35"
               OPEN OUTPUT PROMOTION-FILE
               CLOSE PROMOTION-FILE
               OPEN I-O PROMOTION-FILE
           END-IF.
           IF WRK-FS-PROMO NOT = "00"
               DISPLAY "ERRO AO ABRIR PROMOFIL: " WRK-FS-PROMO
               MOVE "S" TO WRK-SAIR
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
           DISPLAY "            PROMOCOES DE VENDA".
           DISPLAY "=============================================".
           DISPLAY " 01 - INCLUIR PROMOCAO".
           DISPLAY " 02 - ALTERAR TERMINO DA PROMOCAO".
           DISPLAY " 03 - ENCERRAR PROMOCAO".
           DISPLAY " 04 - LISTAR PROMOCOES".
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

       0150-LER-PROMOCAO.
           MOVE "N" TO WRK-PROMO-ACHOU.
           MOVE WRK-CODIGO TO PRM-CODIGO.
           READ PROMOTION-FILE
               INVALID KEY
                   DISPLAY "PROMOCAO NAO ENCONTRADA: " WRK-CODIGO
               NOT INVALID KEY
                   MOVE "S" TO WRK-PROMO-ACHOU
           END-READ.

       0200-INCLUIR.
      *********O CODIGO E ESCOLHIDO PELO GERENTE (O MESMO DO CARTAZ);
      *********OS PARAMETROS PEDIDOS DEPENDEM DO TIPO******************
           MOVE "S" TO WRK-DADOS-OK.
           MOVE SPACES TO PRM-RECORD.
           DISPLAY "CODIGO DA PROMOCAO:".
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO = SPACES
               DISPLAY "CODIGO OBRIGATORIO"
               MOVE "N" TO WRK-DADOS-OK
           END-IF.
           IF DADOS-OK
               MOVE WRK-CODIGO TO PRM-CODIGO
               DISPLAY "DESCRICAO:"
               ACCEPT PRM-DESCRICAO
               DISPLAY "TIPO (P=PERCENTUAL L=LEVE X+Y PAGUE X"
                   " Q=PRECO FIXO POR QUANTIDADE M=MIX DE GRUPO):"
               ACCEPT PRM-TIPO
               INSPECT PRM-TIPO CONVERTING "plqm" TO "PLQM"
               PERFORM 0220-COLETAR-PARAMETROS
           END-IF.
           IF DADOS-OK
               DISPLAY "INICIO DA VIGENCIA (AAAAMMDD):"
               ACCEPT PRM-INICIO
               DISPLAY "TERMINO DA VIGENCIA (AAAAMMDD):"
               ACCEPT PRM-FIM
               PERFORM 0240-CONFERIR-DATAS
           END-IF.
           IF DADOS-OK
               MOVE ZEROS TO PRM-QTD-PRODUTOS
               MOVE "N" TO WRK-FIM-PRODUTOS
               PERFORM 0250-COLETAR-PRODUTO
                   UNTIL FIM-PRODUTOS OR PRM-QTD-PRODUTOS = 10
               IF PRM-QTD-PRODUTOS = ZEROS
                   DISPLAY "PROMOCAO SEM PRODUTO NAO E GRAVADA"
                   MOVE "N" TO WRK-DADOS-OK
               END-IF
           END-IF.
           IF DADOS-OK
               MOVE "A" TO PRM-SITUACAO
               WRITE PRM-RECORD
                   INVALID KEY
                       DISPLAY "PROMOCAO JA CADASTRADA: " PRM-CODIGO
                   NOT INVALID KEY
                       DISPLAY "PROMOCAO " PRM-CODIGO " INCLUIDA COM "
                           PRM-QTD-PRODUTOS " PRODUTO(S)"
               END-WRITE
           END-IF.

       0220-COLETAR-PARAMETROS.
           MOVE ZEROS TO PRM-PERCENTUAL PRM-QTD-LEVE PRM-QTD-GRATIS
               PRM-PRECO-FIXO.
           EVALUATE TRUE
               WHEN PRM-TIPO-PERCENTUAL
                   DISPLAY "PERCENTUAL DE DESCONTO:"
                   ACCEPT PRM-PERCENTUAL
                   IF PRM-PERCENTUAL = ZEROS
                       DISPLAY "PERCENTUAL OBRIGATORIO"
                       MOVE "N" TO WRK-DADOS-OK
                   END-IF
               WHEN PRM-TIPO-LEVE-PAGUE
                   DISPLAY "QUANTIDADE PAGA (X):"
                   ACCEPT PRM-QTD-LEVE
                   DISPLAY "QUANTIDADE GRATIS (Y):"
                   ACCEPT PRM-QTD-GRATIS
                   IF PRM-QTD-LEVE = ZEROS OR PRM-QTD-GRATIS = ZEROS
                       DISPLAY "X E Y OBRIGATORIOS"
                       MOVE "N" TO WRK-DADOS-OK
                   END-IF
               WHEN PRM-TIPO-QUANTIDADE
               WHEN PRM-TIPO-MIX
                   DISPLAY "QUANTIDADE DO BLOCO:"
                   ACCEPT PRM-QTD-LEVE
                   DISPLAY "PRECO FIXO DO BLOCO:"
                   ACCEPT PRM-PRECO-FIXO
                   IF PRM-QTD-LEVE = ZEROS OR PRM-PRECO-FIXO = ZEROS
                       DISPLAY "QUANTIDADE E PRECO OBRIGATORIOS"
                       MOVE "N" TO WRK-DADOS-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO: " PRM-TIPO
                   MOVE "N" TO WRK-DADOS-OK
           END-EVALUATE.

       0240-CONFERIR-DATAS.
           MOVE PRM-INICIO TO WRK-DATA-CONFERE.
           PERFORM 0260-CONFERIR-DATA.
           IF NOT DATA-VALIDA
               DISPLAY "DATA DE INICIO INVALIDA: " PRM-INICIO
               MOVE "N" TO WRK-DADOS-OK
           END-IF.
           IF DADOS-OK
               MOVE PRM-FIM TO WRK-DATA-CONFERE
               PERFORM 0260-CONFERIR-DATA
               IF NOT DATA-VALIDA OR PRM-FIM < PRM-INICIO
                   DISPLAY "DATA DE TERMINO INVALIDA: " PRM-FIM
                   MOVE "N" TO WRK-DADOS-OK
               END-IF
           END-IF.

       0250-COLETAR-PRODUTO.
      *********PRODUTOS COBERTOS (NO MIX, O GRUPO), ATE 10; VAZIO
      *********ENCERRA A LISTA*****************************************
           DISPLAY "PRODUTO COBERTO (VAZIO = FIM):".
           MOVE SPACES TO WRK-PRODUTO.
           ACCEPT WRK-PRODUTO.
           IF WRK-PRODUTO = SPACES
               MOVE "S" TO WRK-FIM-PRODUTOS
           ELSE
               MOVE "S" TO WRK-DADOS-OK
               PERFORM 0255-CONFERIR-PRODUTO
               IF DADOS-OK
                   ADD 1 TO PRM-QTD-PRODUTOS
                   MOVE WRK-PRODUTO TO PRM-PRODUTO(PRM-QTD-PRODUTOS)
               END-IF
               MOVE "S" TO WRK-DADOS-OK
           END-IF.

       0255-CONFERIR-PRODUTO.
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

       0260-CONFERIR-DATA.
           MOVE "S" TO WRK-DATA-VALIDA.
           IF WRK-CONF-ANO < 2000 OR WRK-CONF-MES < 1
               OR WRK-CONF-MES > 12 OR WRK-CONF-DIA < 1
               OR WRK-CONF-DIA > 31
               MOVE "N" TO WRK-DATA-VALIDA
           END-IF.

       0300-ALTERAR.
      *********SO O TERMINO MUDA (PRORROGAR OU ANTECIPAR); REGRA OU
      *********PRODUTOS DIFERENTES SAO UMA NOVA PROMOCAO, PARA O
      *********RESULTADO DE CADA UMA SEGUIR COMPARAVEL*****************
           DISPLAY "CODIGO DA PROMOCAO:".
           ACCEPT WRK-CODIGO.
           PERFORM 0150-LER-PROMOCAO.
           IF PROMO-ACHOU
               PERFORM 0550-MOSTRAR-PROMOCAO
               DISPLAY "NOVA DATA DE TERMINO (AAAAMMDD):"
               ACCEPT WRK-FIM
               MOVE WRK-FIM TO WRK-DATA-CONFERE
               PERFORM 0260-CONFERIR-DATA
               IF NOT DATA-VALIDA OR WRK-FIM < PRM-INICIO
                   DISPLAY "DATA DE TERMINO INVALIDA: " WRK-FIM
               ELSE
                   MOVE WRK-FIM TO PRM-FIM
                   REWRITE PRM-RECORD
                   DISPLAY "TERMINO DA PROMOCAO ALTERADO"
               END-IF
           END-IF.

       0400-ENCERRAR.
      *********ENCERRADA SAI DO CAIXA NA PROXIMA SESSAO; O REGISTRO
      *********FICA PARA O RESULTADO (PROGCOB93)***********************
           DISPLAY "CODIGO DA PROMOCAO:".
           ACCEPT WRK-CODIGO.
           PERFORM 0150-LER-PROMOCAO.
           IF PROMO-ACHOU
               IF PRM-ENCERRADA
                   DISPLAY "PROMOCAO JA ENCERRADA"
               ELSE
                   MOVE "E" TO PRM-SITUACAO
                   IF PRM-FIM > WRK-DATASYS-NUM
                       MOVE WRK-DATASYS-NUM TO PRM-FIM
                   END-IF
                   REWRITE PRM-RECORD
                   DISPLAY "PROMOCAO " PRM-CODIGO " ENCERRADA"
               END-IF
           END-IF.

       0500-LISTAR.
           DISPLAY "SO AS VIGENTES HOJE? (S/N)".
           ACCEPT WRK-SO-VIGENTES.
           IF WRK-SO-VIGENTES = "s"
               MOVE "S" TO WRK-SO-VIGENTES
           END-IF.
           MOVE ZEROS TO WRK-CNT-LISTADOS.
           DISPLAY "CODIGO DESCRICAO                      T   PCT"
               "   X   Y       PRECO INICIO   TERMINO  S".
           MOVE "N" TO WRK-EOF-PROMO.
           MOVE LOW-VALUES TO PRM-CODIGO.
           START PROMOTION-FILE KEY IS NOT LESS THAN PRM-CODIGO
               INVALID KEY
                   MOVE "S" TO WRK-EOF-PROMO
           END-START.
           PERFORM 0510-LISTAR-UMA UNTIL FIM-PROMO.
           DISPLAY "PROMOCOES LISTADAS: " WRK-CNT-LISTADOS.

       0510-LISTAR-UMA.
           READ PROMOTION-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-PROMO
               NOT AT END
                   IF WRK-SO-VIGENTES NOT = "S"
                       OR (PRM-ATIVA
                       AND PRM-INICIO <= WRK-DATASYS-NUM
                       AND PRM-FIM >= WRK-DATASYS-NUM)
                       PERFORM 0550-MOSTRAR-PROMOCAO
                       ADD 1 TO WRK-CNT-LISTADOS
                   END-IF
           END-READ.

       0550-MOSTRAR-PROMOCAO.
           MOVE PRM-CODIGO TO WLL-CODIGO.
           MOVE PRM-DESCRICAO TO WLL-DESCRICAO.
           MOVE PRM-TIPO TO WLL-TIPO.
           MOVE PRM-PERCENTUAL TO WLL-PERCENTUAL.
           MOVE PRM-QTD-LEVE TO WLL-QTD-LEVE.
           MOVE PRM-QTD-GRATIS TO WLL-QTD-GRATIS.
           MOVE PRM-PRECO-FIXO TO WLL-PRECO-FIXO.
           MOVE PRM-INICIO TO WLL-INICIO.
           MOVE PRM-FIM TO WLL-FIM.
           MOVE PRM-SITUACAO TO WLL-SITUACAO.
           DISPLAY WRK-LINHA-LISTA.
           PERFORM 0560-MOSTRAR-PRODUTO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > PRM-QTD-PRODUTOS OR WRK-IDX > 10.

       0560-MOSTRAR-PRODUTO.
           DISPLAY "       PRODUTO: " PRM-PRODUTO(WRK-IDX).
