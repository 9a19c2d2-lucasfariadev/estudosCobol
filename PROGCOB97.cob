       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB97.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: CADASTRO DOS KITS E CESTAS (KITDEF): PARA CADA
      *           PRODUTO KIT DO CATALOGO, OS PRODUTOS COMPONENTES E
      *           A QUANTIDADE DE CADA UM EM UM KIT. A BAIXA DE
      *           ESTOQUE DO PEDIDO (PROGCOB09) E DA VENDA (PROGCOB15)
      *           EXPLODE O KIT NOS COMPONENTES, NO LUGAR DE DIGITAR
      *           CADA PECA SEPARADA OU VENDER SEM BAIXA
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
           SELECT KIT-FILE ASSIGN TO "KITDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-FS-KIT.
           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-PRODCAT.
       DATA DIVISION.
       FILE SECTION.
       FD KIT-FILE.
           COPY CPKIT.
       FD PRODUCT-CATALOG.
           COPY CPPRODCT.
       WORKING-STORAGE SECTION.
       77 WRK-FS-KIT PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRODCAT PIC X(02) VALUE ZEROS.
       77 WRK-KITDEF-OK PIC X(01) VALUE "N".
           88 KITDEF-OK VALUE "S".
       77 WRK-CATALOGO-OK PIC X(01) VALUE "N".
           88 CATALOGO-OK VALUE "S".
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-SAIR PIC X(01) VALUE "N".
           88 SAIR-DO-CADASTRO VALUE "S".
       77 WRK-EOF-KIT PIC X(01) VALUE "N".
           88 FIM-KIT VALUE "S".
       77 WRK-DADOS-OK PIC X(01) VALUE "N".
           88 DADOS-OK VALUE "S".
       77 WRK-ACHOU PIC X(01) VALUE "N".
           88 ACHOU VALUE "S".
       77 WRK-KIT PIC X(20) VALUE SPACES.
       77 WRK-COMPONENTE PIC X(20) VALUE SPACES.
       77 WRK-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-QUANTIDADE PIC 9(05) VALUE ZEROS.
       77 WRK-KIT-ANTERIOR PIC X(20) VALUE SPACES.
       77 WRK-CNT-KITS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-LINHAS PIC 9(05) VALUE ZEROS.
       01 WRK-LINHA-LISTA.
           02 WLL-KIT                 PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLL-COMPONENTE          PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLL-QUANTIDADE          PIC ZZZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DO-CADASTRO.
           IF KITDEF-OK
               CLOSE KIT-FILE
           END-IF.
           IF CATALOGO-OK
               CLOSE PRODUCT-CATALOG
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           OPEN I-O KIT-FILE.
           IF WRK-FS-KIT = "35"
               OPEN OUTPUT KIT-FILE
               CLOSE KIT-FILE
               OPEN I-O KIT-FILE
           END-IF.
           IF WRK-FS-KIT = "00"
               MOVE "S" TO WRK-KITDEF-OK
           ELSE
               DISPLAY "ERRO AO ABRIR KITDEF: " WRK-FS-KIT
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
           DISPLAY "              KITS E CESTAS".
           DISPLAY "=============================================".
           DISPLAY " 01 - INCLUIR COMPONENTE NO KIT".
           DISPLAY " 02 - ALTERAR QUANTIDADE DO COMPONENTE".
           DISPLAY " 03 - EXCLUIR COMPONENTE DO KIT".
           DISPLAY " 04 - LISTAR KITS".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01 PERFORM 0200-INCLUIR
               WHEN 02 PERFORM 0300-ALTERAR
               WHEN 03 PERFORM 0400-EXCLUIR
               WHEN 04 PERFORM 0500-LISTAR
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0150-LER-COMPONENTE.
           MOVE "N" TO WRK-ACHOU.
           DISPLAY "PRODUTO DO KIT:".
           ACCEPT WRK-KIT.
           DISPLAY "COMPONENTE:".
           ACCEPT WRK-COMPONENTE.
           MOVE WRK-KIT TO KIT-PRODUTO.
           MOVE WRK-COMPONENTE TO KIT-COMPONENTE.
           READ KIT-FILE
               INVALID KEY
                   DISPLAY "COMPONENTE NAO CADASTRADO NO KIT"
               NOT INVALID KEY
                   MOVE "S" TO WRK-ACHOU
                   DISPLAY "QUANTIDADE ATUAL: " KIT-QUANTIDADE
           END-READ.

       0200-INCLUIR.
      *********KIT E COMPONENTE TEM DE EXISTIR NO CATALOGO; O
      *********COMPONENTE NAO PODE SER UM KIT E O KIT NAO PODE SER
      *********COMPONENTE DE OUTRO (A EXPLOSAO E DE UM NIVEL SO)*******
           MOVE "S" TO WRK-DADOS-OK.
           DISPLAY "PRODUTO DO KIT:".
           ACCEPT WRK-KIT.
           MOVE WRK-KIT TO WRK-PRODUTO.
           PERFORM 0250-CONFERIR-PRODUTO.
           IF DADOS-OK
               DISPLAY "COMPONENTE:"
               ACCEPT WRK-COMPONENTE
               MOVE WRK-COMPONENTE TO WRK-PRODUTO
               PERFORM 0250-CONFERIR-PRODUTO
           END-IF.
           IF DADOS-OK AND WRK-COMPONENTE = WRK-KIT
               DISPLAY "O KIT NAO PODE SER COMPONENTE DELE MESMO"
               MOVE "N" TO WRK-DADOS-OK
           END-IF.
           IF DADOS-OK
               MOVE WRK-COMPONENTE TO WRK-PRODUTO
               PERFORM 0260-PRODUTO-E-KIT
               IF ACHOU
                   DISPLAY "COMPONENTE E UM KIT: " WRK-COMPONENTE
                   MOVE "N" TO WRK-DADOS-OK
               END-IF
           END-IF.
           IF DADOS-OK
               PERFORM 0270-KIT-E-COMPONENTE
               IF ACHOU
                   DISPLAY "O PRODUTO JA E COMPONENTE DE OUTRO KIT: "
                       WRK-KIT
                   MOVE "N" TO WRK-DADOS-OK
               END-IF
           END-IF.
           IF DADOS-OK
               DISPLAY "QUANTIDADE EM UM KIT:"
               ACCEPT WRK-QUANTIDADE
               IF WRK-QUANTIDADE NOT NUMERIC OR WRK-QUANTIDADE = ZEROS
                   DISPLAY "QUANTIDADE INVALIDA"
                   MOVE "N" TO WRK-DADOS-OK
               END-IF
           END-IF.
           IF DADOS-OK
               MOVE WRK-KIT TO KIT-PRODUTO
               MOVE WRK-COMPONENTE TO KIT-COMPONENTE
               MOVE WRK-QUANTIDADE TO KIT-QUANTIDADE
               WRITE KIT-RECORD
                   INVALID KEY
                       DISPLAY "COMPONENTE JA CADASTRADO NO KIT"
                   NOT INVALID KEY
                       DISPLAY "COMPONENTE INCLUIDO NO KIT " WRK-KIT
               END-WRITE
           END-IF.

       0250-CONFERIR-PRODUTO.
           IF WRK-PRODUTO = SPACES
               DISPLAY "PRODUTO OBRIGATORIO"
               MOVE "N" TO WRK-DADOS-OK
           END-IF.
           IF DADOS-OK AND CATALOGO-OK
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

       0260-PRODUTO-E-KIT.
      *********O PRODUTO TEM ALGUM COMPONENTE CADASTRADO?**************
           MOVE "N" TO WRK-ACHOU.
           MOVE WRK-PRODUTO TO KIT-PRODUTO.
           MOVE LOW-VALUES TO KIT-COMPONENTE.
           START KIT-FILE KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ KIT-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF KIT-PRODUTO = WRK-PRODUTO
                               MOVE "S" TO WRK-ACHOU
                           END-IF
                   END-READ
           END-START.

       0270-KIT-E-COMPONENTE.
      *********O KIT APARECE COMO COMPONENTE EM ALGUM OUTRO KIT?*******
           MOVE "N" TO WRK-ACHOU.
           MOVE "N" TO WRK-EOF-KIT.
           MOVE LOW-VALUES TO KIT-CHAVE.
           START KIT-FILE KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-KIT
           END-START.
           PERFORM 0275-PROCURAR-COMPONENTE
               UNTIL FIM-KIT OR ACHOU.

       0275-PROCURAR-COMPONENTE.
           READ KIT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-KIT
               NOT AT END
                   IF KIT-COMPONENTE = WRK-KIT
                       MOVE "S" TO WRK-ACHOU
                   END-IF
           END-READ.

       0300-ALTERAR.
           PERFORM 0150-LER-COMPONENTE.
           IF ACHOU
               DISPLAY "NOVA QUANTIDADE EM UM KIT:"
               ACCEPT WRK-QUANTIDADE
               IF WRK-QUANTIDADE NOT NUMERIC OR WRK-QUANTIDADE = ZEROS
                   DISPLAY "QUANTIDADE INVALIDA - USE A EXCLUSAO PARA"
                       " TIRAR O COMPONENTE"
               ELSE
                   MOVE WRK-QUANTIDADE TO KIT-QUANTIDADE
                   REWRITE KIT-RECORD
                   DISPLAY "QUANTIDADE ALTERADA"
               END-IF
           END-IF.

       0400-EXCLUIR.
           PERFORM 0150-LER-COMPONENTE.
           IF ACHOU
               DELETE KIT-FILE
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR: " WRK-FS-KIT
                   NOT INVALID KEY
                       DISPLAY "COMPONENTE EXCLUIDO DO KIT"
               END-DELETE
           END-IF.

       0500-LISTAR.
      *********KIT VAZIO = TODOS OS KITS******************************
           DISPLAY "PRODUTO DO KIT (VAZIO = TODOS):".
           MOVE SPACES TO WRK-KIT.
           ACCEPT WRK-KIT.
           MOVE ZEROS TO WRK-CNT-KITS WRK-CNT-LINHAS.
           MOVE SPACES TO WRK-KIT-ANTERIOR.
           MOVE "N" TO WRK-EOF-KIT.
           IF WRK-KIT = SPACES
               MOVE LOW-VALUES TO KIT-CHAVE
           ELSE
               MOVE WRK-KIT TO KIT-PRODUTO
               MOVE LOW-VALUES TO KIT-COMPONENTE
           END-IF.
           START KIT-FILE KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-KIT
           END-START.
           DISPLAY "KIT                   COMPONENTE              QTDE".
           PERFORM 0510-LISTAR-UM UNTIL FIM-KIT.
           DISPLAY "KITS LISTADOS: " WRK-CNT-KITS
               "  COMPONENTES: " WRK-CNT-LINHAS.

       0510-LISTAR-UM.
           READ KIT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-KIT
               NOT AT END
                   IF WRK-KIT NOT = SPACES
                       AND KIT-PRODUTO NOT = WRK-KIT
                       MOVE "S" TO WRK-EOF-KIT
                   ELSE
                       IF KIT-PRODUTO NOT = WRK-KIT-ANTERIOR
                           ADD 1 TO WRK-CNT-KITS
                           MOVE KIT-PRODUTO TO WRK-KIT-ANTERIOR
                       END-IF
                       MOVE KIT-PRODUTO TO WLL-KIT
                       MOVE KIT-COMPONENTE TO WLL-COMPONENTE
                       MOVE KIT-QUANTIDADE TO WLL-QUANTIDADE
                       DISPLAY WRK-LINHA-LISTA
                       ADD 1 TO WRK-CNT-LINHAS
                   END-IF
           END-READ.
