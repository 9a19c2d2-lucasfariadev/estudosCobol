       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB101.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: DEVOLUCOES AO FORNECEDOR EM ABERTO: RELATORIO
      *           DEVOLRPT POR FORNECEDOR DAS NOTAS DE DEBITO
      *           (DEBNOTE, EMITIDAS NA DEVOLUCAO DO PROGCOB44) QUE
      *           AINDA ESPERAM O CREDITO OU A REPOSICAO, COM O VALOR
      *           QUE O FORNECEDOR AINDA DEVE E SUBTOTAL POR
      *           FORNECEDOR; E A BAIXA DA NOTA DE DEBITO QUANDO CHEGA
      *           O CREDITO DO FORNECEDOR (A REPOSICAO BAIXA SOZINHA
      *           NA ENTRADA CONTRA O PEDIDO NO PROGCOB44)
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
           SELECT DEBIT-NOTE-FILE ASSIGN TO "DEBNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DBN-NUMERO
               FILE STATUS IS WRK-FS-DBN.
           SELECT SUPPLIER-MASTER ASSIGN TO "SUPPLIER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORN.
           SELECT OPEN-RETURNS-REPORT ASSIGN TO "DEVOLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD DEBIT-NOTE-FILE.
           COPY CPDEBNOT.
       FD SUPPLIER-MASTER.
           COPY CPSUPPLR.
       FD OPEN-RETURNS-REPORT.
       01 OPEN-RETURNS-LINE.
           02 DEV-FORNECEDOR          PIC X(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 DEV-NOME                PIC X(30).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 DEV-NOTA                PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 DEV-EMISSAO             PIC 9(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 DEV-PEDIDO              PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 DEV-PRODUTO             PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 DEV-QUANTIDADE          PIC ZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 DEV-REPOSTA             PIC ZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 DEV-AGUARDA             PIC X(09).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 DEV-VALOR               PIC ZZZ.ZZZ.ZZ9,99.
       WORKING-STORAGE SECTION.
       77 WRK-FS-DBN PIC X(02) VALUE ZEROS.
       77 WRK-FS-FORN PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-DBN PIC X(01) VALUE "N".
           88 FIM-DBN VALUE "S".
       77 WRK-FORNECEDORES-OK PIC X(01) VALUE "N".
           88 FORNECEDORES-OK VALUE "S".
       77 WRK-FORNECEDOR-ACHOU PIC X(01) VALUE "N".
           88 FORNECEDOR-ACHOU VALUE "S".
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-SAIR PIC X(01) VALUE "N".
           88 SAIR-DAS-DEVOLUCOES VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-NOTA PIC 9(06) VALUE ZEROS.
       77 WRK-DOC-CREDITO PIC X(09) VALUE SPACES.
       77 WRK-CONFIRMA PIC X(01) VALUE "N".
       77 WRK-VALOR-ABERTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-DEV PIC 9(03) VALUE ZEROS.
       77 WRK-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-IDX2 PIC 9(03) VALUE ZEROS.
       77 WRK-FORN-ANTERIOR PIC X(06) VALUE SPACES.
       77 WRK-SUBTOTAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-GERAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CNT-FORNECEDORES PIC 9(05) VALUE ZEROS.
      *********NOTAS DE DEBITO ABERTAS, ORDENADAS POR FORNECEDOR E
      *********NUMERO DA NOTA******************************************
       01 WRK-TABELA-DEVOLUCOES.
           02 WRK-DEV-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-DEV.
               03 WRK-DEV-FORNECEDOR  PIC X(06).
               03 WRK-DEV-NOTA        PIC 9(06).
               03 WRK-DEV-EMISSAO     PIC 9(08).
               03 WRK-DEV-PEDIDO      PIC 9(06).
               03 WRK-DEV-PRODUTO     PIC X(20).
               03 WRK-DEV-QUANTIDADE  PIC 9(05).
               03 WRK-DEV-REPOSTA     PIC 9(05).
               03 WRK-DEV-REPOSICAO   PIC X(01).
               03 WRK-DEV-VALOR       PIC 9(09)V99.
       01 WRK-TROCA-AUX               PIC X(68).
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
           COPY CPRPTHDR.
       LINKAGE SECTION.
       01 LK-OPERADOR                 PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           OPEN I-O DEBIT-NOTE-FILE.
           IF WRK-FS-DBN = "35"
               OPEN OUTPUT DEBIT-NOTE-FILE
               CLOSE DEBIT-NOTE-FILE
               OPEN I-O DEBIT-NOTE-FILE
           END-IF.
           IF WRK-FS-DBN NOT = "00"
               DISPLAY "ERRO AO ABRIR DEBNOTE: " WRK-FS-DBN
               MOVE "S" TO WRK-SAIR
           END-IF.
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DAS-DEVOLUCOES.
           IF WRK-FS-DBN = "00"
               CLOSE DEBIT-NOTE-FILE
           END-IF.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY "    DEVOLUCOES AO FORNECEDOR EM ABERTO".
           DISPLAY "=============================================".
           DISPLAY " 01 - RELATORIO POR FORNECEDOR (DEVOLRPT)".
           DISPLAY " 02 - BAIXAR NOTA DE DEBITO PELO CREDITO".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01 PERFORM 0200-RELATORIO-ABERTAS
               WHEN 02 PERFORM 0300-BAIXAR-CREDITO
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0150-LER-FORNECEDOR.
           MOVE "N" TO WRK-FORNECEDOR-ACHOU.
           IF FORNECEDORES-OK
               MOVE WRK-DEV-FORNECEDOR(WRK-IDX) TO FOR-CODIGO
               READ SUPPLIER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-FORNECEDOR-ACHOU
               END-READ
           END-IF.

       0200-RELATORIO-ABERTAS.
      *********NOTA ABERTA DEVE AO FORNECEDOR O VALOR INTEIRO QUANDO
      *********ESPERA CREDITO, E SO A PARTE AINDA NAO REPOSTA (PELO
      *********CUSTO DA DEVOLUCAO) QUANDO ESPERA REPOSICAO*************
           MOVE ZEROS TO WRK-QTD-DEV WRK-TOTAL-GERAL
               WRK-CNT-FORNECEDORES.
           MOVE "N" TO WRK-EOF-DBN.
           MOVE ZEROS TO DBN-NUMERO.
           START DEBIT-NOTE-FILE KEY IS NOT LESS THAN DBN-NUMERO
               INVALID KEY
                   MOVE "S" TO WRK-EOF-DBN
           END-START.
           PERFORM 0210-CARREGAR-NOTA UNTIL FIM-DBN.
           IF WRK-QTD-DEV > 1
               PERFORM 0220-PASSADA-ORDENACAO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX >= WRK-QTD-DEV
           END-IF.
           OPEN INPUT SUPPLIER-MASTER.
           IF WRK-FS-FORN = "00"
               MOVE "S" TO WRK-FORNECEDORES-OK
           ELSE
               MOVE "N" TO WRK-FORNECEDORES-OK
           END-IF.
           OPEN OUTPUT OPEN-RETURNS-REPORT.
           PERFORM 0230-GRAVAR-CABECALHO.
           MOVE SPACES TO WRK-FORN-ANTERIOR.
           MOVE ZEROS TO WRK-SUBTOTAL.
           IF WRK-QTD-DEV > ZEROS
               PERFORM 0240-IMPRIMIR-NOTA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-DEV
               PERFORM 0250-IMPRIMIR-SUBTOTAL
           END-IF.
           MOVE SPACES TO OPEN-RETURNS-LINE.
           WRITE OPEN-RETURNS-LINE.
           MOVE SPACES TO OPEN-RETURNS-LINE.
           MOVE "TOTAL A RECEBER DOS FORNECEDORES" TO DEV-NOME.
           MOVE WRK-TOTAL-GERAL TO DEV-VALOR.
           WRITE OPEN-RETURNS-LINE.
           CLOSE OPEN-RETURNS-REPORT.
           IF FORNECEDORES-OK
               CLOSE SUPPLIER-MASTER
           END-IF.
           DISPLAY "NOTAS DE DEBITO EM ABERTO (DEVOLRPT): " WRK-QTD-DEV
               "  FORNECEDORES " WRK-CNT-FORNECEDORES
               "  TOTAL " WRK-TOTAL-GERAL.

       0210-CARREGAR-NOTA.
           READ DEBIT-NOTE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-DBN
               NOT AT END
                   IF DBN-ABERTA AND WRK-QTD-DEV < 500
                       ADD 1 TO WRK-QTD-DEV
                       MOVE DBN-FORNECEDOR
                           TO WRK-DEV-FORNECEDOR(WRK-QTD-DEV)
                       MOVE DBN-NUMERO TO WRK-DEV-NOTA(WRK-QTD-DEV)
                       MOVE DBN-DATA-EMISSAO
                           TO WRK-DEV-EMISSAO(WRK-QTD-DEV)
                       MOVE DBN-PEDIDO TO WRK-DEV-PEDIDO(WRK-QTD-DEV)
                       MOVE DBN-PRODUTO TO WRK-DEV-PRODUTO(WRK-QTD-DEV)
                       MOVE DBN-QUANTIDADE
                           TO WRK-DEV-QUANTIDADE(WRK-QTD-DEV)
                       MOVE DBN-QTD-REPOSTA
                           TO WRK-DEV-REPOSTA(WRK-QTD-DEV)
                       MOVE DBN-REPOSICAO
                           TO WRK-DEV-REPOSICAO(WRK-QTD-DEV)
                       PERFORM 0215-VALOR-EM-ABERTO
                       MOVE WRK-VALOR-ABERTO
                           TO WRK-DEV-VALOR(WRK-QTD-DEV)
                   END-IF
           END-READ.

       0215-VALOR-EM-ABERTO.
           IF DBN-COM-REPOSICAO
               COMPUTE WRK-VALOR-ABERTO =
                   (DBN-QUANTIDADE - DBN-QTD-REPOSTA) * DBN-CUSTO-UNIT
           ELSE
               MOVE DBN-VALOR TO WRK-VALOR-ABERTO
           END-IF.

       0220-PASSADA-ORDENACAO.
           COMPUTE WRK-IDX2 = WRK-IDX + 1.
           PERFORM 0225-COMPARAR-TROCAR
               UNTIL WRK-IDX2 > WRK-QTD-DEV.

       0225-COMPARAR-TROCAR.
           IF WRK-DEV-FORNECEDOR(WRK-IDX2) < WRK-DEV-FORNECEDOR(WRK-IDX)
               OR (WRK-DEV-FORNECEDOR(WRK-IDX2) =
                   WRK-DEV-FORNECEDOR(WRK-IDX)
                   AND WRK-DEV-NOTA(WRK-IDX2) < WRK-DEV-NOTA(WRK-IDX))
               MOVE WRK-DEV-ENTRY(WRK-IDX) TO WRK-TROCA-AUX
               MOVE WRK-DEV-ENTRY(WRK-IDX2) TO WRK-DEV-ENTRY(WRK-IDX)
               MOVE WRK-TROCA-AUX TO WRK-DEV-ENTRY(WRK-IDX2)
           END-IF.
           ADD 1 TO WRK-IDX2.

       0230-GRAVAR-CABECALHO.
      *********CABECALHO PADRAO: PROGRAMA, DATA, OPERADOR E PAGINA*****
           MOVE "PROGCOB101" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE SPACES TO OPEN-RETURNS-LINE.
           MOVE RPT-HEADER-LINE TO OPEN-RETURNS-LINE.
           WRITE OPEN-RETURNS-LINE.
           MOVE SPACES TO OPEN-RETURNS-LINE.
           MOVE "DEVOLUCOES AO FORNECEDOR EM ABERTO" TO DEV-NOME.
           WRITE OPEN-RETURNS-LINE.

       0240-IMPRIMIR-NOTA.
           IF WRK-DEV-FORNECEDOR(WRK-IDX) NOT = WRK-FORN-ANTERIOR
               IF WRK-FORN-ANTERIOR NOT = SPACES
                   PERFORM 0250-IMPRIMIR-SUBTOTAL
               END-IF
               MOVE WRK-DEV-FORNECEDOR(WRK-IDX) TO WRK-FORN-ANTERIOR
               MOVE ZEROS TO WRK-SUBTOTAL
               ADD 1 TO WRK-CNT-FORNECEDORES
           END-IF.
           MOVE SPACES TO OPEN-RETURNS-LINE.
           MOVE WRK-DEV-FORNECEDOR(WRK-IDX) TO DEV-FORNECEDOR.
           PERFORM 0150-LER-FORNECEDOR.
           IF FORNECEDOR-ACHOU
               MOVE FOR-NOME TO DEV-NOME
           END-IF.
           MOVE WRK-DEV-NOTA(WRK-IDX) TO DEV-NOTA.
           MOVE WRK-DEV-EMISSAO(WRK-IDX) TO DEV-EMISSAO.
           MOVE WRK-DEV-PEDIDO(WRK-IDX) TO DEV-PEDIDO.
           MOVE WRK-DEV-PRODUTO(WRK-IDX) TO DEV-PRODUTO.
           MOVE WRK-DEV-QUANTIDADE(WRK-IDX) TO DEV-QUANTIDADE.
           MOVE WRK-DEV-REPOSTA(WRK-IDX) TO DEV-REPOSTA.
           IF WRK-DEV-REPOSICAO(WRK-IDX) = "S"
               MOVE "REPOSICAO" TO DEV-AGUARDA
           ELSE
               MOVE "CREDITO" TO DEV-AGUARDA
           END-IF.
           MOVE WRK-DEV-VALOR(WRK-IDX) TO DEV-VALOR.
           WRITE OPEN-RETURNS-LINE.
           ADD WRK-DEV-VALOR(WRK-IDX) TO WRK-SUBTOTAL.
           ADD WRK-DEV-VALOR(WRK-IDX) TO WRK-TOTAL-GERAL.

       0250-IMPRIMIR-SUBTOTAL.
           MOVE SPACES TO OPEN-RETURNS-LINE.
           MOVE WRK-FORN-ANTERIOR TO DEV-FORNECEDOR.
           MOVE "SUBTOTAL DO FORNECEDOR" TO DEV-NOME.
           MOVE WRK-SUBTOTAL TO DEV-VALOR.
           WRITE OPEN-RETURNS-LINE.

       0300-BAIXAR-CREDITO.
      *********O CREDITO DO FORNECEDOR QUITA A NOTA DE DEBITO INTEIRA,
      *********INCLUSIVE A PARTE AINDA NAO REPOSTA; O DOCUMENTO DO
      *********CREDITO FICA NA NOTA (DBN-DOC-CREDITO)******************
           DISPLAY "NUMERO DA NOTA DE DEBITO:".
           ACCEPT WRK-NOTA.
           MOVE WRK-NOTA TO DBN-NUMERO.
           READ DEBIT-NOTE-FILE
               INVALID KEY
                   DISPLAY "NOTA DE DEBITO NAO ENCONTRADA: " WRK-NOTA
               NOT INVALID KEY
                   PERFORM 0310-CONFERIR-NOTA
           END-READ.

       0310-CONFERIR-NOTA.
           IF NOT DBN-ABERTA
               DISPLAY "NOTA DE DEBITO JA BAIXADA (STATUS " DBN-STATUS
                   " EM " DBN-DATA-BAIXA ")"
           ELSE
               PERFORM 0215-VALOR-EM-ABERTO
               DISPLAY "FORNECEDOR " DBN-FORNECEDOR "  PEDIDO "
                   DBN-PEDIDO "  PRODUTO " DBN-PRODUTO
               DISPLAY "DEVOLVIDO " DBN-QUANTIDADE "  REPOSTO "
                   DBN-QTD-REPOSTA "  EM ABERTO " WRK-VALOR-ABERTO
               DISPLAY "DOCUMENTO DE CREDITO DO FORNECEDOR:"
               ACCEPT WRK-DOC-CREDITO
               DISPLAY "CONFIRMA A BAIXA PELO CREDITO? (S/N)"
               ACCEPT WRK-CONFIRMA
               IF WRK-DOC-CREDITO = SPACES
                   DISPLAY "DOCUMENTO DE CREDITO E OBRIGATORIO -"
                       " BAIXA CANCELADA"
               ELSE
                   IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
                       MOVE "C" TO DBN-STATUS
                       MOVE WRK-DATASYS-NUM TO DBN-DATA-BAIXA
                       MOVE WRK-DOC-CREDITO TO DBN-DOC-CREDITO
                       REWRITE DBN-RECORD
                       DISPLAY "NOTA DE DEBITO " DBN-NUMERO
                           " BAIXADA PELO CREDITO " DBN-DOC-CREDITO
                   ELSE
                       DISPLAY "BAIXA CANCELADA"
                   END-IF
               END-IF
           END-IF.
