      *                   OPCIONAL (ORD-SEGURO E VALOR DECLARADO), QUE
      *                   O LOTE PROGCOB09 PRECIFICA PELA TABELA DA
      *                   SEGURADORA INSRATE
      * 15/10/2026 LFL - CLIENTE BLOQUEADO PELA REGUA DE COBRANCA
      *                   (CREDHOLD, PROGCOB85) TEM O PEDIDO RECUSADO
      *                   EM 0235-CONFERIR-CREDITO, SEM AVAL NA TELA:
      *                   SO A LIBERACAO DO GERENTE NO PROGCOB85 SOLTA
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS QUO-NUMERO
               FILE STATUS IS WRK-FS-QUOTE.
           SELECT CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-CLIENTE
               FILE STATUS IS WRK-FS-HLD.
       DATA DIVISION.
       FILE SECTION.
       FD ORDERS-FILE.
           COPY CPCUST.
       FD CUSTOMER-EXPOSURE.
           COPY CPCUSEXP.
       FD CREDIT-HOLD-FILE.
           COPY CPCRHOLD.
       FD QUOTE-FILE.
           COPY CPQUOTE.
       WORKING-STORAGE SECTION.
       77 WRK-EXPOSICAO-OK PIC X(01) VALUE "N".
           88 EXPOSICAO-OK VALUE "S".
       77 WRK-EXP-ATUAL PIC S9(09)V99 VALUE ZEROS.
       77 WRK-FS-HLD PIC X(02) VALUE ZEROS.
       77 WRK-BLOQUEIOS-OK PIC X(01) VALUE "N".
           88 BLOQUEIOS-OK VALUE "S".
       77 WRK-CREDITO-OK PIC X(01) VALUE "S".
           88 CREDITO-OK VALUE "S".
       77 WRK-CNT-CREDITO-RECUSADO PIC 9(05) VALUE ZEROS.
           IF WRK-FS-EXP = "00"
               MOVE "S" TO WRK-EXPOSICAO-OK
           END-IF.
           OPEN INPUT CREDIT-HOLD-FILE.
           IF WRK-FS-HLD = "00"
               MOVE "S" TO WRK-BLOQUEIOS-OK
           END-IF.
           OPEN INPUT QUOTE-FILE.
           IF WRK-FS-QUOTE = "00"
               MOVE "S" TO WRK-COTACOES-OK
      *********ESTRANGEIRA E CONFERIDO PELO VALOR DE FACE E O LOTE
      *********PROGCOB09 FAZ A CONFERENCIA FINAL EM REAIS**************
           MOVE "S" TO WRK-CREDITO-OK.
           PERFORM 0238-CONFERIR-BLOQUEIO.
           IF CREDITO-OK AND CADASTRO-CLIENTE-OK
               MOVE WRK-CLIENTE TO CUST-CODIGO
               READ CUSTOMER-MASTER
                   INVALID KEY
               MOVE "N" TO WRK-CREDITO-OK
           END-IF.

       0238-CONFERIR-BLOQUEIO.
      *********CLIENTE BLOQUEADO PELA REGUA DE COBRANCA NAO TEM AVAL
      *********NA TELA: O GERENTE LIBERA NO PROGCOB85******************
           IF BLOQUEIOS-OK
               MOVE WRK-CLIENTE TO HLD-CLIENTE
               READ CREDIT-HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HLD-BLOQUEADO
                           MOVE "N" TO WRK-CREDITO-OK
                           DISPLAY "CLIENTE BLOQUEADO POR COBRANCA EM "
                               HLD-DATA-BLOQUEIO " (TITULO "
                               HLD-TITULO ") - LIBERACAO SO PELO"
                               " GERENTE"
                       END-IF
               END-READ
           END-IF.

       0240-GRAVAR-PEDIDO.
           MOVE WRK-CLIENTE TO ORD-CLIENTE.
           MOVE WRK-PRODUTO TO ORD-PRODUTO.
           IF COTACOES-OK
               CLOSE QUOTE-FILE
           END-IF.
           IF BLOQUEIOS-OK
               CLOSE CREDIT-HOLD-FILE
           END-IF.

       0700-CALCULAR-SERIAL.
      *********NUMERO SERIAL DE DIAS DA DATA EM WRK-DATA-CONVERTE,
