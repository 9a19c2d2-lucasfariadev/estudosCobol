      * DATA 02/09/2026
      * MANUTENCAO:
      * 02/09/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - AS NOTAS DE CREDITO EFETIVADAS (CREDNOTE,
      *                   PROGCOB86) ENTRAM NO EXTRATO PELA DATA DE
      *                   EFETIVACAO: ANTERIORES ABATEM O SALDO
      *                   ANTERIOR, AS DO MES SAEM LINHA A LINHA COM A
      *                   FATURA ORIGINAL E ABATEM O SALDO FINAL
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AR-PAYMENT-FILE ASSIGN TO "ARPAYMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGTO.
           SELECT CREDIT-NOTE-FILE ASSIGN TO "CREDNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-NUMERO
               FILE STATUS IS WRK-FS-CRN.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           COPY CPBILL.
       FD AR-PAYMENT-FILE.
           COPY CPARPAY.
       FD CREDIT-NOTE-FILE.
           COPY CPCREDNT.
       FD CUSTOMER-MASTER.
           COPY CPCUST.
       FD STATEMENT-REPORT.
       77 WRK-FS-BILL PIC X(02) VALUE ZEROS.
       77 WRK-FS-PAGTO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUST PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRN PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CRN PIC X(01) VALUE "N".
           88 FIM-CRN VALUE "S".
       77 WRK-NOTAS-OK PIC X(01) VALUE "N".
           88 NOTAS-OK VALUE "S".
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-FS-SUM PIC X(02) VALUE ZEROS.
       77 WRK-EOF-BILL PIC X(01) VALUE "N".
               03 WRK-CLI-ANTERIOR    PIC S9(09)V99.
               03 WRK-CLI-FATURADO    PIC 9(09)V99.
               03 WRK-CLI-PAGO        PIC 9(09)V99.
               03 WRK-CLI-CREDITO     PIC 9(09)V99.
       77 WRK-QTD-CLI PIC 9(03) VALUE ZEROS.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                  PIC X(08) VALUE "EXTRATO ".
           02 WPA-NUMERO              PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WPA-VALOR               PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-NOTA.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WNC-DATA                PIC 9(08).
           02 FILLER                  PIC X(09) VALUE "  CREDITO".
           02 WNC-NUMERO              PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WNC-VALOR               PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(09) VALUE "  FATURA ".
           02 WNC-FATURA              PIC 9(06).
           02 FILLER                  PIC X(08) VALUE "  MOTIVO".
           02 WNC-MOTIVO              PIC BZ9.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0100-ACUMULAR-FATURAS.
           PERFORM 0150-ACUMULAR-PAGAMENTOS.
           PERFORM 0200-ACUMULAR-NOTAS.
           PERFORM 0300-IMPRIMIR-EXTRATOS.
           PERFORM 0900-FINALIZAR.
           GOBACK.
               MOVE ZEROS TO WRK-CLI-ANTERIOR(WRK-CLI-POS)
               MOVE ZEROS TO WRK-CLI-FATURADO(WRK-CLI-POS)
               MOVE ZEROS TO WRK-CLI-PAGO(WRK-CLI-POS)
               MOVE ZEROS TO WRK-CLI-CREDITO(WRK-CLI-POS)
           END-IF.
           IF WRK-CLI-POS = 0
               DISPLAY "AVISO: TABELA DE CLIENTES CHEIA - CLIENTE "
               MOVE WRK-IDX TO WRK-CLI-POS
           END-IF.

       0200-ACUMULAR-NOTAS.
      *********PRIMEIRA PASSADA NO CREDNOTE: SO NOTA EFETIVADA CONTA,
      *********PELA DATA DE EFETIVACAO; ANTERIOR AO MES ABATE DO SALDO
      *********ANTERIOR, DO MES VAI PARA O CREDITADO*******************
           OPEN INPUT CREDIT-NOTE-FILE.
           IF WRK-FS-CRN = "00"
               MOVE "S" TO WRK-NOTAS-OK
               MOVE "N" TO WRK-EOF-CRN
               PERFORM 0210-LER-NOTA UNTIL FIM-CRN
           END-IF.

       0210-LER-NOTA.
           READ CREDIT-NOTE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-CRN
               NOT AT END
                   DIVIDE CRN-DATA-EFETIVACAO BY 100
                       GIVING WRK-ANOMES-LINHA
                   IF CRN-EFETIVADA
                       AND WRK-ANOMES-LINHA <= WRK-ANOMES
                       MOVE CRN-CLIENTE TO WRK-CLI-CORRENTE
                       PERFORM 0170-LOCALIZAR-CLIENTE
                       IF WRK-CLI-POS > 0
                           IF WRK-ANOMES-LINHA < WRK-ANOMES
                               SUBTRACT CRN-VALOR
                                   FROM WRK-CLI-ANTERIOR(WRK-CLI-POS)
                           ELSE
                               ADD CRN-VALOR
                                   TO WRK-CLI-CREDITO(WRK-CLI-POS)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0300-IMPRIMIR-EXTRATOS.
      *********SEGUNDA PASSADA: UMA PAGINA POR CLIENTE DA TABELA, COM
      *********O DETALHE RELIDO DO BILLFILE E DO ARPAYMT***************
           WRITE STATEMENT-LINE.
           PERFORM 0330-DETALHAR-FATURAS.
           PERFORM 0350-DETALHAR-PAGAMENTOS.
           PERFORM 0370-DETALHAR-NOTAS.
           COMPUTE WRK-SALDO-CORRENTE =
               WRK-CLI-ANTERIOR(WRK-IDX)
               + WRK-CLI-FATURADO(WRK-IDX)
               - WRK-CLI-PAGO(WRK-IDX)
               - WRK-CLI-CREDITO(WRK-IDX).
           MOVE "SALDO FINAL         " TO WSA-TEXTO.
           MOVE WRK-SALDO-CORRENTE TO WSA-VALOR.
           MOVE WRK-LINHA-SALDO TO STATEMENT-LINE.
                   END-IF
           END-READ.

       0370-DETALHAR-NOTAS.
      *********RELE O CREDNOTE E IMPRIME AS NOTAS DE CREDITO DO MES
      *********DO CLIENTE DA PAGINA************************************
           IF NOTAS-OK
               MOVE "N" TO WRK-EOF-CRN
               MOVE ZEROS TO CRN-NUMERO
               START CREDIT-NOTE-FILE KEY IS NOT LESS THAN CRN-NUMERO
                   INVALID KEY
                       MOVE "S" TO WRK-EOF-CRN
               END-START
               PERFORM 0375-LINHA-DE-NOTA UNTIL FIM-CRN
           END-IF.

       0375-LINHA-DE-NOTA.
           READ CREDIT-NOTE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-CRN
               NOT AT END
                   DIVIDE CRN-DATA-EFETIVACAO BY 100
                       GIVING WRK-ANOMES-LINHA
                   IF CRN-CLIENTE = WRK-CLI-CORRENTE
                       AND CRN-EFETIVADA
                       AND WRK-ANOMES-LINHA = WRK-ANOMES
                       MOVE CRN-DATA-EFETIVACAO TO WNC-DATA
                       MOVE CRN-NUMERO TO WNC-NUMERO
                       MOVE CRN-VALOR TO WNC-VALOR
                       MOVE CRN-FATURA TO WNC-FATURA
                       MOVE CRN-MOTIVO TO WNC-MOTIVO
                       MOVE WRK-LINHA-NOTA TO STATEMENT-LINE
                       WRITE STATEMENT-LINE
                   END-IF
           END-READ.

       0380-GRAVAR-RESUMO.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE WRK-CLI-CORRENTE TO SUM-CLIENTE.
           IF CADASTRO-CLIENTE-OK
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF NOTAS-OK
               CLOSE CREDIT-NOTE-FILE
           END-IF.
           CLOSE STATEMENT-REPORT STATEMENT-SUMMARY.
