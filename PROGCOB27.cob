      *                   ABERTO NO CONTAS A RECEBER (AROPEN), COM O
      *                   SALDO IGUAL AO FRETE FATURADO; A BAIXA DOS
      *                   RECEBIMENTOS E O AGING SAEM NO PROGCOB50
      * 15/10/2026 LFL - CADA GRAVACAO NOS CADASTROS INDEXADOS DEIXA A
      *                   IMAGEM POSTERIOR NO DIARIO UPDJRNL (PROGJRNL),
      *                   PARA A RECUPERACAO PELO PROGCOB115
      * 15/10/2026 LFL - FATURA NA DATA DO NEGOCIO EM MES FECHADO NO
      *                   PERIODCT (PROGCOB117, CONFERIDO PELO PROGPERI)
      *                   E RECUSADA: NADA E FATURADO E A RECUSA VAI AO
      *                   SYSLOG PELO PROGERR
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               03 WRK-CLI-FRETE       PIC 9(08)V99.
       77 WRK-QTD-CLI PIC 9(03) VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
           COPY CPJRNLAR.
           COPY CPSYSERR.
           COPY CPPERAR.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0080-CONFERIR-PERIODO.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-FRTDET.
           PERFORM 0300-FINALIZAR.
                   WRK-FS-AROPEN ") - FATURAS SEM TITULO EM ABERTO"
           END-IF.

       0080-CONFERIR-PERIODO.
      *********A FATURA SAI NA DATA DO NEGOCIO; COM O MES FECHADO
      *********(PROGCOB117) NENHUM FRETE DO FRTDET E FATURADO**********
           MOVE WRK-DATASYS-NUM TO PERA-DATA.
           CALL "PROGPERI" USING PERA-AREA.
           IF PERA-PERIODO-FECHADO
               DISPLAY "FATURAMENTO RECUSADO - PERIODO " PERA-ANOMES
                   " FECHADO (REABERTURA SO PELO PROGCOB117)"
               MOVE "PROGCOB27" TO SERR-PROGRAMA
               MOVE "BILLFILE" TO SERR-ARQUIVO
               MOVE "PERIODO" TO SERR-OPERACAO
               MOVE "92" TO SERR-STATUS
               CALL "PROGERR" USING SERR-AREA
               MOVE "S" TO WRK-EOF-FRTDET
           END-IF.

       0065-ACHAR-MAIOR-NUMERO.
           READ BILLING-FILE NEXT
               AT END
                   INVALID KEY
                       DISPLAY "ERRO AO ABRIR TITULO DA FATURA "
                           FAT-NUMERO " NO AROPEN"
                   NOT INVALID KEY
                       MOVE "W" TO JRN-OPERACAO
                       PERFORM 0982-DIARIO-TITULO
               END-WRITE
           END-IF.

       0982-DIARIO-TITULO.
      *********IMAGEM DO TITULO GRAVADO VAI PARA O DIARIO UPDJRNL*******
           MOVE "PROGCOB27" TO JRN-PROGRAMA.
           MOVE "LOTE" TO JRN-OPERADOR.
           MOVE "AROPEN" TO JRN-ARQUIVO.
           MOVE ARO-NUMERO TO JRN-CHAVE.
           MOVE ARO-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.
