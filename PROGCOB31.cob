      *                   COBRADOS): TRAILER QUE NAO PROVA RECUSA O
      *                   ARQUIVO, COM A RECUSA NO SYSLOG VIA PROGERR;
      *                   ARQUIVO SEM HDR SEGUE SEM CONFERENCIA
      * 15/10/2026 LFL - A TOLERANCIA PADRAO DA FATURA PASSA A VIR DO
      *                   PARMFILE (PROGPARM, TOLERANCIA-FRT); O
      *                   OPERADOR AINDA PODE INFORMAR OUTRA NA EXECUCAO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-EOF-INV PIC X(01) VALUE "N".
           88 FIM-INV VALUE "S".
       77 WRK-TOLERANCIA PIC 9(03)V99 VALUE 1.
       77 WRK-TOLERANCIA-PADRAO PIC 9(03)V99 VALUE 1.
       77 WRK-TOLERANCIA-ED PIC ZZ9,99.
       77 WRK-LIMITE PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(08)V99 VALUE ZEROS.
       77 WRK-DIFERENCA-ABS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TRL-HASH PIC 9(13)V99 VALUE ZEROS.
           COPY CPFEEDCT.
           COPY CPSYSERR.
           COPY CPPRMAR.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0970-CARREGAR-PARAMETROS.
           PERFORM 0020-VALIDAR-CONTROLE.
           PERFORM 0050-ABRIR-ARQUIVOS.
           IF CONTROLE-REPROVADO
               MOVE "S" TO WRK-EOF-INV
           END-IF.
           OPEN OUTPUT RECON-REPORT.
           MOVE WRK-TOLERANCIA-PADRAO TO WRK-TOLERANCIA-ED.
           DISPLAY "TOLERANCIA EM PERCENTUAL DO FRETE COTADO"
               " (VAZIO = " WRK-TOLERANCIA-ED "%):".
           ACCEPT WRK-TOLERANCIA.
           IF WRK-TOLERANCIA = ZEROS
               MOVE WRK-TOLERANCIA-PADRAO TO WRK-TOLERANCIA
           END-IF.

       0100-INICIALIZAR.
               CLOSE SHIPMENT-TRACKING
           END-IF.
           CLOSE RECON-REPORT.

       0970-CARREGAR-PARAMETROS.
      *********O VALUE E O PADRAO; VALENDO NO PARMFILE, VALE O DE LA**
           MOVE "TOLERANCIA-FRT" TO PRMA-NOME.
           MOVE WRK-TOLERANCIA-PADRAO TO PRMA-VALOR.
           CALL "PROGPARM" USING PRMA-AREA.
           MOVE PRMA-VALOR TO WRK-TOLERANCIA-PADRAO.
