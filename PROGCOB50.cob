      *                   DE EXPOSICAO DE CREDITO DO CLIENTE (CUSTEXP)
      *                   CONSUMIDO PELO PROGCOB09, FECHANDO O CICLO
      *                   DO CONTROLE DE CREDITO
      * 15/10/2026 LFL - NOVA OPCAO DE IMPORTACAO DO RETORNO DA
      *                   COBRANCA BANCARIA (BANKRET, COM HDR/TRL DO
      *                   CPFEEDCT): CADA LINHA CASA COM O AROPEN PELO
      *                   NUMERO DO TITULO E BAIXA PELA MESMA ROTINA
      *                   DA DIGITACAO (ARPAYMT + CUSTEXP); PAGAMENTO
      *                   PARCIAL, A MAIOR E TITULO DESCONHECIDO VAO
      *                   PARA O SUSPENSO ARSUSP, COM O RELATORIO
      *                   RETRPT PARA O FINANCEIRO
      * 15/10/2026 LFL - CADA GRAVACAO NOS CADASTROS INDEXADOS DEIXA A
      *                   IMAGEM POSTERIOR NO DIARIO UPDJRNL (PROGJRNL),
      *                   PARA A RECUPERACAO PELO PROGCOB115
      * 15/10/2026 LFL - LANCAMENTO DATADO EM PERIODO FECHADO NO
      *                   PERIODCT (PROGCOB117) E RECUSADO, CONFERIDO
      *                   PELO PROGPERI
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AGING-REPORT ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT BANK-RETURN-FILE ASSIGN TO "BANKRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RET.
           SELECT SUSPENSE-FILE ASSIGN TO "ARSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUSP.
           SELECT RETURN-REPORT ASSIGN TO "RETRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETRPT.
       DATA DIVISION.
       FILE SECTION.
       FD AR-OPEN-FILE.
           02 AGL-60-DIAS             PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 AGL-90-MAIS             PIC ZZ.ZZZ.ZZ9,99.
       FD BANK-RETURN-FILE.
       01 RET-RECORD.
           02 RET-NUMERO              PIC 9(06).
           02 RET-DATA-CREDITO        PIC 9(08).
           02 RET-VALOR               PIC 9(08)V99.
       01 RET-CONTROLE                PIC X(35).
       FD SUSPENSE-FILE.
           COPY CPARSUSP.
       FD RETURN-REPORT.
       01 RETURN-LINE.
           02 RR-NUMERO               PIC 9(06).
           02 FILLER                  PIC X(02).
           02 RR-CLIENTE              PIC X(06).
           02 FILLER                  PIC X(02).
           02 RR-DATA-CREDITO         PIC 9(08).
           02 FILLER                  PIC X(02).
           02 RR-VALOR                PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02).
           02 RR-BAIXADO              PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02).
           02 RR-SUSPENSO             PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02).
           02 RR-SITUACAO             PIC X(22).
       WORKING-STORAGE SECTION.
       77 WRK-FS-AROPEN PIC X(02) VALUE ZEROS.
       77 WRK-FS-PAGTO PIC X(02) VALUE ZEROS.
       77 WRK-IDADE-DIAS PIC S9(05) VALUE ZEROS.
       77 WRK-CLI-POS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FS-RET PIC X(02) VALUE ZEROS.
       77 WRK-FS-SUSP PIC X(02) VALUE ZEROS.
       77 WRK-FS-RETRPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-RET PIC X(01) VALUE "N".
           88 FIM-RET VALUE "S".
       77 WRK-VALOR-SUSPENSO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MOTIVO-SUSPENSO PIC X(22) VALUE SPACES.
       77 WRK-CNT-RET-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-RET-BAIXADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-RET-SUSPENSOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-RET-BAIXADO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-RET-SUSPENSO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-EOF-CTL PIC X(01) VALUE "N".
           88 FIM-CTL VALUE "S".
       77 WRK-CTL-PRESENTE PIC X(01) VALUE "N".
           88 CONTROLE-PRESENTE VALUE "S".
       77 WRK-CTL-REPROVADO PIC X(01) VALUE "N".
           88 CONTROLE-REPROVADO VALUE "S".
       77 WRK-TRL-ACHADO PIC X(01) VALUE "N".
           88 TRAILER-ACHADO VALUE "S".
       77 WRK-PRIMEIRA-LINHA PIC X(01) VALUE "S".
       77 WRK-LINHA-CONTROLE PIC X(01) VALUE "N".
           88 LINHA-CONTROLE VALUE "S".
       77 WRK-CTL-QTD PIC 9(06) VALUE ZEROS.
       77 WRK-CTL-HASH PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TRL-QTD PIC 9(06) VALUE ZEROS.
       77 WRK-TRL-HASH PIC 9(13)V99 VALUE ZEROS.
           COPY CPFEEDCT.
           COPY CPSYSERR.
      *********ACUMULADO DO AGING POR CLIENTE, NAS QUATRO FAIXAS*******
       01 WRK-TABELA-AGING.
           02 WRK-AGE-ENTRY OCCURS 1 TO 200 TIMES
           02 WRK-CONV-MES       PIC 9(02).
           02 WRK-CONV-DIA       PIC 9(02).
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
           COPY CPJRNLAR.
           COPY CPPERAR.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           DISPLAY "=============================================".
           DISPLAY " 01 - BAIXAR PAGAMENTO DE FATURA".
           DISPLAY " 02 - RELATORIO DE AGING POR CLIENTE".
           DISPLAY " 03 - IMPORTAR RETORNO DA COBRANCA BANCARIA".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01
                   PERFORM 0960-CONFERIR-PERIODO
                   IF PERA-PERIODO-ABERTO
                       PERFORM 0200-BAIXAR-PAGAMENTO
                   END-IF
               WHEN 02 PERFORM 0400-RELATORIO-AGING
               WHEN 03
                   PERFORM 0960-CONFERIR-PERIODO
                   IF PERA-PERIODO-ABERTO
                       PERFORM 0500-IMPORTAR-RETORNO
                   END-IF
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           IF ARO-SALDO = ZEROS
               MOVE "Q" TO ARO-STATUS
           END-IF.
           REWRITE ARO-RECORD
           IF WRK-FS-AROPEN = "00"
               MOVE "R" TO JRN-OPERACAO
               PERFORM 0982-DIARIO-TITULO
           END-IF.
           PERFORM 0260-GRAVAR-RECEBIMENTO.
           PERFORM 0270-ALIVIAR-EXPOSICAO.
           ADD 1 TO WRK-CNT-BAIXADOS.
                           MOVE ZEROS TO EXP-VALOR
                       END-IF
                       REWRITE EXP-RECORD
                       IF WRK-FS-EXP = "00"
                           MOVE "R" TO JRN-OPERACAO
                           PERFORM 0986-DIARIO-EXPOSICAO
                       END-IF
               END-READ
           END-IF.

               END-READ
           END-IF.

       0500-IMPORTAR-RETORNO.
      *********RETORNO DIARIO DO BANCO: UMA LINHA POR TITULO LIQUIDADO
      *********(NUMERO = ARO-NUMERO, DATA DO CREDITO, VALOR PAGO).
      *********ARQUIVO COM HDR SO E ACEITO SE O TRAILER PROVAR A
      *********QUANTIDADE E O HASH (SOMA DOS VALORES PAGOS)************
           MOVE ZEROS TO WRK-CNT-RET-LIDOS WRK-CNT-RET-BAIXADOS
               WRK-CNT-RET-SUSPENSOS WRK-TOT-RET-BAIXADO
               WRK-TOT-RET-SUSPENSO WRK-CTL-QTD WRK-CTL-HASH
               WRK-TRL-QTD WRK-TRL-HASH.
           MOVE "N" TO WRK-EOF-CTL WRK-CTL-PRESENTE WRK-CTL-REPROVADO
               WRK-TRL-ACHADO WRK-EOF-RET.
           MOVE "S" TO WRK-PRIMEIRA-LINHA.
           PERFORM 0510-VALIDAR-CONTROLE.
           OPEN INPUT BANK-RETURN-FILE.
           IF WRK-FS-RET NOT = "00"
               DISPLAY "ERRO AO ABRIR BANKRET: " WRK-FS-RET
           ELSE
               IF CONTROLE-REPROVADO
                   PERFORM 0590-RECUSAR-RETORNO
               ELSE
                   OPEN OUTPUT RETURN-REPORT
                   PERFORM 0520-LER-RETORNO
                   PERFORM 0530-PROCESSAR-RETORNO UNTIL FIM-RET
                   PERFORM 0580-TOTAIS-RETORNO
                   CLOSE RETURN-REPORT
               END-IF
               CLOSE BANK-RETURN-FILE
           END-IF.

       0510-VALIDAR-CONTROLE.
      *********PASSADA PREVIA DO HDR/TRL, IGUAL AO PROGCOB31***********
           OPEN INPUT BANK-RETURN-FILE.
           IF WRK-FS-RET NOT = "00"
               MOVE "S" TO WRK-EOF-CTL
           END-IF.
           PERFORM 0515-LER-CONTROLE UNTIL FIM-CTL.
           IF WRK-FS-RET = "00" OR WRK-FS-RET = "10"
               CLOSE BANK-RETURN-FILE
           END-IF.
           IF CONTROLE-PRESENTE
               EVALUATE TRUE
                   WHEN NOT TRAILER-ACHADO
                       MOVE "S" TO WRK-CTL-REPROVADO
                   WHEN WRK-CTL-QTD NOT = WRK-TRL-QTD
                       MOVE "S" TO WRK-CTL-REPROVADO
                   WHEN WRK-CTL-HASH NOT = WRK-TRL-HASH
                       MOVE "S" TO WRK-CTL-REPROVADO
                   WHEN OTHER
                       DISPLAY "BANKRET CONFERIDO: " WRK-CTL-QTD
                           " LINHAS PROVADAS PELO TRAILER"
               END-EVALUATE
           END-IF.

       0515-LER-CONTROLE.
           READ BANK-RETURN-FILE
               AT END
                   MOVE "S" TO WRK-EOF-CTL
               NOT AT END
                   MOVE RET-CONTROLE TO FEED-CTL-AREA
                   EVALUATE TRUE
                       WHEN FEED-CTL-HDR
                           AND WRK-PRIMEIRA-LINHA = "S"
                           MOVE "S" TO WRK-CTL-PRESENTE
                       WHEN FEED-CTL-TRL AND CONTROLE-PRESENTE
                           MOVE "S" TO WRK-TRL-ACHADO
                           IF FEED-TRL-QTD NUMERIC
                               MOVE FEED-TRL-QTD TO WRK-TRL-QTD
                           END-IF
                           IF FEED-TRL-HASH NUMERIC
                               MOVE FEED-TRL-HASH TO WRK-TRL-HASH
                           END-IF
                       WHEN CONTROLE-PRESENTE
                           AND NOT TRAILER-ACHADO
                           ADD 1 TO WRK-CTL-QTD
                           IF RET-VALOR NUMERIC
                               ADD RET-VALOR TO WRK-CTL-HASH
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   MOVE "N" TO WRK-PRIMEIRA-LINHA
           END-READ.

       0520-LER-RETORNO.
      *********AS LINHAS DE CONTROLE HDR/TRL SAO SO MARCADAS E PULADAS*
           READ BANK-RETURN-FILE
               AT END
                   MOVE "S" TO WRK-EOF-RET
               NOT AT END
                   MOVE RET-CONTROLE TO FEED-CTL-AREA
                   IF FEED-CTL-HDR OR FEED-CTL-TRL
                       MOVE "S" TO WRK-LINHA-CONTROLE
                   ELSE
                       MOVE "N" TO WRK-LINHA-CONTROLE
                   END-IF
           END-READ.

       0530-PROCESSAR-RETORNO.
      *********VALOR IGUAL AO SALDO BAIXA; A MAIOR BAIXA O SALDO E O
      *********EXCEDENTE VAI AO SUSPENSO; PARCIAL, TITULO QUITADO OU
      *********DESCONHECIDO VAI INTEIRO AO SUSPENSO PARA O FINANCEIRO
      *********DECIDIR (A BAIXA PARCIAL SEGUE PELA OPCAO 01)***********
           IF NOT LINHA-CONTROLE
               ADD 1 TO WRK-CNT-RET-LIDOS
               MOVE ZEROS TO WRK-VALOR-PAGO WRK-VALOR-SUSPENSO
               MOVE SPACES TO WRK-MOTIVO-SUSPENSO
               MOVE RET-NUMERO TO WRK-FATURA
               PERFORM 0150-LER-TITULO
               EVALUATE TRUE
                   WHEN RET-NUMERO NOT NUMERIC
                       OR RET-VALOR NOT NUMERIC
                       MOVE "N" TO WRK-TITULO-ACHOU
                       MOVE ZEROS TO WRK-VALOR-SUSPENSO
                       MOVE "LINHA INVALIDA" TO WRK-MOTIVO-SUSPENSO
                   WHEN NOT TITULO-ACHOU
                       MOVE RET-VALOR TO WRK-VALOR-SUSPENSO
                       MOVE "TITULO DESCONHECIDO" TO WRK-MOTIVO-SUSPENSO
                   WHEN ARO-QUITADA OR ARO-SALDO = ZEROS
                       MOVE RET-VALOR TO WRK-VALOR-SUSPENSO
                       MOVE "TITULO JA QUITADO" TO WRK-MOTIVO-SUSPENSO
                   WHEN RET-VALOR < ARO-SALDO
                       MOVE RET-VALOR TO WRK-VALOR-SUSPENSO
                       MOVE "PAGAMENTO PARCIAL" TO WRK-MOTIVO-SUSPENSO
                   WHEN RET-VALOR > ARO-SALDO
                       MOVE ARO-SALDO TO WRK-VALOR-PAGO
                       COMPUTE WRK-VALOR-SUSPENSO =
                           RET-VALOR - ARO-SALDO
                       MOVE "PAGAMENTO A MAIOR" TO WRK-MOTIVO-SUSPENSO
                   WHEN OTHER
                       MOVE RET-VALOR TO WRK-VALOR-PAGO
               END-EVALUATE
               IF WRK-VALOR-PAGO > ZEROS
                   PERFORM 0250-GRAVAR-BAIXA
                   ADD 1 TO WRK-CNT-RET-BAIXADOS
                   ADD WRK-VALOR-PAGO TO WRK-TOT-RET-BAIXADO
               END-IF
               IF WRK-MOTIVO-SUSPENSO NOT = SPACES
                   PERFORM 0550-GRAVAR-SUSPENSO
               END-IF
               PERFORM 0560-LINHA-RETORNO
           END-IF.
           PERFORM 0520-LER-RETORNO.

       0550-GRAVAR-SUSPENSO.
           OPEN EXTEND SUSPENSE-FILE.
           IF WRK-FS-SUSP NOT = "00"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           MOVE SPACES TO SUS-RECORD.
           MOVE WRK-DATASYS-NUM TO SUS-DATA.
           MOVE ZEROS TO SUS-NUMERO SUS-DATA-CREDITO.
           IF RET-NUMERO NUMERIC
               MOVE RET-NUMERO TO SUS-NUMERO
           END-IF.
           IF TITULO-ACHOU
               MOVE ARO-CLIENTE TO SUS-CLIENTE
           END-IF.
           IF RET-DATA-CREDITO NUMERIC
               MOVE RET-DATA-CREDITO TO SUS-DATA-CREDITO
           END-IF.
           MOVE WRK-VALOR-SUSPENSO TO SUS-VALOR.
           MOVE WRK-MOTIVO-SUSPENSO TO SUS-MOTIVO.
           MOVE WRK-OPERADOR TO SUS-OPERADOR.
           WRITE SUS-RECORD.
           CLOSE SUSPENSE-FILE.
           ADD 1 TO WRK-CNT-RET-SUSPENSOS.
           ADD WRK-VALOR-SUSPENSO TO WRK-TOT-RET-SUSPENSO.

       0560-LINHA-RETORNO.
           MOVE SPACES TO RETURN-LINE.
           MOVE ZEROS TO RR-NUMERO RR-DATA-CREDITO.
           IF RET-NUMERO NUMERIC
               MOVE RET-NUMERO TO RR-NUMERO
           END-IF.
           IF TITULO-ACHOU
               MOVE ARO-CLIENTE TO RR-CLIENTE
           END-IF.
           IF RET-DATA-CREDITO NUMERIC
               MOVE RET-DATA-CREDITO TO RR-DATA-CREDITO
           END-IF.
           IF RET-VALOR NUMERIC
               MOVE RET-VALOR TO RR-VALOR
           ELSE
               MOVE ZEROS TO RR-VALOR
           END-IF.
           MOVE WRK-VALOR-PAGO TO RR-BAIXADO.
           MOVE WRK-VALOR-SUSPENSO TO RR-SUSPENSO.
           IF WRK-MOTIVO-SUSPENSO = SPACES
               MOVE "BAIXADO" TO RR-SITUACAO
           ELSE
               MOVE WRK-MOTIVO-SUSPENSO TO RR-SITUACAO
           END-IF.
           WRITE RETURN-LINE.

       0580-TOTAIS-RETORNO.
           MOVE SPACES TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE SPACES TO RETURN-LINE.
           MOVE WRK-CNT-RET-BAIXADOS TO RR-NUMERO.
           MOVE "TOTAL BAIXADO" TO RR-SITUACAO.
           MOVE WRK-TOT-RET-BAIXADO TO RR-BAIXADO.
           WRITE RETURN-LINE.
           MOVE SPACES TO RETURN-LINE.
           MOVE WRK-CNT-RET-SUSPENSOS TO RR-NUMERO.
           MOVE "TOTAL EM SUSPENSO" TO RR-SITUACAO.
           MOVE WRK-TOT-RET-SUSPENSO TO RR-SUSPENSO.
           WRITE RETURN-LINE.
           DISPLAY "=============================================".
           DISPLAY "RETORNO DA COBRANCA BANCARIA (RETRPT)".
           DISPLAY "LINHAS LIDAS : " WRK-CNT-RET-LIDOS.
           DISPLAY "BAIXADAS     : " WRK-CNT-RET-BAIXADOS
               "  VALOR " WRK-TOT-RET-BAIXADO.
           DISPLAY "EM SUSPENSO  : " WRK-CNT-RET-SUSPENSOS
               "  VALOR " WRK-TOT-RET-SUSPENSO " (ARSUSP)".
           DISPLAY "=============================================".

       0590-RECUSAR-RETORNO.
      *********TRAILER NAO PROVOU: NADA E BAIXADO E A RECUSA VAI AO
      *********SYSLOG PELO TRATADOR COMUM******************************
           DISPLAY "BANKRET RECUSADO - TRAILER NAO PROVA ("
               WRK-CTL-QTD " LIDOS X " WRK-TRL-QTD " NO TRAILER)".
           MOVE "PROGCOB50" TO SERR-PROGRAMA.
           MOVE "BANKRET" TO SERR-ARQUIVO.
           MOVE "TRAILER" TO SERR-OPERACAO.
           MOVE "91" TO SERR-STATUS.
           CALL "PROGERR" USING SERR-AREA.

       0700-CALCULAR-SERIAL.
      *********NUMERO SERIAL DE DIAS DA DATA EM WRK-DATA-CONVERTE,
      *********PELA FORMULA INTEIRA 367A - 7(A+(M+9)/12)/4 + 275M/9 + D
           COMPUTE WRK-SERIAL =
               (367 * WRK-SER-ANO) - WRK-SER-T2 + WRK-SER-T3
               + WRK-SER-DIA.

       0960-CONFERIR-PERIODO.
      *********LANCAMENTO DATADO EM MES FECHADO (PROGCOB117) E RECUSADO
           MOVE WRK-DATASYS-NUM TO PERA-DATA.
           PERFORM 0962-CONSULTAR-PERIODO.

       0962-CONSULTAR-PERIODO.
           CALL "PROGPERI" USING PERA-AREA.
           IF PERA-PERIODO-FECHADO
               DISPLAY "PERIODO " PERA-ANOMES " FECHADO - LANCAMENTO"
                   " RECUSADO (REABERTURA SO PELO PROGCOB117)"
           END-IF.

       0982-DIARIO-TITULO.
      *********IMAGEM DO TITULO GRAVADO VAI PARA O DIARIO UPDJRNL*******
           MOVE "PROGCOB50" TO JRN-PROGRAMA.
           MOVE WRK-OPERADOR TO JRN-OPERADOR.
           MOVE "AROPEN" TO JRN-ARQUIVO.
           MOVE ARO-NUMERO TO JRN-CHAVE.
           MOVE ARO-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.

       0986-DIARIO-EXPOSICAO.
      *********IMAGEM DA EXPOSICAO GRAVADA VAI PARA O DIARIO UPDJRNL****
           MOVE "PROGCOB50" TO JRN-PROGRAMA.
           MOVE WRK-OPERADOR TO JRN-OPERADOR.
           MOVE "CUSTEXP" TO JRN-ARQUIVO.
           MOVE EXP-CLIENTE TO JRN-CHAVE.
           MOVE EXP-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.
