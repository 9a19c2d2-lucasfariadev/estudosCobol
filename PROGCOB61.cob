      * DATA 02/09/2026
      * MANUTENCAO:
      * 02/09/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - A BAIXA COBRA MULTA E JUROS DIARIOS DE ATRASO
      *                   PELA POLITICA DO CREDPARM E GRAVA PRINCIPAL E
      *                   ENCARGOS EM SEPARADO; O CREDRPT MOSTRA OS
      *                   ENCARGOS ATE HOJE; INCLUIDA A RENEGOCIACAO DAS
      *                   PARCELAS VENCIDAS DO CLIENTE NUM CARNE NOVO E
      *                   O RELATORIO MENSAL DE ENCARGOS RECEBIDOS E
      *                   SALDOS RENEGOCIADOS (CREDMES)
      * 15/10/2026 LFL - LANCAMENTO DATADO EM PERIODO FECHADO NO
      *                   PERIODCT (PROGCOB117) E RECUSADO, CONFERIDO
      *                   PELO PROGPERI
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OVERDUE-REPORT ASSIGN TO "CREDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT CREDIT-PARM-FILE ASSIGN TO "CREDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT MONTHLY-REPORT ASSIGN TO "CREDMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MES.
       DATA DIVISION.
       FILE SECTION.
       FD INSTALLMENT-FILE.
           02 OVL-VALOR               PIC ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 OVL-DIAS-ATRASO         PIC ZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 OVL-ENCARGOS            PIC ZZZ.ZZ9,99.
      *********POLITICA DE ENCARGOS DO CONTRATO: MULTA UNICA SOBRE A
      *********PARCELA E JUROS SIMPLES POR DIA DE ATRASO, COBRADOS SO
      *********QUANDO O ATRASO PASSA DA CARENCIA; E O MAXIMO DE
      *********PARCELAS DO CARNE DE RENEGOCIACAO************************
       FD CREDIT-PARM-FILE.
       01 CREDIT-PARM-RECORD.
           02 CPM-MULTA-PCT           PIC 9(02)V99.
           02 CPM-JUROS-DIA-PCT       PIC 9(01)V9999.
           02 CPM-CARENCIA-DIAS       PIC 9(02).
           02 CPM-MAX-PARCELAS        PIC 9(02).
       FD MONTHLY-REPORT.
       01 MONTHLY-LINE.
           02 MEL-CLIENTE             PIC X(06).
           02 FILLER                  PIC X(02).
           02 MEL-VENDA               PIC 9(05).
           02 MEL-BARRA               PIC X(01).
           02 MEL-PARCELA             PIC 9(02).
           02 FILLER                  PIC X(02).
           02 MEL-SITUACAO            PIC X(11).
           02 FILLER                  PIC X(02).
           02 MEL-DATA                PIC 9(08).
           02 FILLER                  PIC X(02).
           02 MEL-PRINCIPAL           PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02).
           02 MEL-MULTA               PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02).
           02 MEL-JUROS               PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02).
           02 MEL-CARNE-NOVO          PIC X(05).
       01 MONTHLY-TITLE-LINE.
           02 MTL-TEXTO               PIC X(92).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CRD PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUST PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-FS-PARM PIC X(02) VALUE ZEROS.
       77 WRK-FS-MES PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CRD PIC X(01) VALUE "N".
           88 FIM-CRD VALUE "S".
       77 WRK-CADASTRO-CLIENTE-OK PIC X(01) VALUE "N".
       77 WRK-SER-T1 PIC 9(07) VALUE ZEROS.
       77 WRK-SER-T2 PIC 9(07) VALUE ZEROS.
       77 WRK-SER-T3 PIC 9(07) VALUE ZEROS.
       77 WRK-MULTA-PCT PIC 9(02)V99 VALUE 2,00.
       77 WRK-JUROS-DIA-PCT PIC 9(01)V9999 VALUE 0,0333.
       77 WRK-CARENCIA-DIAS PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-PARCELAS PIC 9(02) VALUE 12.
       77 WRK-VALOR-MULTA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-JUROS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-TOTAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-ENCARGOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE "N".
       77 WRK-RENEG-SEQ PIC 9(05) VALUE ZEROS.
       77 WRK-RENEG-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-RENEG-PRINCIPAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RENEG-MULTA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RENEG-JUROS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RENEG-SALDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-PARCELAS PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PARCELA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RESTO-PARCELA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MES-REF PIC 9(06) VALUE ZEROS.
       77 WRK-MES-BAIXA PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-MES PIC 9(05) VALUE ZEROS.
       77 WRK-MES-PRINCIPAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MES-MULTA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MES-JUROS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MES-REN-PRINCIPAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MES-REN-MULTA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MES-REN-JUROS PIC 9(09)V99 VALUE ZEROS.
       01 WRK-VENCIMENTO.
           02 WRK-VENC-ANO            PIC 9(04) VALUE ZEROS.
           02 WRK-VENC-MES            PIC 9(02) VALUE ZEROS.
           02 WRK-VENC-DIA            PIC 9(02) VALUE ZEROS.
       01 WRK-VENCIMENTO-NUM REDEFINES WRK-VENCIMENTO PIC 9(08).
       01 WRK-DATA-CONVERTE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CONVERTE-X REDEFINES WRK-DATA-CONVERTE.
           02 WRK-CONV-ANO       PIC 9(04).
           02 WRK-CONV-MES       PIC 9(02).
           02 WRK-CONV-DIA       PIC 9(02).
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
           COPY CPPERAR.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           MOVE WRK-DATASYS-NUM TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.
           PERFORM 0060-CARREGAR-POLITICA.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DO-CREDIARIO.
           IF WRK-FS-CRD = "00"
               MOVE "S" TO WRK-CADASTRO-CLIENTE-OK
           END-IF.

       0060-CARREGAR-POLITICA.
      *********SEM O CREDPARM: MULTA DE 2%, JUROS DE 0,0333% AO DIA
      *********(1% AO MES), SEM CARENCIA E RENEGOCIACAO EM ATE 12
      *********PARCELAS************************************************
           OPEN INPUT CREDIT-PARM-FILE.
           IF WRK-FS-PARM = "00"
               READ CREDIT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 0065-VALIDAR-POLITICA
               END-READ
               CLOSE CREDIT-PARM-FILE
           END-IF.
           DISPLAY "ENCARGOS: MULTA " WRK-MULTA-PCT "% JUROS "
               WRK-JUROS-DIA-PCT "% AO DIA CARENCIA "
               WRK-CARENCIA-DIAS " DIA(S)".

       0065-VALIDAR-POLITICA.
           IF CPM-MULTA-PCT NUMERIC
               MOVE CPM-MULTA-PCT TO WRK-MULTA-PCT
           END-IF.
           IF CPM-JUROS-DIA-PCT NUMERIC
               MOVE CPM-JUROS-DIA-PCT TO WRK-JUROS-DIA-PCT
           END-IF.
           IF CPM-CARENCIA-DIAS NUMERIC
               MOVE CPM-CARENCIA-DIAS TO WRK-CARENCIA-DIAS
           END-IF.
           IF CPM-MAX-PARCELAS NUMERIC AND CPM-MAX-PARCELAS > 0
               AND CPM-MAX-PARCELAS <= 60
               MOVE CPM-MAX-PARCELAS TO WRK-MAX-PARCELAS
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY " 01 - BAIXAR PARCELA".
           DISPLAY " 02 - PARCELAS EM ABERTO DE UM CLIENTE".
           DISPLAY " 03 - RELATORIO DE PARCELAS VENCIDAS".
           DISPLAY " 04 - RENEGOCIAR PARCELAS VENCIDAS DE UM CLIENTE".
           DISPLAY " 05 - RELATORIO MENSAL DE ENCARGOS E RENEGOCIACOES".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01
                   PERFORM 0960-CONFERIR-PERIODO
                   IF PERA-PERIODO-ABERTO
                       PERFORM 0200-BAIXAR-PARCELA
                   END-IF
               WHEN 02 PERFORM 0300-LISTAR-CLIENTE
               WHEN 03 PERFORM 0400-RELATORIO-VENCIDAS
               WHEN 04
                   PERFORM 0960-CONFERIR-PERIODO
                   IF PERA-PERIODO-ABERTO
                       PERFORM 0500-RENEGOCIAR
                   END-IF
               WHEN 05 PERFORM 0600-RELATORIO-MENSAL
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
               IF CRD-PAGA
                   DISPLAY "PARCELA JA PAGA EM " CRD-DATA-PAGAMENTO
               ELSE
                   IF CRD-RENEGOCIADA
                       DISPLAY "PARCELA RENEGOCIADA EM "
                           CRD-DATA-PAGAMENTO " NO CARNE "
                           CRD-RENEG-VENDA
                   ELSE
                       PERFORM 0210-RECEBER-PARCELA
                   END-IF
               END-IF
           END-IF.

       0210-RECEBER-PARCELA.
      *********O CLIENTE PAGA PRINCIPAL MAIS ENCARGOS; A PARCELA GUARDA
      *********A MULTA E OS JUROS SEPARADOS DO PRINCIPAL***************
           PERFORM 0250-CALCULAR-ENCARGOS.
           COMPUTE WRK-VALOR-TOTAL =
               CRD-VALOR + WRK-VALOR-MULTA + WRK-VALOR-JUROS.
           IF WRK-DIAS-ATRASO > 0
               DISPLAY "VENCIDA HA " WRK-DIAS-ATRASO " DIA(S)"
           END-IF.
           DISPLAY "PRINCIPAL " CRD-VALOR " MULTA " WRK-VALOR-MULTA
               " JUROS " WRK-VALOR-JUROS.
           DISPLAY "TOTAL A RECEBER " WRK-VALOR-TOTAL.
           DISPLAY "CONFIRMA O RECEBIMENTO? (S/N)".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
               MOVE "P" TO CRD-STATUS
               MOVE WRK-DATASYS-NUM TO CRD-DATA-PAGAMENTO
               MOVE WRK-VALOR-MULTA TO CRD-VALOR-MULTA
               MOVE WRK-VALOR-JUROS TO CRD-VALOR-JUROS
               REWRITE CRD-RECORD
               DISPLAY "PARCELA BAIXADA - VALOR " WRK-VALOR-TOTAL
           ELSE
               DISPLAY "RECEBIMENTO NAO CONFIRMADO - PARCELA EM ABERTO"
           END-IF.

       0250-CALCULAR-ENCARGOS.
      *********ENCARGOS DA PARCELA EM CRD-RECORD ATE HOJE: PASSADA A
      *********CARENCIA, MULTA SOBRE O PRINCIPAL E JUROS SIMPLES DE
      *********CADA DIA DESDE O VENCIMENTO******************************
           MOVE ZEROS TO WRK-VALOR-MULTA WRK-VALOR-JUROS.
           MOVE CRD-VENCIMENTO TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           MOVE WRK-SERIAL TO WRK-SERIAL-VENC.
           COMPUTE WRK-DIAS-ATRASO =
               WRK-SERIAL-HOJE - WRK-SERIAL-VENC.
           IF WRK-DIAS-ATRASO > WRK-CARENCIA-DIAS
               COMPUTE WRK-VALOR-MULTA ROUNDED =
                   CRD-VALOR * WRK-MULTA-PCT / 100
               COMPUTE WRK-VALOR-JUROS ROUNDED =
                   CRD-VALOR * WRK-JUROS-DIA-PCT / 100
                   * WRK-DIAS-ATRASO
           END-IF.

       0300-LISTAR-CLIENTE.
           DISPLAY "CLIENTE:".
           ACCEPT WRK-CLIENTE.
       0400-RELATORIO-VENCIDAS.
      *********PARCELAS ABERTAS COM VENCIMENTO JA PASSADO, COM OS
      *********DIAS DE ATRASO E O NOME DO CUSTMAST*********************
           MOVE ZEROS TO WRK-CNT-VENCIDAS WRK-TOT-VENCIDO
               WRK-TOT-ENCARGOS.
           MOVE "N" TO WRK-EOF-CRD.
           MOVE LOW-VALUES TO CRD-CHAVE.
           START INSTALLMENT-FILE KEY IS NOT LESS THAN CRD-CHAVE
           MOVE SPACES TO OVERDUE-LINE.
           MOVE "TOTAL VENCIDO" TO OVL-NOME.
           MOVE WRK-TOT-VENCIDO TO OVL-VALOR.
           MOVE WRK-TOT-ENCARGOS TO OVL-ENCARGOS.
           WRITE OVERDUE-LINE.
           CLOSE OVERDUE-REPORT.
           DISPLAY "PARCELAS VENCIDAS (CREDRPT): " WRK-CNT-VENCIDAS.
           END-READ.

       0420-LISTAR-VENCIDA.
           PERFORM 0250-CALCULAR-ENCARGOS.
           MOVE SPACES TO OVERDUE-LINE.
           MOVE CRD-CLIENTE TO OVL-CLIENTE.
           PERFORM 0430-BUSCAR-NOME.
           MOVE CRD-VENCIMENTO TO OVL-VENCIMENTO.
           MOVE CRD-VALOR TO OVL-VALOR.
           MOVE WRK-DIAS-ATRASO TO OVL-DIAS-ATRASO.
           COMPUTE OVL-ENCARGOS = WRK-VALOR-MULTA + WRK-VALOR-JUROS.
           WRITE OVERDUE-LINE.
           ADD 1 TO WRK-CNT-VENCIDAS.
           ADD CRD-VALOR TO WRK-TOT-VENCIDO.
           ADD WRK-VALOR-MULTA WRK-VALOR-JUROS TO WRK-TOT-ENCARGOS.

       0430-BUSCAR-NOME.
           MOVE SPACES TO OVL-NOME.
               END-READ
           END-IF.

       0500-RENEGOCIAR.
      *********FECHA AS PARCELAS VENCIDAS DO CLIENTE COMO RENEGOCIADAS
      *********(NAO PAGAS) E ABRE UM CARNE NOVO COM O PRINCIPAL MAIS OS
      *********ENCARGOS ATE HOJE, UMA PARCELA POR MES A PARTIR DE HOJE
           DISPLAY "CLIENTE:".
           ACCEPT WRK-CLIENTE.
           MOVE ZEROS TO WRK-RENEG-QTD WRK-RENEG-PRINCIPAL
               WRK-RENEG-MULTA WRK-RENEG-JUROS.
           MOVE 90000 TO WRK-RENEG-SEQ.
           PERFORM 0505-POSICIONAR-CLIENTE.
           PERFORM 0510-SOMAR-VENCIDA UNTIL FIM-CRD.
           IF WRK-RENEG-QTD = ZEROS
               DISPLAY "CLIENTE SEM PARCELAS VENCIDAS EM ABERTO"
           ELSE
               IF WRK-RENEG-SEQ >= 99999
                   DISPLAY "CLIENTE SEM NUMERO LIVRE PARA CARNE NOVO"
               ELSE
                   ADD 1 TO WRK-RENEG-SEQ
                   PERFORM 0540-PROPOR-RENEGOCIACAO
               END-IF
           END-IF.

       0505-POSICIONAR-CLIENTE.
           MOVE "N" TO WRK-EOF-CRD.
           MOVE LOW-VALUES TO CRD-CHAVE.
           MOVE WRK-CLIENTE TO CRD-CLIENTE.
           START INSTALLMENT-FILE KEY IS NOT LESS THAN CRD-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-CRD
           END-START.

       0510-SOMAR-VENCIDA.
           READ INSTALLMENT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-CRD
               NOT AT END
                   IF CRD-CLIENTE NOT = WRK-CLIENTE
                       MOVE "S" TO WRK-EOF-CRD
                   ELSE
                       IF CRD-VENDA-SEQ > WRK-RENEG-SEQ
                           MOVE CRD-VENDA-SEQ TO WRK-RENEG-SEQ
                       END-IF
                       IF CRD-ABERTA
                           AND CRD-VENCIMENTO < WRK-DATASYS-NUM
                           PERFORM 0250-CALCULAR-ENCARGOS
                           ADD 1 TO WRK-RENEG-QTD
                           ADD CRD-VALOR TO WRK-RENEG-PRINCIPAL
                           ADD WRK-VALOR-MULTA TO WRK-RENEG-MULTA
                           ADD WRK-VALOR-JUROS TO WRK-RENEG-JUROS
                       END-IF
                   END-IF
           END-READ.

       0520-FECHAR-VENCIDA.
           READ INSTALLMENT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-CRD
               NOT AT END
                   IF CRD-CLIENTE NOT = WRK-CLIENTE
                       MOVE "S" TO WRK-EOF-CRD
                   ELSE
                       IF CRD-ABERTA
                           AND CRD-VENCIMENTO < WRK-DATASYS-NUM
                           PERFORM 0250-CALCULAR-ENCARGOS
                           MOVE "R" TO CRD-STATUS
                           MOVE WRK-DATASYS-NUM TO CRD-DATA-PAGAMENTO
                           MOVE WRK-VALOR-MULTA TO CRD-VALOR-MULTA
                           MOVE WRK-VALOR-JUROS TO CRD-VALOR-JUROS
                           MOVE WRK-RENEG-SEQ TO CRD-RENEG-VENDA
                           REWRITE CRD-RECORD
                       END-IF
                   END-IF
           END-READ.

       0530-GRAVAR-PARCELA-NOVA.
           IF WRK-VENC-MES < 12
               ADD 1 TO WRK-VENC-MES
           ELSE
               MOVE 01 TO WRK-VENC-MES
               ADD 1 TO WRK-VENC-ANO
           END-IF.
           MOVE WRK-CLIENTE TO CRD-CLIENTE.
           MOVE WRK-RENEG-SEQ TO CRD-VENDA-SEQ.
           MOVE WRK-PARCELA TO CRD-PARCELA.
           MOVE WRK-VENCIMENTO-NUM TO CRD-VENCIMENTO.
           IF WRK-PARCELA = WRK-QTD-PARCELAS
               COMPUTE CRD-VALOR =
                   WRK-VALOR-PARCELA + WRK-RESTO-PARCELA
           ELSE
               MOVE WRK-VALOR-PARCELA TO CRD-VALOR
           END-IF.
           MOVE "A" TO CRD-STATUS.
           MOVE ZEROS TO CRD-DATA-PAGAMENTO CRD-VALOR-MULTA
               CRD-VALOR-JUROS CRD-RENEG-VENDA.
           WRITE CRD-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PARCELA " WRK-PARCELA
                       " DO CARNE " WRK-RENEG-SEQ
           END-WRITE.

       0540-PROPOR-RENEGOCIACAO.
           COMPUTE WRK-RENEG-SALDO = WRK-RENEG-PRINCIPAL
               + WRK-RENEG-MULTA + WRK-RENEG-JUROS.
           DISPLAY "PARCELAS VENCIDAS: " WRK-RENEG-QTD.
           DISPLAY "PRINCIPAL " WRK-RENEG-PRINCIPAL " MULTA "
               WRK-RENEG-MULTA " JUROS " WRK-RENEG-JUROS.
           DISPLAY "SALDO A RENEGOCIAR " WRK-RENEG-SALDO.
           DISPLAY "QUANTIDADE DE PARCELAS (1 A " WRK-MAX-PARCELAS
               "):".
           ACCEPT WRK-QTD-PARCELAS.
           IF WRK-QTD-PARCELAS < 1
               OR WRK-QTD-PARCELAS > WRK-MAX-PARCELAS
               DISPLAY "QUANTIDADE INVALIDA - RENEGOCIACAO CANCELADA"
           ELSE
               DIVIDE WRK-RENEG-SALDO BY WRK-QTD-PARCELAS
                   GIVING WRK-VALOR-PARCELA
                   REMAINDER WRK-RESTO-PARCELA
               IF WRK-VALOR-PARCELA + WRK-RESTO-PARCELA > 999999,99
                   DISPLAY "PARCELA ACIMA DO LIMITE DO CARNE - AUMENTE"
                       " A QUANTIDADE DE PARCELAS"
               ELSE
                   PERFORM 0550-CONFIRMAR-RENEGOCIACAO
               END-IF
           END-IF.

       0550-CONFIRMAR-RENEGOCIACAO.
           DISPLAY WRK-QTD-PARCELAS " PARCELAS DE " WRK-VALOR-PARCELA
               " NO CARNE " WRK-RENEG-SEQ.
           DISPLAY "CONFIRMA A RENEGOCIACAO? (S/N)".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
               PERFORM 0505-POSICIONAR-CLIENTE
               PERFORM 0520-FECHAR-VENCIDA UNTIL FIM-CRD
               MOVE WRK-DATASYS-NUM TO WRK-VENCIMENTO-NUM
               IF WRK-VENC-DIA > 28
                   MOVE 28 TO WRK-VENC-DIA
               END-IF
               PERFORM 0530-GRAVAR-PARCELA-NOVA
                   VARYING WRK-PARCELA FROM 1 BY 1
                   UNTIL WRK-PARCELA > WRK-QTD-PARCELAS
               DISPLAY "RENEGOCIACAO GRAVADA - CARNE " WRK-RENEG-SEQ
                   " DO CLIENTE " WRK-CLIENTE
           ELSE
               DISPLAY "RENEGOCIACAO NAO CONFIRMADA"
           END-IF.

       0600-RELATORIO-MENSAL.
      *********ENCARGOS RECEBIDOS NAS BAIXAS DO MES E SALDOS FECHADOS
      *********POR RENEGOCIACAO NO MES, COM OS TOTAIS DE CADA UM*******
           DISPLAY "MES DE REFERENCIA (AAAAMM):".
           ACCEPT WRK-MES-REF.
           MOVE ZEROS TO WRK-CNT-MES WRK-MES-PRINCIPAL WRK-MES-MULTA
               WRK-MES-JUROS WRK-MES-REN-PRINCIPAL WRK-MES-REN-MULTA
               WRK-MES-REN-JUROS.
           OPEN OUTPUT MONTHLY-REPORT.
           MOVE SPACES TO MONTHLY-LINE.
           STRING "ENCARGOS E RENEGOCIACOES DO CREDIARIO - MES "
               WRK-MES-REF DELIMITED BY SIZE INTO MTL-TEXTO.
           WRITE MONTHLY-LINE.
           MOVE SPACES TO MONTHLY-LINE.
           WRITE MONTHLY-LINE.
           MOVE "N" TO WRK-EOF-CRD.
           MOVE LOW-VALUES TO CRD-CHAVE.
           START INSTALLMENT-FILE KEY IS NOT LESS THAN CRD-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-CRD
           END-START.
           PERFORM 0610-CONFERIR-BAIXA UNTIL FIM-CRD.
           MOVE SPACES TO MONTHLY-LINE.
           WRITE MONTHLY-LINE.
           MOVE SPACES TO MONTHLY-LINE.
           MOVE "RECEBIDO" TO MEL-SITUACAO.
           MOVE WRK-MES-PRINCIPAL TO MEL-PRINCIPAL.
           MOVE WRK-MES-MULTA TO MEL-MULTA.
           MOVE WRK-MES-JUROS TO MEL-JUROS.
           WRITE MONTHLY-LINE.
           MOVE SPACES TO MONTHLY-LINE.
           MOVE "RENEGOCIADO" TO MEL-SITUACAO.
           MOVE WRK-MES-REN-PRINCIPAL TO MEL-PRINCIPAL.
           MOVE WRK-MES-REN-MULTA TO MEL-MULTA.
           MOVE WRK-MES-REN-JUROS TO MEL-JUROS.
           WRITE MONTHLY-LINE.
           COMPUTE WRK-TOT-ENCARGOS = WRK-MES-MULTA + WRK-MES-JUROS.
           COMPUTE WRK-RENEG-SALDO = WRK-MES-REN-PRINCIPAL
               + WRK-MES-REN-MULTA + WRK-MES-REN-JUROS.
           MOVE SPACES TO MONTHLY-LINE.
           MOVE "ENCARGOS RECEBIDOS NO MES" TO MTL-TEXTO.
           WRITE MONTHLY-LINE.
           MOVE SPACES TO MONTHLY-LINE.
           MOVE WRK-TOT-ENCARGOS TO MEL-PRINCIPAL.
           WRITE MONTHLY-LINE.
           MOVE SPACES TO MONTHLY-LINE.
           MOVE "SALDO RENEGOCIADO NO MES (PRINCIPAL + ENCARGOS)"
               TO MTL-TEXTO.
           WRITE MONTHLY-LINE.
           MOVE SPACES TO MONTHLY-LINE.
           MOVE WRK-RENEG-SALDO TO MEL-PRINCIPAL.
           WRITE MONTHLY-LINE.
           CLOSE MONTHLY-REPORT.
           DISPLAY "RELATORIO MENSAL (CREDMES): " WRK-CNT-MES
               " BAIXA(S) NO MES".

       0610-CONFERIR-BAIXA.
           READ INSTALLMENT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-CRD
               NOT AT END
                   DIVIDE CRD-DATA-PAGAMENTO BY 100
                       GIVING WRK-MES-BAIXA
                   IF WRK-MES-BAIXA = WRK-MES-REF
                       AND (CRD-PAGA OR CRD-RENEGOCIADA)
                       PERFORM 0620-LISTAR-BAIXA
                   END-IF
           END-READ.

       0620-LISTAR-BAIXA.
           MOVE SPACES TO MONTHLY-LINE.
           MOVE CRD-CLIENTE TO MEL-CLIENTE.
           MOVE CRD-VENDA-SEQ TO MEL-VENDA.
           MOVE "/" TO MEL-BARRA.
           MOVE CRD-PARCELA TO MEL-PARCELA.
           MOVE CRD-DATA-PAGAMENTO TO MEL-DATA.
           MOVE CRD-VALOR TO MEL-PRINCIPAL.
           MOVE CRD-VALOR-MULTA TO MEL-MULTA.
           MOVE CRD-VALOR-JUROS TO MEL-JUROS.
           IF CRD-PAGA
               MOVE "PAGA" TO MEL-SITUACAO
               ADD CRD-VALOR TO WRK-MES-PRINCIPAL
               ADD CRD-VALOR-MULTA TO WRK-MES-MULTA
               ADD CRD-VALOR-JUROS TO WRK-MES-JUROS
           ELSE
               MOVE "RENEGOCIADA" TO MEL-SITUACAO
               MOVE CRD-RENEG-VENDA TO MEL-CARNE-NOVO
               ADD CRD-VALOR TO WRK-MES-REN-PRINCIPAL
               ADD CRD-VALOR-MULTA TO WRK-MES-REN-MULTA
               ADD CRD-VALOR-JUROS TO WRK-MES-REN-JUROS
           END-IF.
           WRITE MONTHLY-LINE.
           ADD 1 TO WRK-CNT-MES.

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
