      * DATA 02/09/2026
      * MANUTENCAO:
      * 02/09/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - NOVA FONTE ESTORNOFRT: AS NOTAS DE CREDITO DE
      *                   FRETE EFETIVADAS NA DATA (CREDNOTE, PROGCOB86)
      *                   SAEM COMO ESTORNO DE RECEITA (RECEITA DE
      *                   FRETE X CLIENTES, CONTAS PELO ACCTMAP)
      * 15/10/2026 LFL - NOVA FONTE PERDAESTQ: AS BAIXAS POR PERDA DO
      *                   DIA (VENCIDO OU AVARIA, ORIGEM PERDA NO
      *                   STOCKMOV, PROGCOB44) SAEM PELO CUSTO MEDIO
      *                   (PERDA DE ESTOQUE X ESTOQUE, CONTAS PELO
      *                   ACCTMAP)
      * 15/10/2026 LFL - NOVA FONTE CMV: O CUSTO DAS MERCADORIAS
      *                   VENDIDAS APURADO NA DATA PELA MARGEM BRUTA
      *                   DO PROGCOB100 (CMVMES) SAI COMO CMV X
      *                   ESTOQUE; A REAPURACAO LANCA SO A DIFERENCA,
      *                   COM A REDUCAO NA FONTE ESTORNOCMV
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SETTLEMENT-FILE ASSIGN TO "SETTLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SETTLF.
           SELECT CREDIT-NOTE-FILE ASSIGN TO "CREDNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRN-NUMERO
               FILE STATUS IS WRK-FS-CRN.
           SELECT STOCK-MOVEMENT ASSIGN TO "STOCKMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.
           SELECT COGS-FILE ASSIGN TO "CMVMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMV-COMPETENCIA
               FILE STATUS IS WRK-FS-CMV.
           SELECT LEDGER-INTERFACE ASSIGN TO "LEDGERIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGER.
           02 STF-FRETE               PIC 9(09)V99.
           02 FILLER                  PIC X(02).
           02 STF-DEVIDO              PIC 9(09)V99.
       FD CREDIT-NOTE-FILE.
           COPY CPCREDNT.
       FD STOCK-MOVEMENT.
           COPY CPSTKMOV.
       FD COGS-FILE.
           COPY CPCMVMES.
       FD LEDGER-INTERFACE.
       01 LEDGER-RECORD.
           02 LDG-DATA                PIC 9(08).
       77 WRK-FS-FRTDET PIC X(02) VALUE ZEROS.
       77 WRK-FS-SETTLF PIC X(02) VALUE ZEROS.
       77 WRK-FS-LEDGER PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRN PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CRN PIC X(01) VALUE "N".
           88 FIM-CRN VALUE "S".
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOV PIC X(02) VALUE ZEROS.
       77 WRK-EOF-MOV PIC X(01) VALUE "N".
           88 FIM-MOV VALUE "S".
       77 WRK-FS-CMV PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CMV PIC X(01) VALUE "N".
           88 FIM-CMV VALUE "S".
       77 WRK-EOF-MAPA PIC X(01) VALUE "N".
           88 FIM-MAPA VALUE "S".
       77 WRK-EOF-DETALHE PIC X(01) VALUE "N".
       77 WRK-RECEITA-LIQUIDA PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FRETE PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DEVIDO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ESTORNO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PERDA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CMV PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ESTORNO-CMV PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FONTE PIC X(10) VALUE SPACES.
       77 WRK-CONTA-DEBITO PIC X(08) VALUE SPACES.
       77 WRK-CONTA-CREDITO PIC X(08) VALUE SPACES.
               PERFORM 0100-SOMAR-VENDAS
               PERFORM 0150-SOMAR-FRETE
               PERFORM 0200-SOMAR-TRANSPORTADORAS
               PERFORM 0250-SOMAR-NOTAS-CREDITO
               PERFORM 0270-SOMAR-PERDAS
               PERFORM 0290-SOMAR-CMV
               PERFORM 0300-GERAR-LANCAMENTOS
               PERFORM 0400-RELATORIO-DE-CONTROLE
           END-IF.
                   END-IF
           END-READ.

       0250-SOMAR-NOTAS-CREDITO.
      *********NOTAS DE CREDITO EFETIVADAS NA DATA DE PROCESSAMENTO
      *********(CREDNOTE, PROGCOB86 OU APROVACAO NO PROGCOB80)*********
           OPEN INPUT CREDIT-NOTE-FILE.
           IF WRK-FS-CRN NOT = "00"
               MOVE "S" TO WRK-EOF-CRN
           END-IF.
           PERFORM 0260-LER-NOTA UNTIL FIM-CRN.
           IF WRK-FS-CRN = "00" OR WRK-FS-CRN = "10"
               CLOSE CREDIT-NOTE-FILE
           END-IF.

       0260-LER-NOTA.
           READ CREDIT-NOTE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-CRN
               NOT AT END
                   IF CRN-EFETIVADA
                       AND CRN-DATA-EFETIVACAO = WRK-DATASYS-NUM
                       ADD CRN-VALOR TO WRK-TOT-ESTORNO
                   END-IF
           END-READ.

       0270-SOMAR-PERDAS.
      *********BAIXAS POR PERDA DA DATA DE PROCESSAMENTO (SAIDA ORIGEM
      *********PERDA NO STOCKMOV, JA VALORIZADA PELO CUSTO MEDIO)******
           OPEN INPUT STOCK-MOVEMENT.
           IF WRK-FS-MOV NOT = "00"
               MOVE "S" TO WRK-EOF-MOV
           END-IF.
           PERFORM 0280-LER-PERDA UNTIL FIM-MOV.
           IF WRK-FS-MOV = "00" OR WRK-FS-MOV = "10"
               CLOSE STOCK-MOVEMENT
           END-IF.

       0280-LER-PERDA.
           READ STOCK-MOVEMENT
               AT END
                   MOVE "S" TO WRK-EOF-MOV
               NOT AT END
                   IF MOV-SAIDA AND MOV-ORIGEM = "PERDA"
                       AND MOV-DATA NUMERIC
                       AND MOV-DATA = WRK-DATASYS-NUM
                       AND MOV-VALOR NUMERIC
                       ADD MOV-VALOR TO WRK-TOT-PERDA
                   END-IF
           END-READ.

       0290-SOMAR-CMV.
      *********CMV APURADO NA DATA DE PROCESSAMENTO (CMVMES, DO
      *********PROGCOB100): O QUE PASSA DO JA LANCADO E CMV, O QUE
      *********FICA ABAIXO E ESTORNO DE CMV****************************
           OPEN INPUT COGS-FILE.
           IF WRK-FS-CMV NOT = "00"
               MOVE "S" TO WRK-EOF-CMV
           END-IF.
           PERFORM 0295-LER-CMV UNTIL FIM-CMV.
           IF WRK-FS-CMV = "00" OR WRK-FS-CMV = "10"
               CLOSE COGS-FILE
           END-IF.

       0295-LER-CMV.
           READ COGS-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-CMV
               NOT AT END
                   IF CMV-DATA-APURACAO = WRK-DATASYS-NUM
                       IF CMV-VALOR > CMV-VALOR-LANCADO
                           COMPUTE WRK-TOT-CMV = WRK-TOT-CMV
                               + CMV-VALOR - CMV-VALOR-LANCADO
                       ELSE
                           COMPUTE WRK-TOT-ESTORNO-CMV =
                               WRK-TOT-ESTORNO-CMV
                               + CMV-VALOR-LANCADO - CMV-VALOR
                       END-IF
                   END-IF
           END-READ.

       0300-GERAR-LANCAMENTOS.
      *********MONTA AS PARTIDAS DOBRADAS: VENDAS (CAIXA X RECEITA
      *********BRUTA), ICMS (RECEITA X ICMS A RECOLHER), FRETE
      *********(CLIENTES X RECEITA DE FRETE) E TRANSPORTADORA (CUSTO
      *********X A PAGAR), ESTORNO DE FRETE POR NOTA DE CREDITO
      *********(RECEITA DE FRETE X CLIENTES) E PERDA DE ESTOQUE (PERDA
      *********X ESTOQUE), CMV (CMV X ESTOQUE) E ESTORNO DE CMV
      *********(ESTOQUE X CMV), CADA FONTE FECHADA EM SI MESMA*********
           OPEN OUTPUT LEDGER-INTERFACE.
           IF WRK-TOT-VENDAS > ZEROS
               MOVE "VENDAS" TO WRK-FONTE
               MOVE WRK-TOT-DEVIDO TO WRK-VALOR-LANCAMENTO
               PERFORM 0310-PARTIDA-DOBRADA
           END-IF.
           IF WRK-TOT-ESTORNO > ZEROS
               MOVE "ESTORNOFRT" TO WRK-FONTE
               MOVE WRK-TOT-ESTORNO TO WRK-VALOR-LANCAMENTO
               PERFORM 0310-PARTIDA-DOBRADA
           END-IF.
           IF WRK-TOT-PERDA > ZEROS
               MOVE "PERDAESTQ" TO WRK-FONTE
               MOVE WRK-TOT-PERDA TO WRK-VALOR-LANCAMENTO
               PERFORM 0310-PARTIDA-DOBRADA
           END-IF.
           IF WRK-TOT-CMV > ZEROS
               MOVE "CMV" TO WRK-FONTE
               MOVE WRK-TOT-CMV TO WRK-VALOR-LANCAMENTO
               PERFORM 0310-PARTIDA-DOBRADA
           END-IF.
           IF WRK-TOT-ESTORNO-CMV > ZEROS
               MOVE "ESTORNOCMV" TO WRK-FONTE
               MOVE WRK-TOT-ESTORNO-CMV TO WRK-VALOR-LANCAMENTO
               PERFORM 0310-PARTIDA-DOBRADA
           END-IF.
           CLOSE LEDGER-INTERFACE.

       0310-PARTIDA-DOBRADA.
