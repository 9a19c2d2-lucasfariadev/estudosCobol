       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB95.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: CONCILIACAO DA LIQUIDACAO DA ADQUIRENTE DE CARTAO E
      *           PIX: IMPORTA O ARQUIVO ACQSETL (HDR/TRL DO CPFEEDCT),
      *           CASA CADA TRANSACAO LIQUIDADA COM A VENDA DO SALESDET
      *           (DATA, CAIXA, FORMA E VALOR) E RELATA A TAXA RETIDA,
      *           O LIQUIDO ESPERADO NO BANCO E A DATA DA LIQUIDACAO,
      *           COM SECOES DE EXCECAO PARA VENDA NUNCA LIQUIDADA,
      *           LIQUIDACAO SEM VENDA E CHARGEBACK (RELATORIO ACQRPT)
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
           SELECT SETTLEMENT-FILE ASSIGN TO "ACQSETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACQ.
           SELECT SALES-DETAIL ASSIGN TO "SALESDET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DETALHE.
           SELECT ACQ-REPORT ASSIGN TO "ACQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD SETTLEMENT-FILE.
           COPY CPACQSET.
       01 ACQ-CONTROLE                PIC X(33).
       FD SALES-DETAIL.
           COPY CPSALDET.
       FD ACQ-REPORT.
       01 ACQ-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ACQ PIC X(02) VALUE ZEROS.
       77 WRK-FS-DETALHE PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ACQ PIC X(01) VALUE "N".
           88 FIM-ACQ VALUE "S".
       77 WRK-EOF-DETALHE PIC X(01) VALUE "N".
           88 FIM-DETALHE VALUE "S".
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
       77 WRK-DATA-INICIAL PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FINAL PIC 9(08) VALUE ZEROS.
       77 WRK-MENOR-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-MAIOR-DATA PIC 9(08) VALUE ZEROS.
      *********VENDAS A CARTAO E PIX DO PERIODO, DO SALESDET***********
       01 WRK-TABELA-VENDAS.
           02 WRK-VND-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WRK-QTD-VND.
               03 WRK-VND-DATA        PIC 9(08).
               03 WRK-VND-CAIXA       PIC 9(02).
               03 WRK-VND-SEQ         PIC 9(05).
               03 WRK-VND-FORMA       PIC X(01).
               03 WRK-VND-VALOR       PIC 9(06)V99.
               03 WRK-VND-SITUACAO    PIC X(01).
                   88 VND-PENDENTE    VALUE "P".
                   88 VND-LIQUIDADA   VALUE "L".
                   88 VND-DEVOLVIDA   VALUE "D".
       77 WRK-QTD-VND PIC 9(04) VALUE ZEROS.
      *********LIQUIDACOES SEM VENDA E CHARGEBACKS, GUARDADOS PARA AS
      *********SECOES DE EXCECAO DO FIM DO RELATORIO*******************
       01 WRK-TABELA-EXCECOES.
           02 WRK-EXC-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WRK-QTD-EXC.
               03 WRK-EXC-TIPO        PIC X(01).
               03 WRK-EXC-FORMA       PIC X(01).
               03 WRK-EXC-DATA        PIC 9(08).
               03 WRK-EXC-CAIXA       PIC 9(02).
               03 WRK-EXC-SEQ         PIC 9(05).
               03 WRK-EXC-BRUTO       PIC 9(06)V99.
               03 WRK-EXC-LIQUIDO     PIC 9(06)V99.
               03 WRK-EXC-DATA-LIQ    PIC 9(08).
               03 WRK-EXC-AUTORIZACAO PIC X(12).
       77 WRK-QTD-EXC PIC 9(04) VALUE ZEROS.
       77 WRK-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-VND-POS PIC 9(04) VALUE ZEROS.
       77 WRK-TAXA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-LIQUIDO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PCT-TAXA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-CNT-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-CONCILIADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-BRUTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-TAXA PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CNT-SECAO PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-SECAO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CNT-NAO-LIQUIDADAS PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-SEM-VENDA PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-CHARGEBACK PIC 9(06) VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       COPY CPRPTHDR.
       01 WRK-LINHA-TITULO            PIC X(60) VALUE SPACES.
       01 WRK-LINHA-COLUNAS.
           02 FILLER                  PIC X(40) VALUE
               "DT VENDA CX   SEQ F      VALOR BRUTO    ".
           02 FILLER                  PIC X(40) VALUE
               "         TAXA  %TAXA          LIQUIDO DT".
           02 FILLER                  PIC X(18) VALUE
               " LIQ   AUTORIZACAO".
       01 WRK-LINHA-DETALHE.
           02 WLD-DATA                PIC 9(08).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-CAIXA               PIC 9(02).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-SEQ                 PIC ZZZZ9.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-FORMA               PIC X(01).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-BRUTO               PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-TAXA                PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-PCT                 PIC ZZ9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-LIQUIDO             PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-DATA-LIQ            PIC 9(08).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLD-AUTORIZACAO         PIC X(12).
       01 WRK-LINHA-TOTAL.
           02 WLT-DESCRICAO           PIC X(40).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLT-QTD                 PIC ZZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLT-VALOR               PIC Z.ZZZ.ZZZ.ZZ9,99.
       LINKAGE SECTION.
       01 LK-OPERADOR                 PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           PERFORM 0100-VALIDAR-CONTROLE.
           IF WRK-FS-ACQ NOT = "00" AND WRK-FS-ACQ NOT = "10"
               DISPLAY "ERRO AO ABRIR ACQSETL: " WRK-FS-ACQ
           ELSE
               IF CONTROLE-REPROVADO
                   PERFORM 0190-RECUSAR-ARQUIVO
               ELSE
                   PERFORM 0150-DEFINIR-PERIODO
                   PERFORM 0200-CARREGAR-VENDAS
                   PERFORM 0300-CONCILIAR
                   PERFORM 0500-IMPRIMIR-EXCECOES
               END-IF
           END-IF.
           GOBACK.

       0100-VALIDAR-CONTROLE.
      *********PASSADA PREVIA DO HDR/TRL, IGUAL AO PROGCOB50; GUARDA
      *********TAMBEM A MENOR E A MAIOR DATA DE VENDA DO ARQUIVO*******
           OPEN INPUT SETTLEMENT-FILE.
           IF WRK-FS-ACQ NOT = "00"
               MOVE "S" TO WRK-EOF-CTL
           END-IF.
           PERFORM 0110-LER-CONTROLE UNTIL FIM-CTL.
           IF WRK-FS-ACQ = "00" OR WRK-FS-ACQ = "10"
               CLOSE SETTLEMENT-FILE
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
                       DISPLAY "ACQSETL CONFERIDO: " WRK-CTL-QTD
                           " LINHAS PROVADAS PELO TRAILER"
               END-EVALUATE
           END-IF.

       0110-LER-CONTROLE.
           READ SETTLEMENT-FILE
               AT END
                   MOVE "S" TO WRK-EOF-CTL
               NOT AT END
                   MOVE ACQ-CONTROLE TO FEED-CTL-AREA
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
                       WHEN FEED-CTL-HDR OR FEED-CTL-TRL
                           CONTINUE
                       WHEN OTHER
                           IF CONTROLE-PRESENTE
                               AND NOT TRAILER-ACHADO
                               ADD 1 TO WRK-CTL-QTD
                               IF ACQ-VALOR-BRUTO NUMERIC
                                   ADD ACQ-VALOR-BRUTO TO WRK-CTL-HASH
                               END-IF
                           END-IF
                           PERFORM 0120-GUARDAR-DATA
                   END-EVALUATE
                   MOVE "N" TO WRK-PRIMEIRA-LINHA
           END-READ.

       0120-GUARDAR-DATA.
           IF ACQ-DATA-VENDA NUMERIC AND ACQ-DATA-VENDA > ZEROS
               IF WRK-MENOR-DATA = ZEROS
                   OR ACQ-DATA-VENDA < WRK-MENOR-DATA
                   MOVE ACQ-DATA-VENDA TO WRK-MENOR-DATA
               END-IF
               IF ACQ-DATA-VENDA > WRK-MAIOR-DATA
                   MOVE ACQ-DATA-VENDA TO WRK-MAIOR-DATA
               END-IF
           END-IF.

       0150-DEFINIR-PERIODO.
      *********AS VENDAS CONFERIDAS SAO AS DO PERIODO INFORMADO; SEM
      *********PERIODO, VALE O DAS DATAS DE VENDA DO PROPRIO ARQUIVO***
           DISPLAY "DATA INICIAL DAS VENDAS (AAAAMMDD, VAZIO = DO"
               " ARQUIVO):".
           ACCEPT WRK-DATA-INICIAL.
           DISPLAY "DATA FINAL DAS VENDAS (AAAAMMDD, VAZIO = DO"
               " ARQUIVO):".
           ACCEPT WRK-DATA-FINAL.
           IF WRK-DATA-INICIAL = ZEROS
               MOVE WRK-MENOR-DATA TO WRK-DATA-INICIAL
           END-IF.
           IF WRK-DATA-FINAL = ZEROS
               MOVE WRK-MAIOR-DATA TO WRK-DATA-FINAL
           END-IF.
           DISPLAY "VENDAS DE " WRK-DATA-INICIAL " A " WRK-DATA-FINAL.

       0190-RECUSAR-ARQUIVO.
      *********TRAILER NAO PROVOU: NADA E CONCILIADO E A RECUSA VAI AO
      *********SYSLOG PELO TRATADOR COMUM******************************
           DISPLAY "ACQSETL RECUSADO - TRAILER NAO PROVA ("
               WRK-CTL-QTD " LIDOS X " WRK-TRL-QTD " NO TRAILER)".
           MOVE "PROGCOB95" TO SERR-PROGRAMA.
           MOVE "ACQSETL" TO SERR-ARQUIVO.
           MOVE "TRAILER" TO SERR-OPERACAO.
           MOVE "91" TO SERR-STATUS.
           CALL "PROGERR" USING SERR-AREA.

       0200-CARREGAR-VENDAS.
      *********VENDAS A CARTAO/PIX DO PERIODO; A DEVOLUCAO NA MESMA
      *********FORMA MARCA A VENDA ORIGINAL COMO DEVOLVIDA (A
      *********ADQUIRENTE CANCELA, NAO E EXCECAO SE NAO LIQUIDAR)*****
           OPEN INPUT SALES-DETAIL.
           IF WRK-FS-DETALHE NOT = "00"
               DISPLAY "AVISO: SALESDET NAO ENCONTRADO - TODA"
                   " LIQUIDACAO SAI SEM VENDA"
               MOVE "S" TO WRK-EOF-DETALHE
           END-IF.
           PERFORM 0210-LER-DETALHE UNTIL FIM-DETALHE.
           IF WRK-FS-DETALHE = "00" OR WRK-FS-DETALHE = "10"
               CLOSE SALES-DETAIL
           END-IF.

       0210-LER-DETALHE.
           READ SALES-DETAIL
               AT END
                   MOVE "S" TO WRK-EOF-DETALHE
               NOT AT END
                   IF (SD-TENDER-CARTAO OR SD-TENDER-PIX)
                       AND SD-DATA NOT < WRK-DATA-INICIAL
                       AND SD-DATA NOT > WRK-DATA-FINAL
                       EVALUATE TRUE
                           WHEN SD-TIPO-VENDA
                               PERFORM 0220-GUARDAR-VENDA
                           WHEN SD-TIPO-DEVOLUCAO
                               AND SD-REF-SEQ NUMERIC
                               PERFORM 0230-MARCAR-DEVOLUCAO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       0220-GUARDAR-VENDA.
           IF WRK-QTD-VND < 3000
               ADD 1 TO WRK-QTD-VND
               MOVE SD-DATA TO WRK-VND-DATA(WRK-QTD-VND)
               MOVE SD-CAIXA TO WRK-VND-CAIXA(WRK-QTD-VND)
               MOVE SD-SEQ TO WRK-VND-SEQ(WRK-QTD-VND)
               MOVE SD-TENDER TO WRK-VND-FORMA(WRK-QTD-VND)
               MOVE SD-VALOR TO WRK-VND-VALOR(WRK-QTD-VND)
               MOVE "P" TO WRK-VND-SITUACAO(WRK-QTD-VND)
           ELSE
               DISPLAY "AVISO: TABELA DE VENDAS CHEIA - VENDA "
                   SD-SEQ " FORA DA CONCILIACAO"
           END-IF.

       0230-MARCAR-DEVOLUCAO.
           PERFORM 0235-PROCURAR-DEVOLVIDA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-VND.

       0235-PROCURAR-DEVOLVIDA.
           IF WRK-VND-SEQ(WRK-IDX) = SD-REF-SEQ
               AND VND-PENDENTE(WRK-IDX)
               MOVE "D" TO WRK-VND-SITUACAO(WRK-IDX)
           END-IF.

       0300-CONCILIAR.
           OPEN INPUT SETTLEMENT-FILE.
           OPEN OUTPUT ACQ-REPORT.
           PERFORM 0310-GRAVAR-CABECALHO.
           MOVE "TRANSACOES LIQUIDADAS E CONCILIADAS"
               TO WRK-LINHA-TITULO.
           PERFORM 0320-TITULO-SECAO.
           MOVE "N" TO WRK-EOF-ACQ.
           PERFORM 0330-LER-LIQUIDACAO.
           PERFORM 0340-PROCESSAR-LIQUIDACAO UNTIL FIM-ACQ.
           CLOSE SETTLEMENT-FILE.
           MOVE SPACES TO WRK-LINHA-TOTAL.
           MOVE "TOTAL BRUTO CONCILIADO" TO WLT-DESCRICAO.
           MOVE WRK-CNT-CONCILIADAS TO WLT-QTD.
           MOVE WRK-TOT-BRUTO TO WLT-VALOR.
           PERFORM 0390-LINHA-TOTAL.
           MOVE SPACES TO WRK-LINHA-TOTAL.
           MOVE "TOTAL DE TAXAS DA ADQUIRENTE" TO WLT-DESCRICAO.
           MOVE WRK-TOT-TAXA TO WLT-VALOR.
           PERFORM 0390-LINHA-TOTAL.
           MOVE SPACES TO WRK-LINHA-TOTAL.
           MOVE "TOTAL LIQUIDO ESPERADO NO BANCO" TO WLT-DESCRICAO.
           MOVE WRK-TOT-LIQUIDO TO WLT-VALOR.
           PERFORM 0390-LINHA-TOTAL.

       0310-GRAVAR-CABECALHO.
      *********CABECALHO PADRAO: PROGRAMA, DATA, OPERADOR E PAGINA*****
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           MOVE "PROGCOB95" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE RPT-HEADER-LINE TO ACQ-LINE.
           WRITE ACQ-LINE.

       0320-TITULO-SECAO.
           MOVE SPACES TO ACQ-LINE.
           WRITE ACQ-LINE.
           MOVE WRK-LINHA-TITULO TO ACQ-LINE.
           WRITE ACQ-LINE.
           MOVE WRK-LINHA-COLUNAS TO ACQ-LINE.
           WRITE ACQ-LINE.

       0330-LER-LIQUIDACAO.
      *********AS LINHAS DE CONTROLE HDR/TRL SAO SO MARCADAS E PULADAS*
           READ SETTLEMENT-FILE
               AT END
                   MOVE "S" TO WRK-EOF-ACQ
               NOT AT END
                   MOVE ACQ-CONTROLE TO FEED-CTL-AREA
                   IF FEED-CTL-HDR OR FEED-CTL-TRL
                       MOVE "S" TO WRK-LINHA-CONTROLE
                   ELSE
                       MOVE "N" TO WRK-LINHA-CONTROLE
                   END-IF
           END-READ.

       0340-PROCESSAR-LIQUIDACAO.
      *********LIQUIDACAO CASA COM A PRIMEIRA VENDA AINDA PENDENTE DE
      *********MESMA DATA, CAIXA, FORMA E VALOR; CHARGEBACK PROCURA A
      *********VENDA EM QUALQUER SITUACAO, SO PARA APONTAR O SD-SEQ***
           IF NOT LINHA-CONTROLE
               ADD 1 TO WRK-CNT-LIDOS
               IF ACQ-DATA-VENDA NOT NUMERIC
                   OR ACQ-CAIXA NOT NUMERIC
                   OR ACQ-VALOR-BRUTO NOT NUMERIC
                   DISPLAY "LINHA INVALIDA NO ACQSETL IGNORADA: "
                       ACQ-CONTROLE
               ELSE
                   PERFORM 0345-CALCULAR-TAXA
                   MOVE ZEROS TO WRK-VND-POS
                   PERFORM 0350-PROCURAR-VENDA
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-VND
                          OR WRK-VND-POS > 0
                   EVALUATE TRUE
                       WHEN ACQ-CHARGEBACK
                           PERFORM 0370-GUARDAR-EXCECAO
                       WHEN WRK-VND-POS = 0
                           PERFORM 0370-GUARDAR-EXCECAO
                       WHEN OTHER
                           MOVE "L" TO WRK-VND-SITUACAO(WRK-VND-POS)
                           PERFORM 0360-LINHA-CONCILIADA
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 0330-LER-LIQUIDACAO.

       0345-CALCULAR-TAXA.
      *********ADQUIRENTE QUE SO MANDA A TAXA OU SO O LIQUIDO TEM O
      *********OUTRO CAMPO DEDUZIDO DO BRUTO***************************
           MOVE ZEROS TO WRK-TAXA WRK-LIQUIDO.
           IF ACQ-TAXA NUMERIC
               MOVE ACQ-TAXA TO WRK-TAXA
           END-IF.
           IF ACQ-VALOR-LIQUIDO NUMERIC
               MOVE ACQ-VALOR-LIQUIDO TO WRK-LIQUIDO
           END-IF.
           IF WRK-LIQUIDO = ZEROS
               COMPUTE WRK-LIQUIDO = ACQ-VALOR-BRUTO - WRK-TAXA
           END-IF.
           IF WRK-TAXA = ZEROS AND WRK-LIQUIDO < ACQ-VALOR-BRUTO
               COMPUTE WRK-TAXA = ACQ-VALOR-BRUTO - WRK-LIQUIDO
           END-IF.
           MOVE ZEROS TO WRK-PCT-TAXA.
           IF ACQ-VALOR-BRUTO > ZEROS
               COMPUTE WRK-PCT-TAXA ROUNDED =
                   WRK-TAXA * 100 / ACQ-VALOR-BRUTO
           END-IF.

       0350-PROCURAR-VENDA.
           IF WRK-VND-DATA(WRK-IDX) = ACQ-DATA-VENDA
               AND WRK-VND-CAIXA(WRK-IDX) = ACQ-CAIXA
               AND WRK-VND-FORMA(WRK-IDX) = ACQ-FORMA
               AND WRK-VND-VALOR(WRK-IDX) = ACQ-VALOR-BRUTO
               AND (ACQ-CHARGEBACK OR VND-PENDENTE(WRK-IDX))
               MOVE WRK-IDX TO WRK-VND-POS
           END-IF.

       0360-LINHA-CONCILIADA.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE ACQ-DATA-VENDA TO WLD-DATA.
           MOVE ACQ-CAIXA TO WLD-CAIXA.
           MOVE WRK-VND-SEQ(WRK-VND-POS) TO WLD-SEQ.
           MOVE ACQ-FORMA TO WLD-FORMA.
           MOVE ACQ-VALOR-BRUTO TO WLD-BRUTO.
           MOVE WRK-TAXA TO WLD-TAXA.
           MOVE WRK-PCT-TAXA TO WLD-PCT.
           MOVE WRK-LIQUIDO TO WLD-LIQUIDO.
           MOVE ZEROS TO WLD-DATA-LIQ.
           IF ACQ-DATA-LIQUIDACAO NUMERIC
               MOVE ACQ-DATA-LIQUIDACAO TO WLD-DATA-LIQ
           END-IF.
           MOVE ACQ-AUTORIZACAO TO WLD-AUTORIZACAO.
           MOVE WRK-LINHA-DETALHE TO ACQ-LINE.
           WRITE ACQ-LINE.
           ADD 1 TO WRK-CNT-CONCILIADAS.
           ADD ACQ-VALOR-BRUTO TO WRK-TOT-BRUTO.
           ADD WRK-TAXA TO WRK-TOT-TAXA.
           ADD WRK-LIQUIDO TO WRK-TOT-LIQUIDO.

       0370-GUARDAR-EXCECAO.
           IF WRK-QTD-EXC < 1000
               ADD 1 TO WRK-QTD-EXC
               MOVE ACQ-TIPO TO WRK-EXC-TIPO(WRK-QTD-EXC)
               MOVE ACQ-FORMA TO WRK-EXC-FORMA(WRK-QTD-EXC)
               MOVE ACQ-DATA-VENDA TO WRK-EXC-DATA(WRK-QTD-EXC)
               MOVE ACQ-CAIXA TO WRK-EXC-CAIXA(WRK-QTD-EXC)
               MOVE ZEROS TO WRK-EXC-SEQ(WRK-QTD-EXC)
               IF WRK-VND-POS > 0
                   MOVE WRK-VND-SEQ(WRK-VND-POS)
                       TO WRK-EXC-SEQ(WRK-QTD-EXC)
               END-IF
               MOVE ACQ-VALOR-BRUTO TO WRK-EXC-BRUTO(WRK-QTD-EXC)
               MOVE WRK-LIQUIDO TO WRK-EXC-LIQUIDO(WRK-QTD-EXC)
               MOVE ZEROS TO WRK-EXC-DATA-LIQ(WRK-QTD-EXC)
               IF ACQ-DATA-LIQUIDACAO NUMERIC
                   MOVE ACQ-DATA-LIQUIDACAO
                       TO WRK-EXC-DATA-LIQ(WRK-QTD-EXC)
               END-IF
               MOVE ACQ-AUTORIZACAO
                   TO WRK-EXC-AUTORIZACAO(WRK-QTD-EXC)
           ELSE
               DISPLAY "AVISO: TABELA DE EXCECOES CHEIA - LINHA "
                   WRK-CNT-LIDOS " DO ACQSETL FORA DO RELATORIO"
           END-IF.

       0390-LINHA-TOTAL.
           MOVE WRK-LINHA-TOTAL TO ACQ-LINE.
           WRITE ACQ-LINE.

       0500-IMPRIMIR-EXCECOES.
      *********TRES SECOES DE EXCECAO, CADA UMA COM SEU TOTAL**********
           MOVE "EXCECAO: VENDAS NUNCA LIQUIDADAS PELA ADQUIRENTE"
               TO WRK-LINHA-TITULO.
           PERFORM 0320-TITULO-SECAO.
           MOVE ZEROS TO WRK-CNT-SECAO WRK-TOT-SECAO.
           PERFORM 0510-LINHA-NAO-LIQUIDADA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-VND.
           MOVE WRK-CNT-SECAO TO WRK-CNT-NAO-LIQUIDADAS.
           MOVE SPACES TO WRK-LINHA-TOTAL.
           MOVE "TOTAL DE VENDAS NAO LIQUIDADAS" TO WLT-DESCRICAO.
           PERFORM 0550-TOTAL-SECAO.
           MOVE "EXCECAO: LIQUIDACOES SEM VENDA NO SALESDET"
               TO WRK-LINHA-TITULO.
           PERFORM 0320-TITULO-SECAO.
           MOVE ZEROS TO WRK-CNT-SECAO WRK-TOT-SECAO.
           PERFORM 0520-LINHA-SEM-VENDA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-EXC.
           MOVE WRK-CNT-SECAO TO WRK-CNT-SEM-VENDA.
           MOVE SPACES TO WRK-LINHA-TOTAL.
           MOVE "TOTAL DE LIQUIDACOES SEM VENDA" TO WLT-DESCRICAO.
           PERFORM 0550-TOTAL-SECAO.
           MOVE "EXCECAO: CHARGEBACKS DEBITADOS PELA ADQUIRENTE"
               TO WRK-LINHA-TITULO.
           PERFORM 0320-TITULO-SECAO.
           MOVE ZEROS TO WRK-CNT-SECAO WRK-TOT-SECAO.
           PERFORM 0530-LINHA-CHARGEBACK
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-EXC.
           MOVE WRK-CNT-SECAO TO WRK-CNT-CHARGEBACK.
           MOVE SPACES TO WRK-LINHA-TOTAL.
           MOVE "TOTAL DE CHARGEBACKS" TO WLT-DESCRICAO.
           PERFORM 0550-TOTAL-SECAO.
           CLOSE ACQ-REPORT.
           DISPLAY "=============================================".
           DISPLAY "CONCILIACAO DA ADQUIRENTE (ACQRPT)".
           DISPLAY "LINHAS LIDAS........: " WRK-CNT-LIDOS.
           DISPLAY "CONCILIADAS.........: " WRK-CNT-CONCILIADAS
               "  LIQUIDO " WRK-TOT-LIQUIDO.
           DISPLAY "TAXAS DA ADQUIRENTE.: " WRK-TOT-TAXA.
           DISPLAY "VENDAS NAO LIQUIDADAS: " WRK-CNT-NAO-LIQUIDADAS.
           DISPLAY "LIQUIDACOES SEM VENDA: " WRK-CNT-SEM-VENDA.
           DISPLAY "CHARGEBACKS.........: " WRK-CNT-CHARGEBACK.
           DISPLAY "=============================================".

       0510-LINHA-NAO-LIQUIDADA.
           IF VND-PENDENTE(WRK-IDX)
               MOVE SPACES TO WRK-LINHA-DETALHE
               MOVE WRK-VND-DATA(WRK-IDX) TO WLD-DATA
               MOVE WRK-VND-CAIXA(WRK-IDX) TO WLD-CAIXA
               MOVE WRK-VND-SEQ(WRK-IDX) TO WLD-SEQ
               MOVE WRK-VND-FORMA(WRK-IDX) TO WLD-FORMA
               MOVE WRK-VND-VALOR(WRK-IDX) TO WLD-BRUTO
               MOVE WRK-LINHA-DETALHE TO ACQ-LINE
               WRITE ACQ-LINE
               ADD 1 TO WRK-CNT-SECAO
               ADD WRK-VND-VALOR(WRK-IDX) TO WRK-TOT-SECAO
           END-IF.

       0520-LINHA-SEM-VENDA.
           IF WRK-EXC-TIPO(WRK-IDX) NOT = "E"
               PERFORM 0540-LINHA-EXCECAO
           END-IF.

       0530-LINHA-CHARGEBACK.
           IF WRK-EXC-TIPO(WRK-IDX) = "E"
               PERFORM 0540-LINHA-EXCECAO
           END-IF.

       0540-LINHA-EXCECAO.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE WRK-EXC-DATA(WRK-IDX) TO WLD-DATA.
           MOVE WRK-EXC-CAIXA(WRK-IDX) TO WLD-CAIXA.
           MOVE WRK-EXC-SEQ(WRK-IDX) TO WLD-SEQ.
           MOVE WRK-EXC-FORMA(WRK-IDX) TO WLD-FORMA.
           MOVE WRK-EXC-BRUTO(WRK-IDX) TO WLD-BRUTO.
           MOVE WRK-EXC-LIQUIDO(WRK-IDX) TO WLD-LIQUIDO.
           MOVE WRK-EXC-DATA-LIQ(WRK-IDX) TO WLD-DATA-LIQ.
           MOVE WRK-EXC-AUTORIZACAO(WRK-IDX) TO WLD-AUTORIZACAO.
           MOVE WRK-LINHA-DETALHE TO ACQ-LINE.
           WRITE ACQ-LINE.
           ADD 1 TO WRK-CNT-SECAO.
           ADD WRK-EXC-BRUTO(WRK-IDX) TO WRK-TOT-SECAO.

       0550-TOTAL-SECAO.
           MOVE WRK-CNT-SECAO TO WLT-QTD.
           MOVE WRK-TOT-SECAO TO WLT-VALOR.
           PERFORM 0390-LINHA-TOTAL.
