       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB84.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: REMESSA DE COBRANCA BANCARIA POR BOLETO: SELECIONA
      *           AS MENSALIDADES EM ABERTO (TUITION, PROGCOB72) E AS
      *           PARCELAS DE CREDIARIO EM ABERTO (CREDIARI, PROGCOB15)
      *           QUE VENCEM NA JANELA INFORMADA E AINDA NAO FORAM AO
      *           BANCO, E GRAVA O ARQUIVO REMESSA (HEADER COM NUMERO
      *           SEQUENCIAL DO ARQUIVO, DETALHES E TRAILER COM A
      *           QUANTIDADE E O TOTAL DE CONTROLE). CADA TITULO
      *           ENVIADO FICA REGISTRADO NO BOLETO PARA NAO SAIR DUAS
      *           VEZES; TITULO REGISTRADO QUE FOI PAGO OU CANCELADO
      *           SAI COMO INSTRUCAO DE BAIXA PARA O BANCO PARAR DE
      *           COBRAR. O HISTORICO DAS REMESSAS FICA NO REMHIST
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
           SELECT TUITION-FILE ASSIGN TO "TUITION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUI-CHAVE
               FILE STATUS IS WRK-FS-TUI.
           SELECT INSTALLMENT-FILE ASSIGN TO "CREDIARI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CHAVE
               FILE STATUS IS WRK-FS-CRD.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WRK-FS-STUMAST.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CODIGO
               FILE STATUS IS WRK-FS-CUST.
           SELECT BOLETO-FILE ASSIGN TO "BOLETO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-CHAVE
               FILE STATUS IS WRK-FS-BOL.
           SELECT REMITTANCE-FILE ASSIGN TO "REMESSA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REM.
           SELECT REMITTANCE-HISTORY ASSIGN TO "REMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD TUITION-FILE.
           COPY CPTUIT.
       FD INSTALLMENT-FILE.
           COPY CPCREDIA.
       FD STUDENT-MASTER.
           COPY CPSTUMAS.
       FD CUSTOMER-MASTER.
           COPY CPCUST.
       FD BOLETO-FILE.
           COPY CPBOLETO.
       FD REMITTANCE-FILE.
           COPY CPREMESS.
       FD REMITTANCE-HISTORY.
       01 HIST-RECORD.
           02 HIST-SEQUENCIA          PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 HIST-DATA               PIC 9(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 HIST-QTD-REGISTROS      PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 HIST-QTD-BAIXAS         PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 HIST-TOTAL              PIC 9(13)V99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 HIST-OPERADOR           PIC X(20).
       WORKING-STORAGE SECTION.
       77 WRK-FS-TUI PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRD PIC X(02) VALUE ZEROS.
       77 WRK-FS-STUMAST PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUST PIC X(02) VALUE ZEROS.
       77 WRK-FS-BOL PIC X(02) VALUE ZEROS.
       77 WRK-FS-REM PIC X(02) VALUE ZEROS.
       77 WRK-FS-HIST PIC X(02) VALUE ZEROS.
       77 WRK-EOF-TUI PIC X(01) VALUE "N".
           88 FIM-TUI VALUE "S".
       77 WRK-EOF-CRD PIC X(01) VALUE "N".
           88 FIM-CRD VALUE "S".
       77 WRK-EOF-BOL PIC X(01) VALUE "N".
           88 FIM-BOL VALUE "S".
       77 WRK-EOF-HIST PIC X(01) VALUE "N".
           88 FIM-HIST VALUE "S".
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE "N".
           88 ERRO-ABERTURA VALUE "S".
       77 WRK-TITULO-ATIVO PIC X(01) VALUE "N".
           88 TITULO-ATIVO VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-CEDENTE PIC X(30) VALUE "LURF COMERCIO E ENSINO".
       77 WRK-DATA-DE PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ATE PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-JANELA PIC 9(03) VALUE 10.
       77 WRK-DIA-VENCIMENTO PIC 9(02) VALUE 10.
       77 WRK-VENCIMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-SEQ-REMESSA PIC 9(06) VALUE ZEROS.
       77 WRK-NOSSO-NUMERO PIC 9(10) VALUE ZEROS.
       77 WRK-CNT-DETALHES PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-REGISTROS PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-BAIXAS PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-TUI PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-CRD PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CONTROLE PIC 9(13)V99 VALUE ZEROS.
       77 WRK-NOME-SACADO PIC X(30) VALUE SPACES.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-OPERADOR                  PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           PERFORM 0050-ABRIR-ARQUIVOS.
           IF NOT ERRO-ABERTURA
               PERFORM 0060-PROXIMA-REMESSA
               PERFORM 0080-PEDIR-JANELA
               PERFORM 0100-GRAVAR-HEADER
               PERFORM 0200-SELECIONAR-MENSALIDADES
               PERFORM 0300-SELECIONAR-PARCELAS
               PERFORM 0400-INSTRUIR-BAIXAS
               PERFORM 0500-GRAVAR-TRAILER
               PERFORM 0900-FINALIZAR
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           OPEN INPUT TUITION-FILE.
           IF WRK-FS-TUI NOT = "00"
               DISPLAY "AVISO: TUITION NAO ENCONTRADO - SEM"
                   " MENSALIDADES NA REMESSA"
           END-IF.
           OPEN INPUT INSTALLMENT-FILE.
           IF WRK-FS-CRD NOT = "00"
               DISPLAY "AVISO: CREDIARI NAO ENCONTRADO - SEM"
                   " PARCELAS NA REMESSA"
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN I-O BOLETO-FILE.
           IF WRK-FS-BOL = "35"
               OPEN OUTPUT BOLETO-FILE
               CLOSE BOLETO-FILE
               OPEN I-O BOLETO-FILE
           END-IF.
           IF WRK-FS-BOL NOT = "00"
               DISPLAY "ERRO AO ABRIR BOLETO: " WRK-FS-BOL
               MOVE "S" TO WRK-ERRO-ABERTURA
           END-IF.

       0060-PROXIMA-REMESSA.
      *********O NUMERO SEQUENCIAL DO ARQUIVO E O MAIOR DO REMHIST
      *********MAIS UM; O BANCO RECUSA ARQUIVO COM NUMERO REPETIDO*****
           MOVE ZEROS TO WRK-SEQ-REMESSA.
           OPEN INPUT REMITTANCE-HISTORY.
           IF WRK-FS-HIST = "00"
               PERFORM 0065-LER-HISTORICO UNTIL FIM-HIST
               CLOSE REMITTANCE-HISTORY
           END-IF.
           ADD 1 TO WRK-SEQ-REMESSA.

       0065-LER-HISTORICO.
           READ REMITTANCE-HISTORY
               AT END
                   MOVE "S" TO WRK-EOF-HIST
               NOT AT END
                   IF HIST-SEQUENCIA NUMERIC
                       AND HIST-SEQUENCIA > WRK-SEQ-REMESSA
                       MOVE HIST-SEQUENCIA TO WRK-SEQ-REMESSA
                   END-IF
           END-READ.

       0080-PEDIR-JANELA.
      *********JANELA DE VENCIMENTO: DE (VAZIO = HOJE) ATE (VAZIO =
      *********10 DIAS UTEIS A FRENTE, PELO PROGDATA); A MENSALIDADE
      *********VENCE NO DIA INFORMADO DO MES DE REFERENCIA*************
           DISPLAY "VENCIMENTO DE AAAAMMDD (VAZIO = HOJE):".
           ACCEPT WRK-DATA-DE.
           IF WRK-DATA-DE = ZEROS
               MOVE WRK-DATASYS-NUM TO WRK-DATA-DE
           END-IF.
           DISPLAY "VENCIMENTO ATE AAAAMMDD (VAZIO = 10 DIAS UTEIS):".
           ACCEPT WRK-DATA-ATE.
           IF WRK-DATA-ATE = ZEROS
               CALL "PROGDATA" USING WRK-DATASYS-NUM, OMITTED,
                   OMITTED, OMITTED, WRK-DIAS-JANELA, WRK-DATA-ATE
           END-IF.
           DISPLAY "DIA DE VENCIMENTO DA MENSALIDADE (VAZIO = 10):".
           ACCEPT WRK-DIA-VENCIMENTO.
           IF WRK-DIA-VENCIMENTO = ZEROS OR WRK-DIA-VENCIMENTO > 28
               MOVE 10 TO WRK-DIA-VENCIMENTO
           END-IF.

       0100-GRAVAR-HEADER.
           OPEN OUTPUT REMITTANCE-FILE.
           MOVE SPACES TO REM-RECORD.
           MOVE "0" TO REM-TIPO.
           MOVE WRK-SEQ-REMESSA TO REM-HDR-SEQUENCIA.
           MOVE WRK-DATASYS-NUM TO REM-HDR-DATA.
           MOVE WRK-CEDENTE TO REM-HDR-CEDENTE.
           WRITE REM-RECORD.

       0200-SELECIONAR-MENSALIDADES.
           IF WRK-FS-TUI = "00"
               MOVE "N" TO WRK-EOF-TUI
               MOVE LOW-VALUES TO TUI-CHAVE
               START TUITION-FILE KEY IS NOT LESS THAN TUI-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-EOF-TUI
               END-START
               PERFORM 0210-LER-MENSALIDADE UNTIL FIM-TUI
           END-IF.

       0210-LER-MENSALIDADE.
           READ TUITION-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-TUI
               NOT AT END
                   COMPUTE WRK-VENCIMENTO =
                       TUI-ANOMES * 100 + WRK-DIA-VENCIMENTO
                   IF TUI-ABERTA
                       AND WRK-VENCIMENTO >= WRK-DATA-DE
                       AND WRK-VENCIMENTO <= WRK-DATA-ATE
                       PERFORM 0220-REGISTRAR-MENSALIDADE
                   END-IF
           END-READ.

       0220-REGISTRAR-MENSALIDADE.
           MOVE "TUI" TO BOL-ORIGEM.
           MOVE TUI-CHAVE TO BOL-TITULO.
           READ BOLETO-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-NOME-SACADO
                   MOVE TUI-STU-ID TO STU-ID
                   READ STUDENT-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE STU-NOME TO WRK-NOME-SACADO
                   END-READ
                   MOVE SPACES TO BOL-RECORD
                   MOVE "TUI" TO BOL-ORIGEM
                   MOVE TUI-CHAVE TO BOL-TITULO
                   MOVE TUI-STU-ID TO BOL-SACADO
                   MOVE WRK-VENCIMENTO TO BOL-VENCIMENTO
                   MOVE TUI-VALOR TO BOL-VALOR
                   PERFORM 0250-GRAVAR-REGISTRO
                   ADD 1 TO WRK-CNT-TUI
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       0250-GRAVAR-REGISTRO.
      *********DETALHE DE REGISTRO NA REMESSA E MARCA DO TITULO NO
      *********BOLETO; NOSSO NUMERO = REMESSA X 10000 + LINHA**********
           ADD 1 TO WRK-CNT-DETALHES.
           COMPUTE WRK-NOSSO-NUMERO =
               WRK-SEQ-REMESSA * 10000 + WRK-CNT-DETALHES.
           MOVE WRK-NOSSO-NUMERO TO BOL-NOSSO-NUMERO.
           MOVE "R" TO BOL-STATUS.
           MOVE WRK-DATASYS-NUM TO BOL-DATA-REGISTRO.
           MOVE WRK-SEQ-REMESSA TO BOL-REMESSA-REGISTRO.
           MOVE ZEROS TO BOL-DATA-BAIXA BOL-REMESSA-BAIXA.
           WRITE BOL-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR BOLETO " BOL-CHAVE
           END-WRITE.
           MOVE SPACES TO REM-RECORD.
           MOVE "1" TO REM-TIPO.
           MOVE 01 TO REM-DET-INSTRUCAO.
           PERFORM 0270-MONTAR-DETALHE.
           WRITE REM-RECORD.
           ADD 1 TO WRK-CNT-REGISTROS.
           ADD BOL-VALOR TO WRK-TOTAL-CONTROLE.

       0270-MONTAR-DETALHE.
           MOVE BOL-NOSSO-NUMERO TO REM-DET-NOSSO-NUMERO.
           MOVE BOL-CHAVE TO REM-DET-SEU-NUMERO.
           MOVE BOL-SACADO TO REM-DET-SACADO.
           MOVE WRK-NOME-SACADO TO REM-DET-NOME.
           MOVE BOL-VENCIMENTO TO REM-DET-VENCIMENTO.
           MOVE BOL-VALOR TO REM-DET-VALOR.
           MOVE WRK-CNT-DETALHES TO REM-DET-LINHA.

       0300-SELECIONAR-PARCELAS.
           IF WRK-FS-CRD = "00"
               MOVE "N" TO WRK-EOF-CRD
               MOVE LOW-VALUES TO CRD-CHAVE
               START INSTALLMENT-FILE KEY IS NOT LESS THAN CRD-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-EOF-CRD
               END-START
               PERFORM 0310-LER-PARCELA UNTIL FIM-CRD
           END-IF.

       0310-LER-PARCELA.
           READ INSTALLMENT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-CRD
               NOT AT END
                   IF CRD-ABERTA
                       AND CRD-VENCIMENTO >= WRK-DATA-DE
                       AND CRD-VENCIMENTO <= WRK-DATA-ATE
                       PERFORM 0320-REGISTRAR-PARCELA
                   END-IF
           END-READ.

       0320-REGISTRAR-PARCELA.
           MOVE "CRD" TO BOL-ORIGEM.
           MOVE CRD-CHAVE TO BOL-TITULO.
           READ BOLETO-FILE
               INVALID KEY
                   MOVE SPACES TO WRK-NOME-SACADO
                   MOVE CRD-CLIENTE TO CUST-CODIGO
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUST-NOME TO WRK-NOME-SACADO
                   END-READ
                   MOVE SPACES TO BOL-RECORD
                   MOVE "CRD" TO BOL-ORIGEM
                   MOVE CRD-CHAVE TO BOL-TITULO
                   MOVE CRD-CLIENTE TO BOL-SACADO
                   MOVE CRD-VENCIMENTO TO BOL-VENCIMENTO
                   MOVE CRD-VALOR TO BOL-VALOR
                   PERFORM 0250-GRAVAR-REGISTRO
                   ADD 1 TO WRK-CNT-CRD
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       0400-INSTRUIR-BAIXAS.
      *********TITULO REGISTRADO NO BANCO CUJA ORIGEM JA NAO ESTA EM
      *********ABERTO (PAGO NO BALCAO, CANCELADO OU APAGADO) SAI COMO
      *********PEDIDO DE BAIXA, PARA O BANCO PARAR DE COBRAR***********
           MOVE "N" TO WRK-EOF-BOL.
           MOVE LOW-VALUES TO BOL-CHAVE.
           START BOLETO-FILE KEY IS NOT LESS THAN BOL-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-BOL
           END-START.
           PERFORM 0410-LER-BOLETO UNTIL FIM-BOL.

       0410-LER-BOLETO.
           READ BOLETO-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-BOL
               NOT AT END
                   IF BOL-REGISTRADO
                       PERFORM 0420-CONFERIR-ORIGEM
                       IF NOT TITULO-ATIVO
                           PERFORM 0450-GRAVAR-BAIXA
                       END-IF
                   END-IF
           END-READ.

       0420-CONFERIR-ORIGEM.
      *********ARQUIVO DE ORIGEM QUE NAO ABRIU NAO GERA BAIXA: NA
      *********DUVIDA O TITULO CONTINUA NO BANCO***********************
           MOVE "S" TO WRK-TITULO-ATIVO.
           EVALUATE TRUE
               WHEN BOL-MENSALIDADE AND WRK-FS-TUI = "00"
                   MOVE BOL-TITULO TO TUI-CHAVE
                   READ TUITION-FILE
                       INVALID KEY
                           MOVE "N" TO WRK-TITULO-ATIVO
                       NOT INVALID KEY
                           IF NOT TUI-ABERTA
                               MOVE "N" TO WRK-TITULO-ATIVO
                           END-IF
                   END-READ
               WHEN BOL-CREDIARIO AND WRK-FS-CRD = "00"
                   MOVE BOL-TITULO TO CRD-CHAVE
                   READ INSTALLMENT-FILE
                       INVALID KEY
                           MOVE "N" TO WRK-TITULO-ATIVO
                       NOT INVALID KEY
                           IF NOT CRD-ABERTA
                               MOVE "N" TO WRK-TITULO-ATIVO
                           END-IF
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0450-GRAVAR-BAIXA.
           ADD 1 TO WRK-CNT-DETALHES.
           MOVE SPACES TO WRK-NOME-SACADO.
           MOVE SPACES TO REM-RECORD.
           MOVE "1" TO REM-TIPO.
           MOVE 02 TO REM-DET-INSTRUCAO.
           PERFORM 0270-MONTAR-DETALHE.
           WRITE REM-RECORD.
           MOVE "B" TO BOL-STATUS.
           MOVE WRK-DATASYS-NUM TO BOL-DATA-BAIXA.
           MOVE WRK-SEQ-REMESSA TO BOL-REMESSA-BAIXA.
           REWRITE BOL-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR BAIXA DO BOLETO " BOL-CHAVE
           END-REWRITE.
           ADD 1 TO WRK-CNT-BAIXAS.
           ADD BOL-VALOR TO WRK-TOTAL-CONTROLE.

       0500-GRAVAR-TRAILER.
           MOVE SPACES TO REM-RECORD.
           MOVE "9" TO REM-TIPO.
           MOVE WRK-CNT-DETALHES TO REM-TRL-QTD.
           MOVE WRK-TOTAL-CONTROLE TO REM-TRL-TOTAL.
           WRITE REM-RECORD.
           CLOSE REMITTANCE-FILE.

       0900-FINALIZAR.
      *********SO A REMESSA COM DETALHE CONSOME O NUMERO SEQUENCIAL****
           IF WRK-CNT-DETALHES > ZEROS
               OPEN EXTEND REMITTANCE-HISTORY
               IF WRK-FS-HIST NOT = "00"
                   OPEN OUTPUT REMITTANCE-HISTORY
               END-IF
               MOVE SPACES TO HIST-RECORD
               MOVE WRK-SEQ-REMESSA TO HIST-SEQUENCIA
               MOVE WRK-DATASYS-NUM TO HIST-DATA
               MOVE WRK-CNT-REGISTROS TO HIST-QTD-REGISTROS
               MOVE WRK-CNT-BAIXAS TO HIST-QTD-BAIXAS
               MOVE WRK-TOTAL-CONTROLE TO HIST-TOTAL
               MOVE WRK-OPERADOR TO HIST-OPERADOR
               WRITE HIST-RECORD
               CLOSE REMITTANCE-HISTORY
           ELSE
               DISPLAY "NENHUM TITULO A REMETER - REMESSA SEM DETALHE"
                   " (NUMERO NAO CONSUMIDO)"
           END-IF.
           DISPLAY "=============================================".
           DISPLAY "REMESSA DE COBRANCA NUMERO " WRK-SEQ-REMESSA.
           DISPLAY "JANELA DE VENCIMENTO: " WRK-DATA-DE " A "
               WRK-DATA-ATE.
           DISPLAY "MENSALIDADES REGISTRADAS: " WRK-CNT-TUI.
           DISPLAY "PARCELAS REGISTRADAS    : " WRK-CNT-CRD.
           DISPLAY "PEDIDOS DE BAIXA        : " WRK-CNT-BAIXAS.
           DISPLAY "TOTAL DE CONTROLE       : " WRK-TOTAL-CONTROLE.
           DISPLAY "=============================================".
           IF WRK-FS-TUI = "00" OR WRK-FS-TUI = "10"
               CLOSE TUITION-FILE
           END-IF.
           IF WRK-FS-CRD = "00" OR WRK-FS-CRD = "10"
               CLOSE INSTALLMENT-FILE
           END-IF.
           IF WRK-FS-STUMAST NOT = "35"
               CLOSE STUDENT-MASTER
           END-IF.
           IF WRK-FS-CUST NOT = "35"
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE BOLETO-FILE.
