       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB86.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: NOTA DE CREDITO CONTRA FATURA DE FRETE: CORRIGE A
      *           FATURA JA EMITIDA PELO PROGCOB27 (DESCONTO ERRADO,
      *           FRETE COBRADO EM DUPLICIDADE, REEMBOLSO DE SINISTRO
      *           ACEITO NO PROGCOB52) COM UMA NOTA NUMERADA NO
      *           CREDNOTE, QUE REFERENCIA O FAT-NUMERO ORIGINAL E O
      *           MOTIVO. A NOTA EFETIVADA ABATE O ARO-SALDO E A
      *           EXPOSICAO DO CLIENTE (CUSTEXP); NOTA ACIMA DO LIMITE
      *           DE APROVACAO VAI PARA O PENDCHG E SO E EFETIVADA
      *           QUANDO UM MANAGER APROVA NO PROGCOB80
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - CADA GRAVACAO NOS CADASTROS INDEXADOS DEIXA A
      *                   IMAGEM POSTERIOR NO DIARIO UPDJRNL (PROGJRNL),
      *                   PARA A RECUPERACAO PELO PROGCOB115
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-FILE ASSIGN TO "BILLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FAT-NUMERO
               FILE STATUS IS WRK-FS-BILL.
           SELECT AR-OPEN-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARO-NUMERO
               FILE STATUS IS WRK-FS-AROPEN.
           SELECT CUSTOMER-EXPOSURE ASSIGN TO "CUSTEXP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXP-CLIENTE
               FILE STATUS IS WRK-FS-EXP.
           SELECT CLAIM-FILE ASSIGN TO "CLAIMFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLM-EMBARQUE
               FILE STATUS IS WRK-FS-CLAIM.
           SELECT CREDIT-NOTE-FILE ASSIGN TO "CREDNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-NUMERO
               FILE STATUS IS WRK-FS-CRN.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-NUMERO
               FILE STATUS IS WRK-FS-PEND.
       DATA DIVISION.
       FILE SECTION.
       FD BILLING-FILE.
           COPY CPBILL.
       FD AR-OPEN-FILE.
           COPY CPAROPEN.
       FD CUSTOMER-EXPOSURE.
           COPY CPCUSEXP.
       FD CLAIM-FILE.
           COPY CPCLAIM.
       FD CREDIT-NOTE-FILE.
           COPY CPCREDNT.
       FD PENDING-CHANGE-FILE.
           COPY CPPEND.
       WORKING-STORAGE SECTION.
       77 WRK-FS-BILL PIC X(02) VALUE ZEROS.
       77 WRK-FS-AROPEN PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXP PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLAIM PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRN PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEND PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CRN PIC X(01) VALUE "N".
           88 FIM-CRN VALUE "S".
       77 WRK-EOF-PEND PIC X(01) VALUE "N".
           88 FIM-PEND VALUE "S".
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-SAIR PIC X(01) VALUE "N".
           88 SAIR-DAS-NOTAS VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-EXPOSICAO-OK PIC X(01) VALUE "N".
           88 EXPOSICAO-OK VALUE "S".
       77 WRK-SINISTROS-OK PIC X(01) VALUE "N".
           88 SINISTROS-OK VALUE "S".
       77 WRK-NOTA-VALIDA PIC X(01) VALUE "N".
           88 NOTA-VALIDA VALUE "S".
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       77 WRK-FATURA PIC 9(06) VALUE ZEROS.
       77 WRK-MOTIVO PIC 9(02) VALUE ZEROS.
       77 WRK-EMBARQUE PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-NOTA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PROX-NOTA PIC 9(06) VALUE ZEROS.
       77 WRK-PROX-PEND PIC 9(06) VALUE ZEROS.
       77 WRK-CNT-NOTAS PIC 9(05) VALUE ZEROS.
      *********NOTA ACIMA DESTE VALOR PASSA PELO PENDCHG***************
       77 WRK-LIMITE-APROVACAO PIC 9(08)V99 VALUE 1000,00.
       01 WRK-IMAGEM-ANTES.
           02 FILLER                  PIC X(07) VALUE "FATURA ".
           02 WRK-IA-FATURA           PIC 9(06).
           02 FILLER                  PIC X(09) VALUE " CLIENTE ".
           02 WRK-IA-CLIENTE          PIC X(06).
           02 FILLER                  PIC X(07) VALUE " SALDO ".
           02 WRK-IA-SALDO            PIC ZZZZZZZ9,99.
           02 FILLER                  PIC X(14) VALUE SPACES.
       01 WRK-IMAGEM-DEPOIS.
           02 FILLER                  PIC X(05) VALUE "NOTA ".
           02 WRK-ID-NOTA             PIC 9(06).
           02 FILLER                  PIC X(08) VALUE " MOTIVO ".
           02 WRK-ID-MOTIVO           PIC 9(02).
           02 FILLER                  PIC X(07) VALUE " VALOR ".
           02 WRK-ID-VALOR            PIC ZZZZZZZ9,99.
           02 FILLER                  PIC X(07) VALUE " SALDO ".
           02 WRK-ID-SALDO            PIC ZZZZZZZ9,99.
           02 FILLER                  PIC X(03) VALUE SPACES.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
           COPY CPJRNLAR.
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
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DAS-NOTAS.
           PERFORM 0900-FINALIZAR.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           OPEN INPUT BILLING-FILE.
           IF WRK-FS-BILL NOT = "00"
               DISPLAY "BILLFILE NAO ENCONTRADO (" WRK-FS-BILL
                   ") - RODE O FATURAMENTO PROGCOB27"
               MOVE "S" TO WRK-SAIR
           END-IF.
           OPEN I-O AR-OPEN-FILE.
           IF WRK-FS-AROPEN NOT = "00"
               DISPLAY "CONTAS A RECEBER AROPEN NAO ENCONTRADO ("
                   WRK-FS-AROPEN ")"
               MOVE "S" TO WRK-SAIR
           END-IF.
           OPEN I-O CUSTOMER-EXPOSURE.
           IF WRK-FS-EXP = "00"
               MOVE "S" TO WRK-EXPOSICAO-OK
           ELSE
               DISPLAY "AVISO: SALDO DE EXPOSICAO CUSTEXP NAO"
                   " ENCONTRADO - NOTA SEM ALIVIO DE EXPOSICAO"
           END-IF.
           OPEN INPUT CLAIM-FILE.
           IF WRK-FS-CLAIM = "00"
               MOVE "S" TO WRK-SINISTROS-OK
           END-IF.
           OPEN I-O CREDIT-NOTE-FILE.
           IF WRK-FS-CRN = "35"
               OPEN OUTPUT CREDIT-NOTE-FILE
               CLOSE CREDIT-NOTE-FILE
               OPEN I-O CREDIT-NOTE-FILE
           END-IF.
           IF WRK-FS-CRN NOT = "00"
               DISPLAY "ERRO AO ABRIR CREDNOTE: " WRK-FS-CRN
               MOVE "S" TO WRK-SAIR
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY "     NOTAS DE CREDITO DE FRETE".
           DISPLAY "=============================================".
           DISPLAY " 01 - EMITIR NOTA DE CREDITO".
           DISPLAY " 02 - CONSULTAR NOTAS DE UMA FATURA".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01 PERFORM 0200-EMITIR-NOTA
               WHEN 02 PERFORM 0500-CONSULTAR-NOTAS
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0200-EMITIR-NOTA.
      *********A NOTA REFERENCIA A FATURA ORIGINAL E NAO PODE PASSAR
      *********DO SALDO EM ABERTO DO TITULO****************************
           MOVE "N" TO WRK-NOTA-VALIDA.
           DISPLAY "NUMERO DA FATURA ORIGINAL:".
           ACCEPT WRK-FATURA.
           MOVE WRK-FATURA TO FAT-NUMERO.
           READ BILLING-FILE
               INVALID KEY
                   DISPLAY "FATURA NAO ENCONTRADA NO BILLFILE: "
                       WRK-FATURA
               NOT INVALID KEY
                   PERFORM 0210-LER-TITULO
           END-READ.
           IF NOTA-VALIDA
               PERFORM 0220-COLHER-MOTIVO
           END-IF.
           IF NOTA-VALIDA
               PERFORM 0230-COLHER-VALOR
           END-IF.
           IF NOTA-VALIDA
               PERFORM 0240-CONFIRMAR-NOTA
           END-IF.

       0210-LER-TITULO.
           MOVE WRK-FATURA TO ARO-NUMERO.
           READ AR-OPEN-FILE
               INVALID KEY
                   DISPLAY "FATURA SEM TITULO NO AROPEN: " WRK-FATURA
               NOT INVALID KEY
                   DISPLAY "CLIENTE " ARO-CLIENTE
                       "  EMISSAO " FAT-DATA
                       "  FRETE " ARO-VALOR-FRETE
                       "  SALDO " ARO-SALDO
                   IF ARO-QUITADA OR ARO-SALDO = ZEROS
                       DISPLAY "FATURA QUITADA - SEM SALDO PARA"
                           " NOTA DE CREDITO"
                   ELSE
                       MOVE "S" TO WRK-NOTA-VALIDA
                   END-IF
           END-READ.

       0220-COLHER-MOTIVO.
           DISPLAY "MOTIVO: 01-DESCONTO ERRADO 02-FRETE EM"
               " DUPLICIDADE 03-REEMBOLSO DE SINISTRO 04-OUTROS".
           ACCEPT WRK-MOTIVO.
           MOVE WRK-MOTIVO TO CRN-MOTIVO.
           MOVE ZEROS TO WRK-EMBARQUE.
           EVALUATE TRUE
               WHEN NOT CRN-MOTIVO-VALIDO
                   DISPLAY "MOTIVO INVALIDO - NOTA CANCELADA"
                   MOVE "N" TO WRK-NOTA-VALIDA
               WHEN CRN-MOT-SINISTRO
                   PERFORM 0225-CONFERIR-SINISTRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0225-CONFERIR-SINISTRO.
      *********REEMBOLSO DE SINISTRO SO COM A RECLAMACAO ACEITA OU
      *********LIQUIDADA NO CLAIMFIL (PROGCOB52)***********************
           DISPLAY "EMBARQUE DA RECLAMACAO (PROGCOB52):".
           ACCEPT WRK-EMBARQUE.
           IF NOT SINISTROS-OK
               DISPLAY "CLAIMFIL NAO ENCONTRADO - NOTA CANCELADA"
               MOVE "N" TO WRK-NOTA-VALIDA
           ELSE
               MOVE WRK-EMBARQUE TO CLM-EMBARQUE
               READ CLAIM-FILE
                   INVALID KEY
                       DISPLAY "RECLAMACAO NAO ENCONTRADA: "
                           WRK-EMBARQUE
                       MOVE "N" TO WRK-NOTA-VALIDA
                   NOT INVALID KEY
                       IF NOT CLM-ACEITA AND NOT CLM-LIQUIDADA
                           DISPLAY "RECLAMACAO NAO ACEITA (STATUS "
                               CLM-STATUS ") - NOTA CANCELADA"
                           MOVE "N" TO WRK-NOTA-VALIDA
                       END-IF
               END-READ
           END-IF.

       0230-COLHER-VALOR.
           DISPLAY "VALOR DA NOTA DE CREDITO:".
           ACCEPT WRK-VALOR-NOTA.
           EVALUATE TRUE
               WHEN WRK-VALOR-NOTA = ZEROS
                   DISPLAY "VALOR ZERADO - NOTA CANCELADA"
                   MOVE "N" TO WRK-NOTA-VALIDA
               WHEN WRK-VALOR-NOTA > ARO-SALDO
                   DISPLAY "VALOR ACIMA DO SALDO DO TITULO ("
                       ARO-SALDO ") - NOTA CANCELADA"
                   MOVE "N" TO WRK-NOTA-VALIDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0240-CONFIRMAR-NOTA.
           DISPLAY "CONFIRMA A NOTA DE " WRK-VALOR-NOTA
               " CONTRA A FATURA " WRK-FATURA "? (S/N)".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
               PERFORM 0250-NUMERAR-NOTA
               PERFORM 0260-MONTAR-NOTA
               IF WRK-VALOR-NOTA > WRK-LIMITE-APROVACAO
                   PERFORM 0300-GRAVAR-PENDENCIA
               ELSE
                   PERFORM 0400-EFETIVAR-NOTA
               END-IF
           ELSE
               DISPLAY "NOTA CANCELADA"
           END-IF.

       0250-NUMERAR-NOTA.
      *********PROXIMO NUMERO = MAIOR CRN-NUMERO GRAVADO MAIS UM*******
           MOVE ZEROS TO WRK-PROX-NOTA.
           MOVE "N" TO WRK-EOF-CRN.
           MOVE ZEROS TO CRN-NUMERO.
           START CREDIT-NOTE-FILE KEY IS NOT LESS THAN CRN-NUMERO
               INVALID KEY
                   MOVE "S" TO WRK-EOF-CRN
           END-START.
           PERFORM 0255-ACHAR-MAIOR-NOTA UNTIL FIM-CRN.
           ADD 1 TO WRK-PROX-NOTA.

       0255-ACHAR-MAIOR-NOTA.
           READ CREDIT-NOTE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-CRN
               NOT AT END
                   IF CRN-NUMERO > WRK-PROX-NOTA
                       MOVE CRN-NUMERO TO WRK-PROX-NOTA
                   END-IF
           END-READ.

       0260-MONTAR-NOTA.
           MOVE SPACES TO CRN-RECORD.
           MOVE WRK-PROX-NOTA TO CRN-NUMERO.
           MOVE WRK-FATURA TO CRN-FATURA.
           MOVE ARO-CLIENTE TO CRN-CLIENTE.
           MOVE WRK-DATASYS-NUM TO CRN-DATA.
           MOVE WRK-MOTIVO TO CRN-MOTIVO.
           MOVE WRK-VALOR-NOTA TO CRN-VALOR.
           MOVE WRK-EMBARQUE TO CRN-EMBARQUE.
           MOVE ZEROS TO CRN-DATA-EFETIVACAO CRN-PENDENCIA.
           MOVE WRK-OPERADOR TO CRN-OPERADOR.

       0300-GRAVAR-PENDENCIA.
      *********NOTA ACIMA DO LIMITE NASCE PENDENTE NO CREDNOTE E VIRA
      *********PENDENCIA NO PENDCHG; A APROVACAO DE UM MANAGER
      *********(PROGCOB80) E QUEM EFETIVA NO AROPEN E NO CUSTEXP*******
           PERFORM 0310-ABRIR-PENDENCIAS.
           IF WRK-FS-PEND = "00"
               MOVE "P" TO CRN-STATUS
               MOVE WRK-PROX-PEND TO CRN-PENDENCIA
               WRITE CRN-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CREDNOTE: " WRK-FS-CRN
               END-WRITE
               MOVE WRK-FATURA TO WRK-IA-FATURA
               MOVE ARO-CLIENTE TO WRK-IA-CLIENTE
               MOVE ARO-SALDO TO WRK-IA-SALDO
               MOVE CRN-NUMERO TO WRK-ID-NOTA
               MOVE CRN-MOTIVO TO WRK-ID-MOTIVO
               MOVE CRN-VALOR TO WRK-ID-VALOR
               COMPUTE WRK-ID-SALDO = ARO-SALDO - CRN-VALOR
               MOVE SPACES TO PEN-RECORD
               MOVE WRK-PROX-PEND TO PEN-NUMERO
               MOVE WRK-DATASYS-NUM TO PEN-DATA
               MOVE "CREDNOTE" TO PEN-ALVO
               MOVE "EMITIR" TO PEN-ACAO
               MOVE CRN-NUMERO TO PEN-CHAVE
               MOVE WRK-IMAGEM-ANTES TO PEN-ANTES
               MOVE WRK-IMAGEM-DEPOIS TO PEN-DEPOIS
               MOVE WRK-OPERADOR TO PEN-SOLICITANTE
               MOVE "P" TO PEN-STATUS
               MOVE SPACES TO PEN-APROVADOR
               MOVE ZEROS TO PEN-DATA-DECISAO
               WRITE PEN-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PENDENCIA: "
                           WRK-FS-PEND
                   NOT INVALID KEY
                       DISPLAY "NOTA " CRN-NUMERO " ACIMA DE "
                           WRK-LIMITE-APROVACAO " - PENDENCIA "
                           PEN-NUMERO " AGUARDA APROVACAO DE UM"
                           " MANAGER NO PROGCOB80"
               END-WRITE
               CLOSE PENDING-CHANGE-FILE
           END-IF.

       0310-ABRIR-PENDENCIAS.
      *********ABRE O PENDCHG (OU CRIA) E ACHA O PROXIMO NUMERO, COMO
      *********O PROGCOB79*********************************************
           MOVE "N" TO WRK-EOF-PEND.
           MOVE ZEROS TO WRK-PROX-PEND.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF WRK-FS-PEND = "00"
               PERFORM 0320-ACHAR-MAIOR-PENDENCIA UNTIL FIM-PEND
               CLOSE PENDING-CHANGE-FILE
           ELSE
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
           END-IF.
           OPEN I-O PENDING-CHANGE-FILE.
           IF WRK-FS-PEND NOT = "00"
               DISPLAY "ERRO AO ABRIR PENDCHG: " WRK-FS-PEND
                   " - NOTA NAO GRAVADA"
           END-IF.
           ADD 1 TO WRK-PROX-PEND.

       0320-ACHAR-MAIOR-PENDENCIA.
           READ PENDING-CHANGE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-PEND
               NOT AT END
                   IF PEN-NUMERO > WRK-PROX-PEND
                       MOVE PEN-NUMERO TO WRK-PROX-PEND
                   END-IF
           END-READ.

       0400-EFETIVAR-NOTA.
      *********ABATE A NOTA DO SALDO DO TITULO (QUITA SE ZERAR) E DA
      *********EXPOSICAO DO CLIENTE, COMO A BAIXA DO PROGCOB50*********
           SUBTRACT CRN-VALOR FROM ARO-SALDO.
           IF ARO-SALDO = ZEROS
               MOVE "Q" TO ARO-STATUS
           END-IF.
           REWRITE ARO-RECORD
           IF WRK-FS-AROPEN = "00"
               MOVE "R" TO JRN-OPERACAO
               PERFORM 0982-DIARIO-TITULO
           END-IF.
           IF EXPOSICAO-OK
               MOVE ARO-CLIENTE TO EXP-CLIENTE
               READ CUSTOMER-EXPOSURE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT CRN-VALOR FROM EXP-VALOR
                       IF EXP-VALOR < ZEROS
                           MOVE ZEROS TO EXP-VALOR
                       END-IF
                       REWRITE EXP-RECORD
                       IF WRK-FS-EXP = "00"
                           MOVE "R" TO JRN-OPERACAO
                           PERFORM 0986-DIARIO-EXPOSICAO
                       END-IF
               END-READ
           END-IF.
           MOVE "E" TO CRN-STATUS.
           MOVE WRK-DATASYS-NUM TO CRN-DATA-EFETIVACAO.
           WRITE CRN-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CREDNOTE: " WRK-FS-CRN
               NOT INVALID KEY
                   ADD 1 TO WRK-CNT-NOTAS
                   DISPLAY "NOTA DE CREDITO " CRN-NUMERO
                       " EFETIVADA - SALDO ATUAL DA FATURA " ARO-SALDO
           END-WRITE.

       0500-CONSULTAR-NOTAS.
           DISPLAY "NUMERO DA FATURA:".
           ACCEPT WRK-FATURA.
           MOVE "N" TO WRK-EOF-CRN.
           MOVE ZEROS TO CRN-NUMERO.
           START CREDIT-NOTE-FILE KEY IS NOT LESS THAN CRN-NUMERO
               INVALID KEY
                   MOVE "S" TO WRK-EOF-CRN
           END-START.
           PERFORM 0510-LISTAR-NOTA UNTIL FIM-CRN.

       0510-LISTAR-NOTA.
           READ CREDIT-NOTE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-CRN
               NOT AT END
                   IF CRN-FATURA = WRK-FATURA
                       DISPLAY CRN-NUMERO " " CRN-DATA
                           " MOTIVO " CRN-MOTIVO " VALOR " CRN-VALOR
                           " STATUS " CRN-STATUS " POR " CRN-OPERADOR
                   END-IF
           END-READ.

       0900-FINALIZAR.
           DISPLAY "NOTAS EFETIVADAS NA SESSAO: " WRK-CNT-NOTAS.
           CLOSE BILLING-FILE AR-OPEN-FILE CREDIT-NOTE-FILE.
           IF EXPOSICAO-OK
               CLOSE CUSTOMER-EXPOSURE
           END-IF.
           IF SINISTROS-OK
               CLOSE CLAIM-FILE
           END-IF.

       0982-DIARIO-TITULO.
      *********IMAGEM DO TITULO GRAVADO VAI PARA O DIARIO UPDJRNL*******
           MOVE "PROGCOB86" TO JRN-PROGRAMA.
           MOVE WRK-OPERADOR TO JRN-OPERADOR.
           MOVE "AROPEN" TO JRN-ARQUIVO.
           MOVE ARO-NUMERO TO JRN-CHAVE.
           MOVE ARO-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.

       0986-DIARIO-EXPOSICAO.
      *********IMAGEM DA EXPOSICAO GRAVADA VAI PARA O DIARIO UPDJRNL****
           MOVE "PROGCOB86" TO JRN-PROGRAMA.
           MOVE WRK-OPERADOR TO JRN-OPERADOR.
           MOVE "CUSTEXP" TO JRN-ARQUIVO.
           MOVE EXP-CLIENTE TO JRN-CHAVE.
           MOVE EXP-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.
