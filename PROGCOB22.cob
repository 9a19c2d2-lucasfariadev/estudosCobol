      *                   PROGCOB72) SAI COM "DOCUMENTO RETIDO" NO
      *                   LUGAR DOS LANCAMENTOS, COMO A DIRETORIA
      *                   EXIGE
      * 15/10/2026 LFL - CREDITO DE TRANSFERENCIA (TRANHS-ORIGEM = T,
      *                   LANCADO PELO PROGCOB106) SAI NUMA LINHA
      *                   PROPRIA MARCADA "CREDITO TRANSFERIDO", COM A
      *                   ESCOLA E O CURSO DE ORIGEM DO TRFCRED NO
      *                   LUGAR DAS NOTAS
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WRK-FS-STUMAST.
           SELECT TRANSFER-CREDIT ASSIGN TO "TRFCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRC-CHAVE
               FILE STATUS IS WRK-FS-TRFCRED.
           SELECT TRANSCRIPT-REPORT ASSIGN TO "TRANSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           COPY CPTRANHS.
       FD STUDENT-MASTER.
           COPY CPSTUMAS.
       FD TRANSFER-CREDIT.
           COPY CPTRFCRD.
       FD TRANSCRIPT-REPORT.
       01 TRP-REGISTRO                PIC X(100).
       WORKING-STORAGE SECTION.
       77 WRK-FS-TRANHS PIC X(02) VALUE ZEROS.
       77 WRK-FS-STUMAST PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRFCRED PIC X(02) VALUE ZEROS.
       77 WRK-TRFCRED-OK PIC X(01) VALUE "N".
           88 TRFCRED-OK VALUE "S".
       77 WRK-EOF-TRANHS PIC X(01) VALUE "N".
           88 FIM-TRANHS VALUE "S".
       77 WRK-PEDIDO PIC X(10) VALUE SPACES.
           02 WLAN-MEDIA              PIC Z9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLAN-SITUACAO           PIC X(20).
       01 WRK-LINHA-TRANSFERENCIA.
           02 FILLER                  PIC X(06) VALUE "CURSO ".
           02 WLTR-CURSO              PIC X(05).
           02 FILLER                  PIC X(09) VALUE "  TERMO  ".
           02 WLTR-TERMO              PIC 9(05).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLTR-INSTITUICAO        PIC X(08).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLTR-CURSO-EXTERNO      PIC X(10).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLTR-MEDIA              PIC Z9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 FILLER                  PIC X(20)
               VALUE "CREDITO TRANSFERIDO".
       01 WRK-LINHA-RODAPE.
           02 FILLER                  PIC X(25)
               VALUE "MEDIA GERAL DO HISTORICO ".
               DISPLAY "AVISO: STUDENT-MASTER NAO ENCONTRADO - O"
                   " HISTORICO SAI SEM O NOME DO ALUNO"
           END-IF.
           OPEN INPUT TRANSFER-CREDIT.
           IF WRK-FS-TRFCRED = "00"
               MOVE "S" TO WRK-TRFCRED-OK
           END-IF.
           OPEN OUTPUT TRANSCRIPT-REPORT.

       0100-COLETAR-PEDIDO.
               PERFORM 0280-FECHAR-DOCUMENTO
               PERFORM 0170-ABRIR-DOCUMENTO
           END-IF.
           IF NOT DOC-RETIDO AND TRANHS-TRANSFERIDO
               PERFORM 0220-LINHA-TRANSFERENCIA
               ADD 1 TO WRK-QTD-LANCADOS
               ADD TRANHS-MEDIA TO WRK-SOMA-MEDIAS
           END-IF.
           IF NOT DOC-RETIDO AND NOT TRANHS-TRANSFERIDO
               PERFORM 0210-MONTAR-SITUACAO
               MOVE TRANHS-CURSO TO WLAN-CURSO
               MOVE TRANHS-TERM-ID TO WLAN-TERMO
               WHEN OTHER MOVE SPACES TO WRK-SITUACAO-EXTENSO
           END-EVALUATE.

       0220-LINHA-TRANSFERENCIA.
      *********CREDITO DE OUTRA ESCOLA: NO LUGAR DAS NOTAS VAI A
      *********ESCOLA E O CURSO DE ORIGEM, SE O TRFCRED TIVER O
      *********DETALHE DO LANCAMENTO**********************************
           MOVE TRANHS-CURSO TO WLTR-CURSO.
           MOVE TRANHS-TERM-ID TO WLTR-TERMO.
           MOVE TRANHS-MEDIA TO WLTR-MEDIA.
           MOVE SPACES TO WLTR-INSTITUICAO WLTR-CURSO-EXTERNO.
           IF TRFCRED-OK
               MOVE TRANHS-CHAVE TO TRC-CHAVE
               READ TRANSFER-CREDIT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TRC-INSTITUICAO TO WLTR-INSTITUICAO
                       MOVE TRC-CURSO-EXTERNO TO WLTR-CURSO-EXTERNO
               END-READ
           END-IF.
           MOVE WRK-LINHA-TRANSFERENCIA TO TRP-REGISTRO.
           WRITE TRP-REGISTRO.

       0280-FECHAR-DOCUMENTO.
      *********LINHA DE MEDIA GERAL DE TODOS OS LANCAMENTOS DO ALUNO;
      *********DOCUMENTO RETIDO SAI SEM MEDIA NEM LANCAMENTOS**********
           IF STUMAST-OK
               CLOSE STUDENT-MASTER
           END-IF.
           IF TRFCRED-OK
               CLOSE TRANSFER-CREDIT
           END-IF.
