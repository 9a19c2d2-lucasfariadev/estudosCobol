       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGJRNL.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: DIARIO COMUM DE ATUALIZACOES DOS CADASTROS
      *           INDEXADOS, CHAMADO COMO O PROGERR: RECEBE PROGRAMA,
      *           OPERADOR, ARQUIVO, OPERACAO, CHAVE E A IMAGEM DO
      *           REGISTRO DEPOIS DE CADA WRITE/REWRITE/DELETE E
      *           ACRESCENTA A LINHA DATADA (DATA, HORA E CENTESIMOS)
      *           NO UPDJRNL. COM A COPIA DE SEGURANCA DA NOITE
      *           RESTAURADA, O PROGCOB115 REAPLICA O DIARIO ATE O
      *           MOMENTO ESCOLHIDO E O DIA NAO SE PERDE. FALHA AO
      *           GRAVAR O DIARIO VAI PARA O SYSLOG PELO PROGERR
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - A LINHA DO DIARIO E DATADA PELO RELOGIO (DATA
      *                   E HORA DO SISTEMA) E NAO PELA DATA DE NEGOCIO
      *                   DO BUSIDATE (PROGDATA), QUE PODE FICAR PARADA
      *                   NA VIRADA DA MEIA-NOITE OU NO REPROCESSAMENTO;
      *                   O MOMENTO DA COPIA PEDIDO NO PROGCOB115 E A
      *                   HORA DO RELOGIO
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UPDATE-JOURNAL ASSIGN TO "UPDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JRNL.
       DATA DIVISION.
       FILE SECTION.
       FD UPDATE-JOURNAL.
           COPY CPUPDJRN.
       WORKING-STORAGE SECTION.
       77 WRK-FS-JRNL PIC X(02) VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-HORASYS.
           02 WRK-HORASYS-HHMMSS PIC 9(06) VALUE ZEROS.
           02 WRK-HORASYS-CENTESIMOS PIC 9(02) VALUE ZEROS.
           COPY CPSYSERR.
       LINKAGE SECTION.
           COPY CPJRNLAR.
       PROCEDURE DIVISION USING JRN-AREA.
       0001-PRINCIPAL.
           OPEN EXTEND UPDATE-JOURNAL.
           IF WRK-FS-JRNL NOT = "00"
               OPEN OUTPUT UPDATE-JOURNAL
           END-IF.
           IF WRK-FS-JRNL NOT = "00"
               PERFORM 0900-REGISTRAR-FALHA
           ELSE
               PERFORM 0100-GRAVAR-DIARIO
               CLOSE UPDATE-JOURNAL
           END-IF.
           GOBACK.

       0100-GRAVAR-DIARIO.
           ACCEPT WRK-DATASYS-NUM FROM DATE YYYYMMDD.
           ACCEPT WRK-HORASYS FROM TIME.
           MOVE SPACES TO UJR-RECORD.
           MOVE WRK-DATASYS-NUM TO UJR-DATA.
           MOVE WRK-HORASYS-HHMMSS TO UJR-HORA.
           MOVE WRK-HORASYS-CENTESIMOS TO UJR-CENTESIMOS.
           MOVE JRN-PROGRAMA TO UJR-PROGRAMA.
           IF JRN-OPERADOR = SPACES
               MOVE "NAO IDENTIFICADO" TO UJR-OPERADOR
           ELSE
               MOVE JRN-OPERADOR TO UJR-OPERADOR
           END-IF.
           MOVE JRN-ARQUIVO TO UJR-ARQUIVO.
           MOVE JRN-OPERACAO TO UJR-OPERACAO.
           MOVE JRN-CHAVE TO UJR-CHAVE.
           MOVE JRN-IMAGEM TO UJR-IMAGEM.
           WRITE UJR-RECORD.
           IF WRK-FS-JRNL NOT = "00"
               PERFORM 0900-REGISTRAR-FALHA
           END-IF.

       0900-REGISTRAR-FALHA.
      *********A ATUALIZACAO DO CADASTRO JA ACONTECEU; O QUE SE PERDE E
      *********SO A SUA RECUPERACAO, ENTAO O CHAMADOR SEGUE E A FALHA
      *********FICA NO SYSLOG PARA A OPERACAO*************************
           MOVE JRN-PROGRAMA TO SERR-PROGRAMA.
           MOVE "UPDJRNL" TO SERR-ARQUIVO.
           MOVE "DIARIO" TO SERR-OPERACAO.
           MOVE WRK-FS-JRNL TO SERR-STATUS.
           CALL "PROGERR" USING SERR-AREA.
