       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB103.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: CONFERENCIA DE PRE-REQUISITOS ANTES DO INICIO DO
      *           TERMO: DEPOIS DE LANCADAS AS NOTAS DO TERMO
      *           ANTERIOR, LISTA NO PREQRPT AS MATRICULAS (E LISTAS
      *           DE ESPERA) DO TERMO QUE NAO CUMPREM MAIS UM
      *           PRE-REQUISITO DO CURSO (PREREQ CONTRA O TRANHIST,
      *           MESMA REGRA DA MATRICULA NO PROGCOB68); MATRICULA
      *           COM DISPENSA DO COORDENADOR NO PREWAIV NAO E
      *           EXCECAO. A COORDENACAO DESFAZ ANTES DA PRIMEIRA
      *           SEMANA E NAO NA TERCEIRA
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
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-CHAVE
               FILE STATUS IS WRK-FS-ENR.
           SELECT PREREQ-FILE ASSIGN TO "PREREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRQ-CHAVE
               FILE STATUS IS WRK-FS-PREREQ.
           SELECT TRANSCRIPT-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANHS-CHAVE
               FILE STATUS IS WRK-FS-TRANHS.
           SELECT WAIVER-LOG ASSIGN TO "PREWAIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-WAIVER.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WRK-FS-STUMAST.
           SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TERMCTL.
           SELECT PREREQ-REPORT ASSIGN TO "PREQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
           COPY CPENROLL.
       FD PREREQ-FILE.
           COPY CPPREREQ.
       FD TRANSCRIPT-HISTORY.
           COPY CPTRANHS.
       FD WAIVER-LOG.
           COPY CPPREWAV.
       FD STUDENT-MASTER.
           COPY CPSTUMAS.
       FD TERM-CONTROL.
       01 TERMCTL-RECORD.
           02 TERMCTL-TERM-ID         PIC 9(05).
       FD PREREQ-REPORT.
       01 PREREQ-REPORT-LINE.
           02 PQR-STU-ID              PIC X(10).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PQR-NOME                PIC X(30).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PQR-CURSO               PIC X(05).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PQR-SECAO               PIC X(02).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PQR-STATUS              PIC X(11).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PQR-REQUISITO           PIC X(05).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PQR-MINIMA              PIC Z9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PQR-ULTIMA-MEDIA        PIC Z9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PQR-SITUACAO            PIC X(13).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ENR PIC X(02) VALUE ZEROS.
       77 WRK-FS-PREREQ PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRANHS PIC X(02) VALUE ZEROS.
       77 WRK-FS-WAIVER PIC X(02) VALUE ZEROS.
       77 WRK-FS-STUMAST PIC X(02) VALUE ZEROS.
       77 WRK-FS-TERMCTL PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ENR PIC X(01) VALUE "N".
           88 FIM-ENR VALUE "S".
       77 WRK-EOF-PRQ PIC X(01) VALUE "N".
           88 FIM-PRQ VALUE "S".
       77 WRK-EOF-HIST PIC X(01) VALUE "N".
           88 FIM-HIST VALUE "S".
       77 WRK-EOF-WAIVER PIC X(01) VALUE "N".
           88 FIM-WAIVER VALUE "S".
       77 WRK-HISTORICO-OK PIC X(01) VALUE "N".
           88 HISTORICO-OK VALUE "S".
       77 WRK-ALUNOS-OK PIC X(01) VALUE "N".
           88 ALUNOS-OK VALUE "S".
       77 WRK-APROVADO PIC X(01) VALUE "N".
           88 REQUISITO-CUMPRIDO VALUE "S".
       77 WRK-TEM-HISTORICO PIC X(01) VALUE "N".
           88 TEM-HISTORICO VALUE "S".
       77 WRK-DISPENSADO PIC X(01) VALUE "N".
           88 REQUISITO-DISPENSADO VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-TERMO PIC 9(05) VALUE ZEROS.
       77 WRK-TERMO-INF PIC 9(05) VALUE ZEROS.
       77 WRK-ULTIMA-MEDIA PIC 9(02)V9(02) VALUE ZEROS.
       77 WRK-ULTIMA-SITUACAO PIC X(01) VALUE SPACE.
       77 WRK-QTD-DISP PIC 9(04) VALUE ZEROS.
       77 WRK-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-CNT-MATRICULAS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-CONFERIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-EXCECOES PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-DISPENSAS PIC 9(05) VALUE ZEROS.
      *********DISPENSAS DO PREWAIV DO TERMO CONFERIDO*****************
       01 WRK-TABELA-DISPENSAS.
           02 WRK-DISP-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WRK-QTD-DISP.
               03 WRK-DISP-STU-ID     PIC X(10).
               03 WRK-DISP-CURSO      PIC X(05).
               03 WRK-DISP-REQUISITO  PIC X(05).
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-DATASYS-NUM-X REDEFINES WRK-DATASYS-NUM.
           02 WRK-DATASYS-ANO    PIC 9(04).
           02 WRK-DATASYS-MES    PIC 9(02).
           02 WRK-DATASYS-DIA    PIC 9(02).
           COPY CPRPTHDR.
       LINKAGE SECTION.
       01 LK-OPERADOR                 PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           PERFORM 0060-DETERMINAR-TERMO.
           DISPLAY "TERMO A CONFERIR (ENTER = " WRK-TERMO "):".
           ACCEPT WRK-TERMO-INF.
           IF WRK-TERMO-INF NOT = ZEROS
               MOVE WRK-TERMO-INF TO WRK-TERMO
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WRK-FS-ENR NOT = "00"
               DISPLAY "ERRO AO ABRIR ENROLL: " WRK-FS-ENR
               GOBACK
           END-IF.
           OPEN INPUT PREREQ-FILE.
           IF WRK-FS-PREREQ NOT = "00"
               DISPLAY "PREREQ NAO ENCONTRADO - NENHUM CURSO COM"
                   " PRE-REQUISITO"
               CLOSE ENROLLMENT-FILE
               GOBACK
           END-IF.
           OPEN INPUT TRANSCRIPT-HISTORY.
           IF WRK-FS-TRANHS = "00"
               MOVE "S" TO WRK-HISTORICO-OK
           ELSE
               DISPLAY "AVISO: TRANHIST NAO ENCONTRADO - NENHUM"
                   " PRE-REQUISITO CONSTA COMO CUMPRIDO"
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-STUMAST = "00"
               MOVE "S" TO WRK-ALUNOS-OK
           END-IF.
           PERFORM 0100-CARREGAR-DISPENSAS.
           OPEN OUTPUT PREREQ-REPORT.
           PERFORM 0200-GRAVAR-CABECALHO.
           MOVE "N" TO WRK-EOF-ENR.
           MOVE LOW-VALUES TO ENR-CHAVE.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-ENR
           END-START.
           PERFORM 0300-CONFERIR-MATRICULA UNTIL FIM-ENR.
           PERFORM 0500-GRAVAR-TOTAIS.
           CLOSE PREREQ-REPORT.
           CLOSE ENROLLMENT-FILE.
           CLOSE PREREQ-FILE.
           IF HISTORICO-OK
               CLOSE TRANSCRIPT-HISTORY
           END-IF.
           IF ALUNOS-OK
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY "PRE-REQUISITOS DO TERMO " WRK-TERMO " (PREQRPT):"
               " MATRICULAS " WRK-CNT-MATRICULAS
               "  EXCECOES " WRK-CNT-EXCECOES
               "  DISPENSADAS " WRK-CNT-DISPENSAS.
           GOBACK.

       0060-DETERMINAR-TERMO.
      *********TERMO CORRENTE DO TERMCTL; SEM ELE, DERIVA DO ANO +
      *********SEMESTRE DA DATA, COMO O PROGCOB68**********************
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           OPEN INPUT TERM-CONTROL.
           IF WRK-FS-TERMCTL = "00"
               READ TERM-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TERMCTL-TERM-ID TO WRK-TERMO
               END-READ
               CLOSE TERM-CONTROL
           END-IF.
           IF WRK-TERMO = ZEROS
               IF WRK-DATASYS-MES <= 6
                   COMPUTE WRK-TERMO = (WRK-DATASYS-ANO * 10) + 1
               ELSE
                   COMPUTE WRK-TERMO = (WRK-DATASYS-ANO * 10) + 2
               END-IF
           END-IF.

       0100-CARREGAR-DISPENSAS.
           MOVE ZEROS TO WRK-QTD-DISP.
           MOVE "N" TO WRK-EOF-WAIVER.
           OPEN INPUT WAIVER-LOG.
           IF WRK-FS-WAIVER NOT = "00"
               MOVE "S" TO WRK-EOF-WAIVER
           END-IF.
           PERFORM 0110-LER-DISPENSA UNTIL FIM-WAIVER.
           IF WRK-FS-WAIVER = "00" OR WRK-FS-WAIVER = "10"
               CLOSE WAIVER-LOG
           END-IF.

       0110-LER-DISPENSA.
           READ WAIVER-LOG
               AT END
                   MOVE "S" TO WRK-EOF-WAIVER
               NOT AT END
                   IF PWV-TERMO = WRK-TERMO AND WRK-QTD-DISP < 1000
                       ADD 1 TO WRK-QTD-DISP
                       MOVE PWV-STU-ID TO WRK-DISP-STU-ID(WRK-QTD-DISP)
                       MOVE PWV-CURSO TO WRK-DISP-CURSO(WRK-QTD-DISP)
                       MOVE PWV-REQUISITO
                           TO WRK-DISP-REQUISITO(WRK-QTD-DISP)
                   END-IF
           END-READ.

       0200-GRAVAR-CABECALHO.
      *********CABECALHO PADRAO: PROGRAMA, DATA, OPERADOR E PAGINA*****
           MOVE "PROGCOB103" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE SPACES TO PREREQ-REPORT-LINE.
           MOVE RPT-HEADER-LINE TO PREREQ-REPORT-LINE.
           WRITE PREREQ-REPORT-LINE.
           MOVE SPACES TO PREREQ-REPORT-LINE.
           MOVE "MATRICULAS SEM PRE-REQUISITO" TO PQR-NOME.
           MOVE "TERMO" TO PQR-STATUS.
           MOVE WRK-TERMO TO PQR-REQUISITO.
           WRITE PREREQ-REPORT-LINE.
           MOVE SPACES TO PREREQ-REPORT-LINE.
           MOVE "ALUNO" TO PQR-STU-ID.
           MOVE "NOME" TO PQR-NOME.
           MOVE "CURSO" TO PQR-CURSO.
           MOVE "SC" TO PQR-SECAO.
           MOVE "STATUS" TO PQR-STATUS.
           MOVE "EXIGE" TO PQR-REQUISITO.
           MOVE "ULTIMA SIT" TO PQR-SITUACAO.
           WRITE PREREQ-REPORT-LINE.

       0300-CONFERIR-MATRICULA.
      *********MATRICULA OU ESPERA DO TERMO: CADA PRE-REQUISITO DO
      *********CURSO SEM APROVACAO E SEM DISPENSA VIRA UMA LINHA*******
           READ ENROLLMENT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-ENR
               NOT AT END
                   IF ENR-TERMO = WRK-TERMO
                       ADD 1 TO WRK-CNT-MATRICULAS
                       PERFORM 0310-VARRER-PRE-REQUISITOS
                   END-IF
           END-READ.

       0310-VARRER-PRE-REQUISITOS.
           MOVE "N" TO WRK-EOF-PRQ.
           MOVE ENR-CURSO TO PRQ-CURSO.
           MOVE LOW-VALUES TO PRQ-REQUISITO.
           START PREREQ-FILE KEY IS NOT LESS THAN PRQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-PRQ
           END-START.
           PERFORM 0320-CONFERIR-UM-REQUISITO UNTIL FIM-PRQ.

       0320-CONFERIR-UM-REQUISITO.
           READ PREREQ-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-PRQ
               NOT AT END
                   IF PRQ-CURSO NOT = ENR-CURSO
                       MOVE "S" TO WRK-EOF-PRQ
                   ELSE
                       ADD 1 TO WRK-CNT-CONFERIDOS
                       PERFORM 0330-BUSCAR-APROVACAO
                       IF NOT REQUISITO-CUMPRIDO
                           PERFORM 0350-BUSCAR-DISPENSA
                           IF REQUISITO-DISPENSADO
                               ADD 1 TO WRK-CNT-DISPENSAS
                           ELSE
                               PERFORM 0400-IMPRIMIR-EXCECAO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0330-BUSCAR-APROVACAO.
      *********MESMA REGRA DA MATRICULA: TERMO ANTERIOR, SITUACAO A E
      *********MEDIA NAO MENOR QUE A MINIMA; GUARDA O ULTIMO REGISTRO
      *********DO CURSO EXIGIDO PARA MOSTRAR NA EXCECAO****************
           MOVE "N" TO WRK-APROVADO WRK-TEM-HISTORICO.
           MOVE ZEROS TO WRK-ULTIMA-MEDIA.
           MOVE SPACE TO WRK-ULTIMA-SITUACAO.
           IF HISTORICO-OK
               MOVE "N" TO WRK-EOF-HIST
               MOVE ENR-STU-ID TO TRANHS-STU-ID
               MOVE PRQ-REQUISITO TO TRANHS-CURSO
               MOVE ZEROS TO TRANHS-TERM-ID
               START TRANSCRIPT-HISTORY
                   KEY IS NOT LESS THAN TRANHS-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-EOF-HIST
               END-START
               PERFORM 0340-LER-HISTORICO UNTIL FIM-HIST
           END-IF.

       0340-LER-HISTORICO.
           READ TRANSCRIPT-HISTORY NEXT
               AT END
                   MOVE "S" TO WRK-EOF-HIST
               NOT AT END
                   IF TRANHS-STU-ID NOT = ENR-STU-ID
                       OR TRANHS-CURSO NOT = PRQ-REQUISITO
                       OR TRANHS-TERM-ID NOT < WRK-TERMO
                       MOVE "S" TO WRK-EOF-HIST
                   ELSE
                       MOVE "S" TO WRK-TEM-HISTORICO
                       MOVE TRANHS-MEDIA TO WRK-ULTIMA-MEDIA
                       MOVE TRANHS-SITUACAO TO WRK-ULTIMA-SITUACAO
                       IF TRANHS-SITUACAO = "A"
                           AND TRANHS-MEDIA NOT < PRQ-MEDIA-MINIMA
                           MOVE "S" TO WRK-APROVADO
                       END-IF
                   END-IF
           END-READ.

       0350-BUSCAR-DISPENSA.
           MOVE "N" TO WRK-DISPENSADO.
           IF WRK-QTD-DISP > ZEROS
               PERFORM 0355-COMPARAR-DISPENSA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-DISP
                   OR REQUISITO-DISPENSADO
           END-IF.

       0355-COMPARAR-DISPENSA.
           IF WRK-DISP-STU-ID(WRK-IDX) = ENR-STU-ID
               AND WRK-DISP-CURSO(WRK-IDX) = ENR-CURSO
               AND WRK-DISP-REQUISITO(WRK-IDX) = PRQ-REQUISITO
               MOVE "S" TO WRK-DISPENSADO
           END-IF.

       0400-IMPRIMIR-EXCECAO.
           ADD 1 TO WRK-CNT-EXCECOES.
           MOVE SPACES TO PREREQ-REPORT-LINE.
           MOVE ENR-STU-ID TO PQR-STU-ID.
           IF ALUNOS-OK
               MOVE ENR-STU-ID TO STU-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE "(FORA DO MASTER)" TO PQR-NOME
                   NOT INVALID KEY
                       MOVE STU-NOME TO PQR-NOME
               END-READ
           END-IF.
           MOVE ENR-CURSO TO PQR-CURSO.
           MOVE ENR-SECAO TO PQR-SECAO.
           IF ENR-MATRICULADO
               MOVE "MATRICULADO" TO PQR-STATUS
           ELSE
               MOVE "ESPERA" TO PQR-STATUS
           END-IF.
           MOVE PRQ-REQUISITO TO PQR-REQUISITO.
           MOVE PRQ-MEDIA-MINIMA TO PQR-MINIMA.
           IF TEM-HISTORICO
               MOVE WRK-ULTIMA-MEDIA TO PQR-ULTIMA-MEDIA
               EVALUATE WRK-ULTIMA-SITUACAO
                   WHEN "A" MOVE "APROVADO" TO PQR-SITUACAO
                   WHEN "R" MOVE "RECUPERACAO" TO PQR-SITUACAO
                   WHEN "F" MOVE "REPROVADO" TO PQR-SITUACAO
                   WHEN OTHER MOVE WRK-ULTIMA-SITUACAO TO PQR-SITUACAO
               END-EVALUATE
           ELSE
               MOVE "SEM HISTORICO" TO PQR-SITUACAO
           END-IF.
           WRITE PREREQ-REPORT-LINE.

       0500-GRAVAR-TOTAIS.
           MOVE SPACES TO PREREQ-REPORT-LINE.
           WRITE PREREQ-REPORT-LINE.
           MOVE SPACES TO PREREQ-REPORT-LINE.
           MOVE "MATRICULAS DO TERMO" TO PQR-NOME.
           MOVE WRK-CNT-MATRICULAS TO PQR-STU-ID.
           WRITE PREREQ-REPORT-LINE.
           MOVE SPACES TO PREREQ-REPORT-LINE.
           MOVE "PRE-REQUISITOS CONFERIDOS" TO PQR-NOME.
           MOVE WRK-CNT-CONFERIDOS TO PQR-STU-ID.
           WRITE PREREQ-REPORT-LINE.
           MOVE SPACES TO PREREQ-REPORT-LINE.
           MOVE "DISPENSADOS PELO COORDENADOR" TO PQR-NOME.
           MOVE WRK-CNT-DISPENSAS TO PQR-STU-ID.
           WRITE PREREQ-REPORT-LINE.
           MOVE SPACES TO PREREQ-REPORT-LINE.
           MOVE "EXCECOES A DESFAZER" TO PQR-NOME.
           MOVE WRK-CNT-EXCECOES TO PQR-STU-ID.
           WRITE PREREQ-REPORT-LINE.
