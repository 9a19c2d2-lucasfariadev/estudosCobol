      * DATA 02/09/2026
      * MANUTENCAO:
      * 02/09/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - VALOR DA HORA-AULA POR PROFESSOR (TCHRATE),
      *                   USADO NO PAGAMENTO MENSAL PROGCOB108; RECEBE
      *                   O OPERADOR DO MENU PARA REGISTRAR A ALTERACAO
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT WORKLOAD-REPORT ASSIGN TO "TEACHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT RATE-FILE ASSIGN TO "TCHRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRT-PROFESSOR
               FILE STATUS IS WRK-FS-VALOR.
       DATA DIVISION.
       FILE SECTION.
       FD TEACHER-MASTER.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WKL-CURSOS              PIC ZZ9.
           02 FILLER                  PIC X(07) VALUE " CURSOS".
       FD RATE-FILE.
           COPY CPTCHRAT.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PROF PIC X(02) VALUE ZEROS.
       77 WRK-FS-ATRIB PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRSCAT PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-FS-VALOR PIC X(02) VALUE ZEROS.
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-VALOR-ACHOU PIC X(01) VALUE "N".
           88 VALOR-ACHOU VALUE "S".
       77 WRK-VALOR-HORA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VALOR-EDIT PIC ZZ,ZZ9.99.
       77 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       77 WRK-EOF-PROF PIC X(01) VALUE "N".
           88 FIM-PROF VALUE "S".
       77 WRK-EOF-ATRIB PIC X(01) VALUE "N".
               03 WRK-CRG-PROFESSOR   PIC X(20).
               03 WRK-CRG-CURSOS      PIC 9(03).
       77 WRK-QTD-CRG PIC 9(03) VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DOS-PROFESSORES.
           IF WRK-FS-PROF = "00"
           IF CATALOGO-OK
               CLOSE COURSE-CATALOG
           END-IF.
           IF WRK-FS-VALOR = "00"
               CLOSE RATE-FILE
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
               DISPLAY "AVISO: CATALOGO CRSCAT NAO ENCONTRADO -"
                   " CURSO SEM CONFERENCIA"
           END-IF.
           OPEN I-O RATE-FILE.
           IF WRK-FS-VALOR = "35"
               OPEN OUTPUT RATE-FILE
               CLOSE RATE-FILE
               OPEN I-O RATE-FILE
           END-IF.
           IF WRK-FS-VALOR NOT = "00"
               DISPLAY "AVISO: TCHRATE NAO DISPONIVEL: " WRK-FS-VALOR
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY " 02 - LISTAR PROFESSORES".
           DISPLAY " 03 - ATRIBUIR PROFESSOR A CURSO/TERMO".
           DISPLAY " 04 - CARGA DOS PROFESSORES DE UM TERMO".
           DISPLAY " 05 - VALOR DA HORA-AULA DO PROFESSOR".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
               WHEN 02 PERFORM 0250-LISTAR-PROFESSORES
               WHEN 03 PERFORM 0300-ATRIBUIR-CURSO
               WHEN 04 PERFORM 0400-CARGA-DO-TERMO
               WHEN 05 PERFORM 0500-VALOR-HORA-AULA
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           END-IF.
           MOVE WRK-CRG-CURSOS(WRK-IDX) TO WKL-CURSOS.
           WRITE WORKLOAD-LINE.

       0500-VALOR-HORA-AULA.
      *********INCLUI OU ALTERA O VALOR DA HORA-AULA DO PROFESSOR NO
      *********TCHRATE, COM A DATA E O OPERADOR DA ALTERACAO***********
           IF WRK-FS-VALOR NOT = "00"
               DISPLAY "TCHRATE NAO DISPONIVEL"
           ELSE
               DISPLAY "PROFESSOR (USUARIO DE LOGIN):"
               ACCEPT WRK-PROFESSOR
               PERFORM 0150-LER-PROFESSOR
               IF NOT PROFESSOR-ACHOU
                   DISPLAY "PROFESSOR FORA DO CADASTRO"
               ELSE
                   PERFORM 0510-GRAVAR-VALOR
               END-IF
           END-IF.

       0510-GRAVAR-VALOR.
           DISPLAY "PROFESSOR: " PRF-NOME.
           MOVE WRK-PROFESSOR TO TRT-PROFESSOR.
           READ RATE-FILE
               INVALID KEY
                   MOVE "N" TO WRK-VALOR-ACHOU
                   DISPLAY "SEM VALOR DE HORA-AULA CADASTRADO"
               NOT INVALID KEY
                   MOVE "S" TO WRK-VALOR-ACHOU
                   MOVE TRT-VALOR-HORA TO WRK-VALOR-EDIT
                   DISPLAY "VALOR ATUAL: " WRK-VALOR-EDIT
                       " DESDE " TRT-DATA-ALTERACAO
                       " POR " TRT-OPERADOR
           END-READ.
           DISPLAY "NOVO VALOR DA HORA-AULA (EX 85.50):".
           ACCEPT WRK-VALOR-HORA.
           IF WRK-VALOR-HORA = ZEROS
               DISPLAY "VALOR ZERO - NADA ALTERADO"
           ELSE
               CALL "PROGDATA" USING WRK-DATASYS-NUM
               MOVE WRK-PROFESSOR TO TRT-PROFESSOR
               MOVE WRK-VALOR-HORA TO TRT-VALOR-HORA
               MOVE WRK-DATASYS-NUM TO TRT-DATA-ALTERACAO
               MOVE WRK-OPERADOR TO TRT-OPERADOR
               IF VALOR-ACHOU
                   REWRITE TRT-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR VALOR"
                       NOT INVALID KEY
                           DISPLAY "VALOR DA HORA-AULA ALTERADO"
                   END-REWRITE
               ELSE
                   WRITE TRT-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR VALOR"
                       NOT INVALID KEY
                           DISPLAY "VALOR DA HORA-AULA INCLUIDO"
                   END-WRITE
               END-IF
           END-IF.
