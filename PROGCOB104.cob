       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB104.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: QUADRO DE HORARIOS DAS SECOES DE TURMA (TIMETBL):
      *           ENCONTROS SEMANAIS POR SECAO COM DIA, HORA DE
      *           INICIO E FIM E SALA; A INCLUSAO RECUSA O CHOQUE DE
      *           SALA, O CHOQUE DO PROFESSOR ATRIBUIDO (TEACHASG) E
      *           O CHOQUE DE ALUNO MATRICULADO NAS DUAS SECOES
      *           (ENROLL). GRADE SEMANAL IMPRESSA (TIMERPT) POR
      *           SECAO, POR PROFESSOR E POR SALA - O CHOQUE DEIXA
      *           DE APARECER SO NO PRIMEIRO DIA DE AULA
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMETABLE-FILE ASSIGN TO "TIMETBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TTB-CHAVE
               FILE STATUS IS WRK-FS-TTB.
           SELECT SECTION-FILE ASSIGN TO "SECTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-CHAVE
               FILE STATUS IS WRK-FS-SECAO.
           SELECT ASSIGNMENT-FILE ASSIGN TO "TEACHASG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAS-CHAVE
               FILE STATUS IS WRK-FS-ATRIB.
           SELECT TEACHER-MASTER ASSIGN TO "TEACHER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS WRK-FS-PROF.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-CHAVE
               FILE STATUS IS WRK-FS-ENR.
           SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TERMCTL.
           SELECT TIMETABLE-REPORT ASSIGN TO "TIMERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD TIMETABLE-FILE.
           COPY CPTIMETB.
       FD SECTION-FILE.
           COPY CPSECT.
       FD ASSIGNMENT-FILE.
           COPY CPTEACHA.
       FD TEACHER-MASTER.
           COPY CPTEACHR.
       FD ENROLLMENT-FILE.
           COPY CPENROLL.
       FD TERM-CONTROL.
       01 TERMCTL-RECORD.
           02 TERMCTL-TERM-ID         PIC 9(05).
       FD TIMETABLE-REPORT.
       01 TIMETABLE-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-FS-TTB PIC X(02) VALUE ZEROS.
       77 WRK-FS-SECAO PIC X(02) VALUE ZEROS.
       77 WRK-FS-ATRIB PIC X(02) VALUE ZEROS.
       77 WRK-FS-PROF PIC X(02) VALUE ZEROS.
       77 WRK-FS-ENR PIC X(02) VALUE ZEROS.
       77 WRK-FS-TERMCTL PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-TTB PIC X(01) VALUE "N".
           88 FIM-TTB VALUE "S".
       77 WRK-EOF-ENR PIC X(01) VALUE "N".
           88 FIM-ENR VALUE "S".
       77 WRK-SECOES-OK PIC X(01) VALUE "N".
           88 SECOES-OK VALUE "S".
       77 WRK-ATRIB-OK PIC X(01) VALUE "N".
           88 ATRIB-OK VALUE "S".
       77 WRK-PROFESSORES-OK PIC X(01) VALUE "N".
           88 PROFESSORES-OK VALUE "S".
       77 WRK-MATRICULAS-OK PIC X(01) VALUE "N".
           88 MATRICULAS-OK VALUE "S".
       77 WRK-ENTRADA-OK PIC X(01) VALUE "N".
           88 ENTRADA-OK VALUE "S".
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-SAIR PIC X(01) VALUE "N".
           88 SAIR-DOS-HORARIOS VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-TERMO PIC 9(05) VALUE ZEROS.
       77 WRK-CURSO PIC X(05) VALUE SPACES.
       77 WRK-SECAO PIC X(02) VALUE SPACES.
       77 WRK-DIA PIC 9(01) VALUE ZEROS.
           88 DIA-VALIDO VALUE 1 THRU 7.
       77 WRK-INICIO PIC 9(04) VALUE ZEROS.
       77 WRK-FIM PIC 9(04) VALUE ZEROS.
       77 WRK-SALA PIC X(05) VALUE SPACES.
       77 WRK-PROF-NOVO PIC X(20) VALUE SPACES.
       77 WRK-PROF-ACHADO PIC X(20) VALUE SPACES.
       77 WRK-CURSO-BUSCA PIC X(05) VALUE SPACES.
       77 WRK-CNT-CONFLITOS PIC 9(03) VALUE ZEROS.
       77 WRK-CNT-CHOQUE-ALUNO PIC 9(03) VALUE ZEROS.
       77 WRK-FILTRO PIC X(01) VALUE SPACE.
           88 FILTRO-SECAO VALUE "S".
           88 FILTRO-PROFESSOR VALUE "P".
           88 FILTRO-SALA VALUE "R".
       77 WRK-PROF-FILTRO PIC X(20) VALUE SPACES.
       77 WRK-DIA-ANTERIOR PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-ALU PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-GRD PIC 9(03) VALUE ZEROS.
       77 WRK-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-IDX2 PIC 9(03) VALUE ZEROS.
      *********HORA HHMM E SUA EDICAO HH:MM****************************
       01 WRK-HORA PIC 9(04) VALUE ZEROS.
       01 WRK-HORA-X REDEFINES WRK-HORA.
           02 WRK-HORA-HH             PIC 9(02).
           02 WRK-HORA-MM             PIC 9(02).
       01 WRK-HORA-EDIT.
           02 WRK-HED-HH              PIC 9(02).
           02 FILLER                  PIC X(01) VALUE ":".
           02 WRK-HED-MM              PIC 9(02).
       01 WRK-NOMES-DIAS.
           02 FILLER PIC X(21) VALUE "SEGTERQUAQUISEXSABDOM".
       01 WRK-NOMES-DIAS-R REDEFINES WRK-NOMES-DIAS.
           02 WRK-NOME-DIA            PIC X(03) OCCURS 7 TIMES.
      *********ALUNOS MATRICULADOS NA SECAO DO ENCONTRO EM INCLUSAO****
       01 WRK-TABELA-ALUNOS.
           02 WRK-ALU-STU-ID PIC X(10) OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-ALU.
      *********ENCONTROS DA GRADE IMPRESSA, ORDENADOS POR DIA E HORA***
       01 WRK-TABELA-GRADE.
           02 WRK-GRD-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-QTD-GRD.
               03 WRK-GRD-DIA         PIC 9(01).
               03 WRK-GRD-INICIO      PIC 9(04).
               03 WRK-GRD-FIM         PIC 9(04).
               03 WRK-GRD-CURSO       PIC X(05).
               03 WRK-GRD-SECAO       PIC X(02).
               03 WRK-GRD-SALA        PIC X(05).
               03 WRK-GRD-PROFESSOR   PIC X(20).
       01 WRK-TROCA-AUX               PIC X(41).
       01 WRK-LINHA-ENCONTRO.
           02 FILLER                  PIC X(04) VALUE SPACES.
           02 WLE-INICIO              PIC X(05).
           02 FILLER                  PIC X(01) VALUE "-".
           02 WLE-FIM                 PIC X(05).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLE-CURSO               PIC X(05).
           02 FILLER                  PIC X(01) VALUE "-".
           02 WLE-SECAO               PIC X(02).
           02 FILLER                  PIC X(07) VALUE "  SALA ".
           02 WLE-SALA                PIC X(05).
           02 FILLER                  PIC X(07) VALUE "  PROF ".
           02 WLE-PROFESSOR           PIC X(30).
       01 WRK-LINHA-TITULO.
           02 FILLER                  PIC X(15) VALUE
               "GRADE SEMANAL -".
           02 WLT-FILTRO              PIC X(10).
           02 WLT-CHAVE               PIC X(20).
           02 FILLER                  PIC X(07) VALUE " TERMO ".
           02 WLT-TERMO               PIC 9(05).
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
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-DETERMINAR-TERMO.
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DOS-HORARIOS.
           IF WRK-FS-TTB = "00"
               CLOSE TIMETABLE-FILE
           END-IF.
           IF SECOES-OK
               CLOSE SECTION-FILE
           END-IF.
           IF ATRIB-OK
               CLOSE ASSIGNMENT-FILE
           END-IF.
           IF PROFESSORES-OK
               CLOSE TEACHER-MASTER
           END-IF.
           IF MATRICULAS-OK
               CLOSE ENROLLMENT-FILE
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           OPEN I-O TIMETABLE-FILE.
           IF WRK-FS-TTB = "35"
               OPEN OUTPUT TIMETABLE-FILE
               CLOSE TIMETABLE-FILE
               OPEN I-O TIMETABLE-FILE
           END-IF.
           IF WRK-FS-TTB NOT = "00"
               DISPLAY "ERRO AO ABRIR TIMETBL: " WRK-FS-TTB
               MOVE "S" TO WRK-SAIR
           END-IF.
           OPEN INPUT SECTION-FILE.
           IF WRK-FS-SECAO = "00"
               MOVE "S" TO WRK-SECOES-OK
           ELSE
               DISPLAY "ERRO AO ABRIR SECTFILE: " WRK-FS-SECAO
               MOVE "S" TO WRK-SAIR
           END-IF.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WRK-FS-ATRIB = "00"
               MOVE "S" TO WRK-ATRIB-OK
           ELSE
               DISPLAY "AVISO: TEACHASG NAO ENCONTRADO - SEM"
                   " CONFERENCIA DE CHOQUE DE PROFESSOR"
           END-IF.
           OPEN INPUT TEACHER-MASTER.
           IF WRK-FS-PROF = "00"
               MOVE "S" TO WRK-PROFESSORES-OK
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WRK-FS-ENR = "00"
               MOVE "S" TO WRK-MATRICULAS-OK
           ELSE
               DISPLAY "AVISO: ENROLL NAO ENCONTRADO - SEM"
                   " CONFERENCIA DE CHOQUE DE ALUNO"
           END-IF.

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
           DISPLAY "TERMO CORRENTE: " WRK-TERMO.

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY "       QUADRO DE HORARIOS DAS SECOES".
           DISPLAY "=============================================".
           DISPLAY " 01 - INCLUIR ENCONTRO DE SECAO".
           DISPLAY " 02 - EXCLUIR ENCONTRO DE SECAO".
           DISPLAY " 03 - GRADE SEMANAL DA SECAO".
           DISPLAY " 04 - GRADE SEMANAL DO PROFESSOR".
           DISPLAY " 05 - GRADE SEMANAL DA SALA".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01 PERFORM 0200-INCLUIR-ENCONTRO
               WHEN 02 PERFORM 0300-EXCLUIR-ENCONTRO
               WHEN 03 PERFORM 0400-GRADE-SECAO
               WHEN 04 PERFORM 0500-GRADE-PROFESSOR
               WHEN 05 PERFORM 0600-GRADE-SALA
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0150-BUSCAR-PROFESSOR.
      *********PROFESSOR ATRIBUIDO AO CURSO NO TERMO (TEACHASG)*********
           MOVE SPACES TO WRK-PROF-ACHADO.
           IF ATRIB-OK
               MOVE WRK-CURSO-BUSCA TO TAS-CURSO
               MOVE WRK-TERMO TO TAS-TERMO
               READ ASSIGNMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TAS-PROFESSOR TO WRK-PROF-ACHADO
               END-READ
           END-IF.

       0160-INFORMAR-SECAO.
           MOVE "N" TO WRK-ENTRADA-OK.
           DISPLAY "CURSO:".
           ACCEPT WRK-CURSO.
           DISPLAY "SECAO:".
           ACCEPT WRK-SECAO.
           MOVE WRK-CURSO TO SEC-CURSO.
           MOVE WRK-TERMO TO SEC-TERMO.
           MOVE WRK-SECAO TO SEC-ID.
           READ SECTION-FILE
               INVALID KEY
                   DISPLAY "SECAO NAO CADASTRADA NO TERMO CORRENTE"
               NOT INVALID KEY
                   MOVE "S" TO WRK-ENTRADA-OK
           END-READ.

       0200-INCLUIR-ENCONTRO.
      *********O ENCONTRO SO E GRAVADO SEM NENHUM CHOQUE COM OS
      *********ENCONTROS JA CADASTRADOS DO TERMO NO MESMO DIA**********
           PERFORM 0160-INFORMAR-SECAO.
           IF ENTRADA-OK
               PERFORM 0210-INFORMAR-HORARIO
           END-IF.
           IF ENTRADA-OK
               MOVE WRK-CURSO TO TTB-CURSO
               MOVE WRK-TERMO TO TTB-TERMO
               MOVE WRK-SECAO TO TTB-SECAO
               MOVE WRK-DIA TO TTB-DIA
               MOVE WRK-INICIO TO TTB-HORA-INICIO
               READ TIMETABLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "ENCONTRO JA CADASTRADO"
                       MOVE "N" TO WRK-ENTRADA-OK
               END-READ
           END-IF.
           IF ENTRADA-OK
               MOVE WRK-CURSO TO WRK-CURSO-BUSCA
               PERFORM 0150-BUSCAR-PROFESSOR
               MOVE WRK-PROF-ACHADO TO WRK-PROF-NOVO
               PERFORM 0220-CARREGAR-ALUNOS
               MOVE ZEROS TO WRK-CNT-CONFLITOS
               MOVE "N" TO WRK-EOF-TTB
               MOVE LOW-VALUES TO TTB-CHAVE
               START TIMETABLE-FILE KEY IS NOT LESS THAN TTB-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-EOF-TTB
               END-START
               PERFORM 0230-CONFERIR-ENCONTRO UNTIL FIM-TTB
               IF WRK-CNT-CONFLITOS > ZEROS
                   DISPLAY "ENCONTRO RECUSADO - " WRK-CNT-CONFLITOS
                       " CHOQUE(S) DE HORARIO"
               ELSE
                   PERFORM 0260-GRAVAR-ENCONTRO
               END-IF
           END-IF.

       0210-INFORMAR-HORARIO.
           DISPLAY "DIA (1=SEG 2=TER 3=QUA 4=QUI 5=SEX 6=SAB 7=DOM):".
           ACCEPT WRK-DIA.
           DISPLAY "HORA DE INICIO (HHMM, EX 0800):".
           ACCEPT WRK-INICIO.
           DISPLAY "HORA DE FIM (HHMM, EX 0940):".
           ACCEPT WRK-FIM.
           DISPLAY "SALA (ENTER = SALA DA SECAO " SEC-SALA "):".
           ACCEPT WRK-SALA.
           IF WRK-SALA = SPACES
               MOVE SEC-SALA TO WRK-SALA
           END-IF.
           IF NOT DIA-VALIDO
               DISPLAY "DIA DA SEMANA INVALIDO"
               MOVE "N" TO WRK-ENTRADA-OK
           END-IF.
           MOVE WRK-INICIO TO WRK-HORA.
           IF WRK-HORA-HH > 23 OR WRK-HORA-MM > 59
               DISPLAY "HORA DE INICIO INVALIDA"
               MOVE "N" TO WRK-ENTRADA-OK
           END-IF.
           MOVE WRK-FIM TO WRK-HORA.
           IF WRK-HORA-HH > 23 OR WRK-HORA-MM > 59
               DISPLAY "HORA DE FIM INVALIDA"
               MOVE "N" TO WRK-ENTRADA-OK
           END-IF.
           IF WRK-FIM NOT > WRK-INICIO
               DISPLAY "HORA DE FIM DEVE SER POSTERIOR AO INICIO"
               MOVE "N" TO WRK-ENTRADA-OK
           END-IF.
           IF WRK-SALA = SPACES
               DISPLAY "SALA NAO INFORMADA"
               MOVE "N" TO WRK-ENTRADA-OK
           END-IF.

       0220-CARREGAR-ALUNOS.
      *********MATRICULADOS DA SECAO (A CHAVE DO ENROLL E POR ALUNO,
      *********ENTAO A VARREDURA E COMPLETA)***************************
           MOVE ZEROS TO WRK-QTD-ALU.
           IF MATRICULAS-OK
               MOVE "N" TO WRK-EOF-ENR
               MOVE LOW-VALUES TO ENR-CHAVE
               START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-EOF-ENR
               END-START
               PERFORM 0225-LER-MATRICULA UNTIL FIM-ENR
           END-IF.

       0225-LER-MATRICULA.
           READ ENROLLMENT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-ENR
               NOT AT END
                   IF ENR-CURSO = WRK-CURSO
                       AND ENR-TERMO = WRK-TERMO
                       AND ENR-SECAO = WRK-SECAO
                       AND ENR-MATRICULADO
                       AND WRK-QTD-ALU < 500
                       ADD 1 TO WRK-QTD-ALU
                       MOVE ENR-STU-ID TO WRK-ALU-STU-ID(WRK-QTD-ALU)
                   END-IF
           END-READ.

       0230-CONFERIR-ENCONTRO.
      *********ENCONTRO DO MESMO TERMO E DIA COM HORARIO SOBREPOSTO
      *********(UM COMECA ANTES DO OUTRO TERMINAR)*********************
           READ TIMETABLE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-TTB
               NOT AT END
                   IF TTB-TERMO = WRK-TERMO
                       AND TTB-DIA = WRK-DIA
                       AND TTB-HORA-INICIO < WRK-FIM
                       AND WRK-INICIO < TTB-HORA-FIM
                       PERFORM 0240-CONFERIR-CHOQUE
                   END-IF
           END-READ.

       0240-CONFERIR-CHOQUE.
           MOVE TTB-HORA-INICIO TO WRK-HORA.
           MOVE WRK-HORA-HH TO WRK-HED-HH.
           MOVE WRK-HORA-MM TO WRK-HED-MM.
           IF TTB-CURSO = WRK-CURSO AND TTB-SECAO = WRK-SECAO
               ADD 1 TO WRK-CNT-CONFLITOS
               DISPLAY "CHOQUE: A SECAO JA SE ENCONTRA AS "
                   WRK-HORA-EDIT " NESTE DIA"
           ELSE
               IF TTB-SALA = WRK-SALA
                   ADD 1 TO WRK-CNT-CONFLITOS
                   DISPLAY "CHOQUE DE SALA: " WRK-SALA " OCUPADA POR "
                       TTB-CURSO "-" TTB-SECAO " AS " WRK-HORA-EDIT
               END-IF
               IF WRK-PROF-NOVO NOT = SPACES
                   MOVE TTB-CURSO TO WRK-CURSO-BUSCA
                   PERFORM 0150-BUSCAR-PROFESSOR
                   IF WRK-PROF-ACHADO = WRK-PROF-NOVO
                       ADD 1 TO WRK-CNT-CONFLITOS
                       DISPLAY "CHOQUE DE PROFESSOR: " WRK-PROF-NOVO
                           " EM " TTB-CURSO "-" TTB-SECAO " AS "
                           WRK-HORA-EDIT
                   END-IF
               END-IF
               IF TTB-CURSO NOT = WRK-CURSO AND WRK-QTD-ALU > ZEROS
                   MOVE ZEROS TO WRK-CNT-CHOQUE-ALUNO
                   PERFORM 0250-CONFERIR-ALUNO
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-ALU
                   IF WRK-CNT-CHOQUE-ALUNO > ZEROS
                       ADD 1 TO WRK-CNT-CONFLITOS
                       DISPLAY "CHOQUE DE ALUNO: " WRK-CNT-CHOQUE-ALUNO
                           " MATRICULADO(S) TAMBEM EM " TTB-CURSO "-"
                           TTB-SECAO " AS " WRK-HORA-EDIT
                   END-IF
               END-IF
           END-IF.

       0250-CONFERIR-ALUNO.
           MOVE WRK-ALU-STU-ID(WRK-IDX) TO ENR-STU-ID.
           MOVE TTB-CURSO TO ENR-CURSO.
           MOVE WRK-TERMO TO ENR-TERMO.
           READ ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ENR-SECAO = TTB-SECAO AND ENR-MATRICULADO
                       ADD 1 TO WRK-CNT-CHOQUE-ALUNO
                       DISPLAY "  ALUNO " ENR-STU-ID
                   END-IF
           END-READ.

       0260-GRAVAR-ENCONTRO.
           MOVE WRK-CURSO TO TTB-CURSO.
           MOVE WRK-TERMO TO TTB-TERMO.
           MOVE WRK-SECAO TO TTB-SECAO.
           MOVE WRK-DIA TO TTB-DIA.
           MOVE WRK-INICIO TO TTB-HORA-INICIO.
           MOVE WRK-FIM TO TTB-HORA-FIM.
           MOVE WRK-SALA TO TTB-SALA.
           WRITE TTB-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ENCONTRO"
               NOT INVALID KEY
                   DISPLAY "ENCONTRO INCLUIDO: " WRK-CURSO "-"
                       WRK-SECAO " " WRK-NOME-DIA(WRK-DIA) " SALA "
                       WRK-SALA
           END-WRITE.

       0300-EXCLUIR-ENCONTRO.
           PERFORM 0160-INFORMAR-SECAO.
           IF ENTRADA-OK
               DISPLAY "DIA (1=SEG ... 7=DOM):"
               ACCEPT WRK-DIA
               DISPLAY "HORA DE INICIO (HHMM):"
               ACCEPT WRK-INICIO
               MOVE WRK-CURSO TO TTB-CURSO
               MOVE WRK-TERMO TO TTB-TERMO
               MOVE WRK-SECAO TO TTB-SECAO
               MOVE WRK-DIA TO TTB-DIA
               MOVE WRK-INICIO TO TTB-HORA-INICIO
               DELETE TIMETABLE-FILE
                   INVALID KEY
                       DISPLAY "ENCONTRO NAO CADASTRADO"
                   NOT INVALID KEY
                       DISPLAY "ENCONTRO EXCLUIDO"
               END-DELETE
           END-IF.

       0400-GRADE-SECAO.
           PERFORM 0160-INFORMAR-SECAO.
           IF ENTRADA-OK
               MOVE "S" TO WRK-FILTRO
               MOVE " SECAO" TO WLT-FILTRO
               MOVE SPACES TO WLT-CHAVE
               STRING WRK-CURSO "-" WRK-SECAO DELIMITED BY SIZE
                   INTO WLT-CHAVE
               PERFORM 0700-MONTAR-GRADE
           END-IF.

       0500-GRADE-PROFESSOR.
           DISPLAY "PROFESSOR (USUARIO DE LOGIN):".
           ACCEPT WRK-PROF-FILTRO.
           MOVE "P" TO WRK-FILTRO.
           MOVE " PROFESSOR" TO WLT-FILTRO.
           MOVE WRK-PROF-FILTRO TO WLT-CHAVE.
           PERFORM 0700-MONTAR-GRADE.

       0600-GRADE-SALA.
           DISPLAY "SALA:".
           ACCEPT WRK-SALA.
           MOVE "R" TO WRK-FILTRO.
           MOVE " SALA" TO WLT-FILTRO.
           MOVE WRK-SALA TO WLT-CHAVE.
           PERFORM 0700-MONTAR-GRADE.

       0700-MONTAR-GRADE.
      *********CARREGA OS ENCONTROS DO TERMO QUE PASSAM NO FILTRO,
      *********ORDENA POR DIA E HORA E IMPRIME UM BLOCO POR DIA********
           MOVE ZEROS TO WRK-QTD-GRD.
           MOVE "N" TO WRK-EOF-TTB.
           MOVE LOW-VALUES TO TTB-CHAVE.
           START TIMETABLE-FILE KEY IS NOT LESS THAN TTB-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-TTB
           END-START.
           PERFORM 0710-CARREGAR-ENCONTRO UNTIL FIM-TTB.
           IF WRK-QTD-GRD > 1
               PERFORM 0720-PASSADA-ORDENACAO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX >= WRK-QTD-GRD
           END-IF.
           OPEN OUTPUT TIMETABLE-REPORT.
           MOVE "PROGCOB104" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE RPT-HEADER-LINE TO TIMETABLE-LINE.
           WRITE TIMETABLE-LINE.
           MOVE WRK-TERMO TO WLT-TERMO.
           MOVE WRK-LINHA-TITULO TO TIMETABLE-LINE.
           WRITE TIMETABLE-LINE.
           MOVE ZEROS TO WRK-DIA-ANTERIOR.
           IF WRK-QTD-GRD > ZEROS
               PERFORM 0740-IMPRIMIR-ENCONTRO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-GRD
           ELSE
               MOVE SPACES TO TIMETABLE-LINE
               WRITE TIMETABLE-LINE
               MOVE "NENHUM ENCONTRO CADASTRADO" TO TIMETABLE-LINE
               WRITE TIMETABLE-LINE
           END-IF.
           CLOSE TIMETABLE-REPORT.
           DISPLAY "GRADE SEMANAL GERADA (TIMERPT) - ENCONTROS: "
               WRK-QTD-GRD.

       0710-CARREGAR-ENCONTRO.
           READ TIMETABLE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-TTB
               NOT AT END
                   IF TTB-TERMO = WRK-TERMO
                       MOVE TTB-CURSO TO WRK-CURSO-BUSCA
                       PERFORM 0150-BUSCAR-PROFESSOR
                       PERFORM 0715-FILTRAR-ENCONTRO
                   END-IF
           END-READ.

       0715-FILTRAR-ENCONTRO.
           MOVE "N" TO WRK-ENTRADA-OK.
           EVALUATE TRUE
               WHEN FILTRO-SECAO
                   IF TTB-CURSO = WRK-CURSO AND TTB-SECAO = WRK-SECAO
                       MOVE "S" TO WRK-ENTRADA-OK
                   END-IF
               WHEN FILTRO-PROFESSOR
                   IF WRK-PROF-ACHADO = WRK-PROF-FILTRO
                       MOVE "S" TO WRK-ENTRADA-OK
                   END-IF
               WHEN FILTRO-SALA
                   IF TTB-SALA = WRK-SALA
                       MOVE "S" TO WRK-ENTRADA-OK
                   END-IF
           END-EVALUATE.
           IF ENTRADA-OK AND WRK-QTD-GRD < 300
               ADD 1 TO WRK-QTD-GRD
               MOVE TTB-DIA TO WRK-GRD-DIA(WRK-QTD-GRD)
               MOVE TTB-HORA-INICIO TO WRK-GRD-INICIO(WRK-QTD-GRD)
               MOVE TTB-HORA-FIM TO WRK-GRD-FIM(WRK-QTD-GRD)
               MOVE TTB-CURSO TO WRK-GRD-CURSO(WRK-QTD-GRD)
               MOVE TTB-SECAO TO WRK-GRD-SECAO(WRK-QTD-GRD)
               MOVE TTB-SALA TO WRK-GRD-SALA(WRK-QTD-GRD)
               MOVE WRK-PROF-ACHADO TO WRK-GRD-PROFESSOR(WRK-QTD-GRD)
           END-IF.

       0720-PASSADA-ORDENACAO.
           COMPUTE WRK-IDX2 = WRK-IDX + 1.
           PERFORM 0730-COMPARAR-TROCAR
               UNTIL WRK-IDX2 > WRK-QTD-GRD.

       0730-COMPARAR-TROCAR.
           IF WRK-GRD-DIA(WRK-IDX2) < WRK-GRD-DIA(WRK-IDX)
               OR (WRK-GRD-DIA(WRK-IDX2) = WRK-GRD-DIA(WRK-IDX)
                   AND WRK-GRD-INICIO(WRK-IDX2) <
                       WRK-GRD-INICIO(WRK-IDX))
               MOVE WRK-GRD-ENTRY(WRK-IDX) TO WRK-TROCA-AUX
               MOVE WRK-GRD-ENTRY(WRK-IDX2) TO WRK-GRD-ENTRY(WRK-IDX)
               MOVE WRK-TROCA-AUX TO WRK-GRD-ENTRY(WRK-IDX2)
           END-IF.
           ADD 1 TO WRK-IDX2.

       0740-IMPRIMIR-ENCONTRO.
           IF WRK-GRD-DIA(WRK-IDX) NOT = WRK-DIA-ANTERIOR
               MOVE WRK-GRD-DIA(WRK-IDX) TO WRK-DIA-ANTERIOR
               MOVE SPACES TO TIMETABLE-LINE
               WRITE TIMETABLE-LINE
               MOVE WRK-NOME-DIA(WRK-DIA-ANTERIOR) TO TIMETABLE-LINE
               WRITE TIMETABLE-LINE
           END-IF.
           MOVE WRK-GRD-INICIO(WRK-IDX) TO WRK-HORA.
           MOVE WRK-HORA-HH TO WRK-HED-HH.
           MOVE WRK-HORA-MM TO WRK-HED-MM.
           MOVE WRK-HORA-EDIT TO WLE-INICIO.
           MOVE WRK-GRD-FIM(WRK-IDX) TO WRK-HORA.
           MOVE WRK-HORA-HH TO WRK-HED-HH.
           MOVE WRK-HORA-MM TO WRK-HED-MM.
           MOVE WRK-HORA-EDIT TO WLE-FIM.
           MOVE WRK-GRD-CURSO(WRK-IDX) TO WLE-CURSO.
           MOVE WRK-GRD-SECAO(WRK-IDX) TO WLE-SECAO.
           MOVE WRK-GRD-SALA(WRK-IDX) TO WLE-SALA.
           MOVE WRK-GRD-PROFESSOR(WRK-IDX) TO WLE-PROFESSOR.
           IF WRK-GRD-PROFESSOR(WRK-IDX) = SPACES
               MOVE "(SEM ATRIBUICAO)" TO WLE-PROFESSOR
           ELSE
               IF PROFESSORES-OK
                   MOVE WRK-GRD-PROFESSOR(WRK-IDX) TO PRF-CODIGO
                   READ TEACHER-MASTER
                       NOT INVALID KEY
                           MOVE PRF-NOME TO WLE-PROFESSOR
                   END-READ
               END-IF
           END-IF.
           MOVE WRK-LINHA-ENCONTRO TO TIMETABLE-LINE.
           WRITE TIMETABLE-LINE.
