      * DATA 02/09/2026
      * MANUTENCAO:
      * 02/09/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - CADA CHAMADA LANCADA REGISTRA A SESSAO DE AULA
      *                   NO CLSSESS (CURSO, SECAO, DATA, QUEM FEZ A
      *                   CHAMADA, PROFESSOR ATRIBUIDO E HORAS DA
      *                   GRADE DO DIA) PARA O PAGAMENTO DE HORAS-AULA
      *                   PROGCOB108; RECEBE O OPERADOR DO MENU
      * 15/10/2026 LFL - O LIMITE DO ALERTA DE FALTAS PASSA A VIR DO
      *                   PARMFILE (PROGPARM, ALERTA-FALTAS); O VALUE
      *                   FICA COMO PADRAO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT WARNING-REPORT ASSIGN TO "WARNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT ASSIGNMENT-FILE ASSIGN TO "TEACHASG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAS-CHAVE
               FILE STATUS IS WRK-FS-ATRIB.
           SELECT TIMETABLE-FILE ASSIGN TO "TIMETBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TTB-CHAVE
               FILE STATUS IS WRK-FS-TTB.
           SELECT SESSION-LOG ASSIGN TO "CLSSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
       DATA DIVISION.
       FILE SECTION.
       FD ATTENDANCE-FILE.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WNL-PCT-FALTAS          PIC ZZ9,99.
           02 FILLER                  PIC X(01) VALUE "%".
       FD ASSIGNMENT-FILE.
           COPY CPTEACHA.
       FD TIMETABLE-FILE.
           COPY CPTIMETB.
       FD SESSION-LOG.
           COPY CPCLSSES.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ATTEND PIC X(02) VALUE ZEROS.
       77 WRK-FS-ENR PIC X(02) VALUE ZEROS.
       77 WRK-FS-STUMAST PIC X(02) VALUE ZEROS.
       77 WRK-FS-TERMCTL PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-FS-ATRIB PIC X(02) VALUE ZEROS.
       77 WRK-FS-TTB PIC X(02) VALUE ZEROS.
       77 WRK-FS-SESSAO PIC X(02) VALUE ZEROS.
       77 WRK-EOF-TTB PIC X(01) VALUE "N".
           88 FIM-TTB VALUE "S".
       77 WRK-ATRIB-OK PIC X(01) VALUE "N".
           88 ATRIB-OK VALUE "S".
       77 WRK-GRADE-OK PIC X(01) VALUE "N".
           88 GRADE-OK VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PROF-ATRIBUIDO PIC X(20) VALUE SPACES.
       77 WRK-DIA-SEMANA PIC 9(01) VALUE ZEROS.
       77 WRK-MINUTOS PIC 9(05) VALUE ZEROS.
       77 WRK-MIN-INICIO PIC 9(05) VALUE ZEROS.
       77 WRK-MIN-FIM PIC 9(05) VALUE ZEROS.
       77 WRK-HH PIC 9(02) VALUE ZEROS.
       77 WRK-MM PIC 9(02) VALUE ZEROS.
       77 WRK-HORAS-AULA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-HORAS-EDIT PIC Z9,99.
       77 WRK-SERIAL PIC 9(07) VALUE ZEROS.
       77 WRK-SER-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-SER-MES PIC 9(02) VALUE ZEROS.
       77 WRK-SER-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-SER-T1 PIC 9(07) VALUE ZEROS.
       77 WRK-SER-T2 PIC 9(07) VALUE ZEROS.
       77 WRK-SER-T3 PIC 9(07) VALUE ZEROS.
       77 WRK-EOF-ENR PIC X(01) VALUE "N".
           88 FIM-ENR VALUE "S".
       77 WRK-EOF-ATTEND PIC X(01) VALUE "N".
           02 WRK-DATASYS-ANO    PIC 9(04).
           02 WRK-DATASYS-MES    PIC 9(02).
           02 WRK-DATASYS-DIA    PIC 9(02).
           COPY CPPRMAR.
       LINKAGE SECTION.
       01 LK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0970-CARREGAR-PARAMETROS.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-DETERMINAR-TERMO.
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DA-CHAMADA.
           IF ALUNOS-OK
               CLOSE STUDENT-MASTER
           END-IF.
           IF ATRIB-OK
               CLOSE ASSIGNMENT-FILE
           END-IF.
           IF GRADE-OK
               CLOSE TIMETABLE-FILE
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           IF WRK-FS-STUMAST = "00"
               MOVE "S" TO WRK-ALUNOS-OK
           END-IF.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WRK-FS-ATRIB = "00"
               MOVE "S" TO WRK-ATRIB-OK
           END-IF.
           OPEN INPUT TIMETABLE-FILE.
           IF WRK-FS-TTB = "00"
               MOVE "S" TO WRK-GRADE-OK
           END-IF.

       0060-DETERMINAR-TERMO.
      *********TERMO CORRENTE DO TERMCTL; SEM ELE, DERIVA DO ANO +
               DISPLAY "CHAMADA DE " WRK-DATASYS-NUM " LANCADA -"
                   " PRESENTES: " WRK-CNT-PRESENTES
                   "  FALTAS: " WRK-CNT-FALTAS
               IF WRK-CNT-PRESENTES + WRK-CNT-FALTAS > 0
                   PERFORM 0250-REGISTRAR-SESSAO
               END-IF
           END-IF.

       0210-CHAMAR-UM-ALUNO.
                   REWRITE ATT-RECORD
           END-READ.

       0250-REGISTRAR-SESSAO.
      *********GRAVA A SESSAO DE AULA NO CLSSESS PARA O PAGAMENTO DE
      *********HORAS-AULA: QUEM FEZ A CHAMADA, O PROFESSOR ATRIBUIDO
      *********DO CURSO NO TERMO E AS HORAS DOS ENCONTROS DA SECAO NO
      *********DIA DA SEMANA DE HOJE (SEM GRADE, O OPERADOR INFORMA)***
           MOVE SPACES TO WRK-PROF-ATRIBUIDO.
           IF ATRIB-OK
               MOVE WRK-CURSO TO TAS-CURSO
               MOVE WRK-TERMO TO TAS-TERMO
               READ ASSIGNMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TAS-PROFESSOR TO WRK-PROF-ATRIBUIDO
               END-READ
           END-IF.
           PERFORM 0260-HORAS-DA-GRADE.
           IF WRK-HORAS-AULA = ZEROS
               DISPLAY "SECAO SEM ENCONTRO NA GRADE HOJE - HORAS-AULA"
                   " DADAS (EX 1,50):"
               ACCEPT WRK-HORAS-AULA
           END-IF.
           MOVE SPACES TO CLS-RECORD.
           MOVE WRK-DATASYS-NUM TO CLS-DATA.
           MOVE WRK-CURSO TO CLS-CURSO.
           MOVE WRK-TERMO TO CLS-TERMO.
           MOVE WRK-SECAO TO CLS-SECAO.
           MOVE WRK-OPERADOR TO CLS-PROFESSOR.
           MOVE WRK-PROF-ATRIBUIDO TO CLS-PROF-ATRIBUIDO.
           MOVE WRK-HORAS-AULA TO CLS-HORAS.
           OPEN EXTEND SESSION-LOG.
           IF WRK-FS-SESSAO NOT = "00"
               OPEN OUTPUT SESSION-LOG
           END-IF.
           WRITE CLS-RECORD.
           CLOSE SESSION-LOG.
           MOVE WRK-HORAS-AULA TO WRK-HORAS-EDIT.
           DISPLAY "SESSAO REGISTRADA - HORAS-AULA: " WRK-HORAS-EDIT.
           IF WRK-PROF-ATRIBUIDO NOT = SPACES
               AND WRK-PROF-ATRIBUIDO NOT = WRK-OPERADOR
               DISPLAY "AVISO: CHAMADA FEITA POR " WRK-OPERADOR
                   " - PROFESSOR ATRIBUIDO " WRK-PROF-ATRIBUIDO
                   " (SUBSTITUICAO)"
           END-IF.

       0260-HORAS-DA-GRADE.
      *********DIA DA SEMANA DE HOJE PELO SERIAL DE DIAS (1=SEG ...
      *********7=DOM, COMO NA GRADE) E SOMA DOS ENCONTROS DA SECAO*****
           MOVE ZEROS TO WRK-HORAS-AULA WRK-MINUTOS.
           IF GRADE-OK
               PERFORM 0270-CALCULAR-SERIAL
               COMPUTE WRK-SER-T1 = WRK-SERIAL + 2
               DIVIDE WRK-SER-T1 BY 7 GIVING WRK-SER-T2
                   REMAINDER WRK-DIA-SEMANA
               IF WRK-DIA-SEMANA = 0
                   MOVE 7 TO WRK-DIA-SEMANA
               END-IF
               MOVE WRK-CURSO TO TTB-CURSO
               MOVE WRK-TERMO TO TTB-TERMO
               MOVE WRK-SECAO TO TTB-SECAO
               MOVE WRK-DIA-SEMANA TO TTB-DIA
               MOVE ZEROS TO TTB-HORA-INICIO
               MOVE "N" TO WRK-EOF-TTB
               START TIMETABLE-FILE KEY IS NOT LESS THAN TTB-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-EOF-TTB
               END-START
               PERFORM 0280-SOMAR-ENCONTRO UNTIL FIM-TTB
               COMPUTE WRK-HORAS-AULA ROUNDED = WRK-MINUTOS / 60
           END-IF.

       0270-CALCULAR-SERIAL.
      *********NUMERO SERIAL DE DIAS DA DATA DE HOJE, PELA FORMULA
      *********INTEIRA 367A - 7(A+(M+9)/12)/4 + 275M/9 + D, COM DIVIDE
      *********PARA TRUNCAR O QUOCIENTE (IGUAL AO PROGCOB58)***********
           MOVE WRK-DATASYS-ANO TO WRK-SER-ANO.
           MOVE WRK-DATASYS-MES TO WRK-SER-MES.
           MOVE WRK-DATASYS-DIA TO WRK-SER-DIA.
           COMPUTE WRK-SER-T1 = WRK-SER-MES + 9.
           DIVIDE WRK-SER-T1 BY 12 GIVING WRK-SER-T1.
           COMPUTE WRK-SER-T2 = 7 * (WRK-SER-ANO + WRK-SER-T1).
           DIVIDE WRK-SER-T2 BY 4 GIVING WRK-SER-T2.
           COMPUTE WRK-SER-T3 = 275 * WRK-SER-MES.
           DIVIDE WRK-SER-T3 BY 9 GIVING WRK-SER-T3.
           COMPUTE WRK-SERIAL =
               (367 * WRK-SER-ANO) - WRK-SER-T2 + WRK-SER-T3
               + WRK-SER-DIA.

       0280-SOMAR-ENCONTRO.
           READ TIMETABLE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-TTB
               NOT AT END
                   IF TTB-CURSO NOT = WRK-CURSO
                       OR TTB-TERMO NOT = WRK-TERMO
                       OR TTB-SECAO NOT = WRK-SECAO
                       OR TTB-DIA NOT = WRK-DIA-SEMANA
                       MOVE "S" TO WRK-EOF-TTB
                   ELSE
                       DIVIDE TTB-HORA-INICIO BY 100 GIVING WRK-HH
                           REMAINDER WRK-MM
                       COMPUTE WRK-MIN-INICIO = WRK-HH * 60 + WRK-MM
                       DIVIDE TTB-HORA-FIM BY 100 GIVING WRK-HH
                           REMAINDER WRK-MM
                       COMPUTE WRK-MIN-FIM = WRK-HH * 60 + WRK-MM
                       IF WRK-MIN-FIM > WRK-MIN-INICIO
                           COMPUTE WRK-MINUTOS = WRK-MINUTOS
                               + WRK-MIN-FIM - WRK-MIN-INICIO
                       END-IF
                   END-IF
           END-READ.

       0400-ALERTA-DE-FALTAS.
      *********ALUNOS JA ACIMA DE 15% DE FALTAS, ANTES DA REPROVACAO
      *********AUTOMATICA DOS 25%**************************************
           MOVE WRK-PCT-FALTAS TO WNL-PCT-FALTAS.
           WRITE WARNING-LINE.
           ADD 1 TO WRK-CNT-ALERTAS.

       0970-CARREGAR-PARAMETROS.
      *********O VALUE E O PADRAO; VALENDO NO PARMFILE, VALE O DE LA**
           MOVE "ALERTA-FALTAS" TO PRMA-NOME.
           MOVE WRK-LIMITE-ALERTA TO PRMA-VALOR.
           CALL "PROGPARM" USING PRMA-AREA.
           MOVE PRMA-VALOR TO WRK-LIMITE-ALERTA.
