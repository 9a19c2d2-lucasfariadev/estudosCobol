       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB109.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: GERACAO DO ARQUIVO DO CENSO ESCOLAR NO LEIAUTE FIXO
      *           DO ORGAO DE EDUCACAO (CENSO, CPCENSO): ALUNOS COM
      *           MATRICULA NO ANO (ENROLL) E A SECAO/SALA (SECTFILE),
      *           O RESULTADO DO ANO DE CADA ALUNO (APROVADO,
      *           REPROVADO, REPROVADO POR FALTA PELO ATTEND OU
      *           ABANDONO PELO STU-ATIVO, A PARTIR DO TRANHIST) E OS
      *           PROFESSORES COM OS CURSOS QUE LECIONAM (TEACHER E
      *           TEACHASG). PRIMEIRO CONFERE OS DADOS OBRIGATORIOS -
      *           A LISTA DE PENDENCIAS CENSOERR SAI ANTES E O ARQUIVO
      *           SO E GERADO SEM PENDENCIA; O RELATORIO DE CONTROLE
      *           CENSORPT TRAZ AS CONTAGENS POR SITUACAO
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
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WRK-FS-STUMAST.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-CHAVE
               FILE STATUS IS WRK-FS-ENR.
           SELECT SECTION-FILE ASSIGN TO "SECTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-CHAVE
               FILE STATUS IS WRK-FS-SECAO.
           SELECT TRANSCRIPT-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANHS-CHAVE
               FILE STATUS IS WRK-FS-TRANHS.
           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATT-STU-ID
               FILE STATUS IS WRK-FS-ATTEND.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GUA-STU-ID
               FILE STATUS IS WRK-FS-GUARD.
           SELECT TEACHER-MASTER ASSIGN TO "TEACHER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS WRK-FS-PROF.
           SELECT ASSIGNMENT-FILE ASSIGN TO "TEACHASG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAS-CHAVE
               FILE STATUS IS WRK-FS-ATRIB.
           SELECT CENSUS-PARM-FILE ASSIGN TO "CENSOPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT CENSUS-FILE ASSIGN TO "CENSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CENSO.
           SELECT PENDING-LIST ASSIGN TO "CENSOERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEND.
           SELECT CONTROL-REPORT ASSIGN TO "CENSORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
           COPY CPSTUMAS.
       FD ENROLLMENT-FILE.
           COPY CPENROLL.
       FD SECTION-FILE.
           COPY CPSECT.
       FD TRANSCRIPT-HISTORY.
           COPY CPTRANHS.
       FD ATTENDANCE-FILE.
           COPY CPATTEND.
       FD GUARDIAN-FILE.
           COPY CPGUARD.
       FD TEACHER-MASTER.
           COPY CPTEACHR.
       FD ASSIGNMENT-FILE.
           COPY CPTEACHA.
      *********IDENTIFICACAO DA ESCOLA NO ORGAO DE EDUCACAO************
       FD CENSUS-PARM-FILE.
       01 CENSUS-PARM-RECORD.
           02 CNP-CODIGO-ESCOLA       PIC X(08).
           02 CNP-NOME-ESCOLA         PIC X(40).
       FD CENSUS-FILE.
           COPY CPCENSO.
       FD PENDING-LIST.
       01 PENDING-LINE.
           02 PDL-TIPO                PIC X(10).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PDL-CHAVE               PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PDL-MOTIVO              PIC X(40).
       FD CONTROL-REPORT.
       01 CONTROL-LINE                PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-FS-STUMAST PIC X(02) VALUE ZEROS.
       77 WRK-FS-ENR PIC X(02) VALUE ZEROS.
       77 WRK-FS-SECAO PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRANHS PIC X(02) VALUE ZEROS.
       77 WRK-FS-ATTEND PIC X(02) VALUE ZEROS.
       77 WRK-FS-GUARD PIC X(02) VALUE ZEROS.
       77 WRK-FS-PROF PIC X(02) VALUE ZEROS.
       77 WRK-FS-ATRIB PIC X(02) VALUE ZEROS.
       77 WRK-FS-PARM PIC X(02) VALUE ZEROS.
       77 WRK-FS-CENSO PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEND PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-STUMAST PIC X(01) VALUE "N".
           88 FIM-STUMAST VALUE "S".
       77 WRK-EOF-ENR PIC X(01) VALUE "N".
           88 FIM-ENR VALUE "S".
       77 WRK-EOF-TRANHS PIC X(01) VALUE "N".
           88 FIM-TRANHS VALUE "S".
       77 WRK-EOF-ATRIB PIC X(01) VALUE "N".
           88 FIM-ATRIB VALUE "S".
       77 WRK-ARQUIVOS-OK PIC X(01) VALUE "S".
           88 ARQUIVOS-OK VALUE "S".
       77 WRK-SECOES-OK PIC X(01) VALUE "N".
           88 SECOES-OK VALUE "S".
       77 WRK-FREQUENCIA-OK PIC X(01) VALUE "N".
           88 FREQUENCIA-OK VALUE "S".
       77 WRK-RESPONSAVEIS-OK PIC X(01) VALUE "N".
           88 RESPONSAVEIS-OK VALUE "S".
       77 WRK-PROFESSORES-OK PIC X(01) VALUE "N".
           88 PROFESSORES-OK VALUE "S".
       77 WRK-ATRIBUICOES-OK PIC X(01) VALUE "N".
           88 ATRIBUICOES-OK VALUE "S".
       77 WRK-SECAO-ACHOU PIC X(01) VALUE "N".
           88 SECAO-ACHOU VALUE "S".
       77 WRK-FASE PIC X(01) VALUE "V".
           88 FASE-VALIDACAO VALUE "V".
           88 FASE-GERACAO VALUE "G".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-INFORMADO PIC 9(04) VALUE ZEROS.
       77 WRK-TERMO-1 PIC 9(05) VALUE ZEROS.
       77 WRK-TERMO-2 PIC 9(05) VALUE ZEROS.
       77 WRK-ESCOLA PIC X(08) VALUE SPACES.
       77 WRK-NOME-ESCOLA PIC X(40) VALUE SPACES.
       77 WRK-QTD-MATRICULAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CURSOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-REPROV PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-RECUPERA PIC 9(03) VALUE ZEROS.
       77 WRK-RESULTADO PIC 9(01) VALUE ZEROS.
       77 WRK-PCT-FALTAS PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT-FREQ PIC 9(03)V99 VALUE ZEROS.
       77 WRK-LIMITE-FALTAS PIC 9(02)V99 VALUE 25.
       77 WRK-RESPONSAVEL PIC X(30) VALUE SPACES.
       77 WRK-SALA PIC X(05) VALUE SPACES.
       77 WRK-PEND-TIPO PIC X(10) VALUE SPACES.
       77 WRK-PEND-CHAVE PIC X(20) VALUE SPACES.
       77 WRK-PEND-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-IDX2 PIC 9(03) VALUE ZEROS.
       77 WRK-PROF-ATUAL PIC X(20) VALUE SPACES.
       77 WRK-CNT-PENDENCIAS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ALUNOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-MATRICULAS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-DOCENTES PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-DOCENCIAS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-REGISTROS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-APROVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-REPROVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-REPROV-FALTA PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ABANDONOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SEM-MATRICULA PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-FORA-TABELA PIC 9(05) VALUE ZEROS.
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-DATASYS-NUM-X REDEFINES WRK-DATASYS-NUM.
           02 WRK-DATASYS-ANO    PIC 9(04).
           02 WRK-DATASYS-MES    PIC 9(02).
           02 WRK-DATASYS-DIA    PIC 9(02).
      *********CURSOS LECIONADOS NO ANO (TEACHASG), ORDENADOS POR
      *********PROFESSOR PARA O REGISTRO 30 SEGUIDO DOS 31*************
       01 WRK-TABELA-DOCENCIA.
           02 WRK-DCC-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-DCC.
               03 WRK-DCC-PROFESSOR   PIC X(20).
               03 WRK-DCC-CURSO       PIC X(05).
               03 WRK-DCC-TERMO       PIC 9(05).
       77 WRK-QTD-DCC PIC 9(03) VALUE ZEROS.
       01 WRK-TROCA-AUX               PIC X(30).
       01 WRK-LINHA-TOTAL.
           02 WTO-TEXTO               PIC X(40).
           02 WTO-QUANTIDADE          PIC ZZZZ9.
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
           IF ARQUIVOS-OK
               PERFORM 0060-INFORMAR-ANO
               PERFORM 0070-CARREGAR-PARAMETROS
               PERFORM 0080-CARREGAR-DOCENCIA
               MOVE "V" TO WRK-FASE
               PERFORM 0100-PERCORRER-ALUNOS
               PERFORM 0400-CONFERIR-DOCENTES
               IF WRK-CNT-PENDENCIAS = ZEROS
                   MOVE "G" TO WRK-FASE
                   PERFORM 0500-GERAR-ARQUIVO
               ELSE
                   DISPLAY "CENSO NAO GERADO - " WRK-CNT-PENDENCIAS
                       " PENDENCIA(S) DE DADO OBRIGATORIO NA LISTA"
                       " CENSOERR"
               END-IF
               PERFORM 0800-RELATORIO-CONTROLE
           END-IF.
           PERFORM 0900-FECHAR-ARQUIVOS.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-STUMAST NOT = "00"
               DISPLAY "ERRO AO ABRIR STUDENT-MASTER: " WRK-FS-STUMAST
               MOVE "N" TO WRK-ARQUIVOS-OK
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WRK-FS-ENR NOT = "00"
               DISPLAY "ERRO AO ABRIR ENROLL: " WRK-FS-ENR
               MOVE "N" TO WRK-ARQUIVOS-OK
           END-IF.
           OPEN INPUT TRANSCRIPT-HISTORY.
           IF WRK-FS-TRANHS NOT = "00"
               DISPLAY "ERRO AO ABRIR TRANHIST: " WRK-FS-TRANHS
               MOVE "N" TO WRK-ARQUIVOS-OK
           END-IF.
           OPEN INPUT SECTION-FILE.
           IF WRK-FS-SECAO = "00"
               MOVE "S" TO WRK-SECOES-OK
           END-IF.
           OPEN INPUT ATTENDANCE-FILE.
           IF WRK-FS-ATTEND = "00"
               MOVE "S" TO WRK-FREQUENCIA-OK
           ELSE
               DISPLAY "AVISO: FREQUENCIA ATTEND NAO ENCONTRADA -"
                   " REPROVACAO POR FALTA NAO APURADA"
           END-IF.
           OPEN INPUT GUARDIAN-FILE.
           IF WRK-FS-GUARD = "00"
               MOVE "S" TO WRK-RESPONSAVEIS-OK
           END-IF.
           OPEN INPUT TEACHER-MASTER.
           IF WRK-FS-PROF = "00"
               MOVE "S" TO WRK-PROFESSORES-OK
           END-IF.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WRK-FS-ATRIB = "00"
               MOVE "S" TO WRK-ATRIBUICOES-OK
           ELSE
               MOVE "S" TO WRK-EOF-ATRIB
           END-IF.
           OPEN OUTPUT PENDING-LIST.
           OPEN OUTPUT CONTROL-REPORT.

       0060-INFORMAR-ANO.
      *********ANO LETIVO DO CENSO (OS DOIS TERMOS DO ANO); EM BRANCO
      *********ASSUME O ANO DA DATA DE HOJE****************************
           MOVE WRK-DATASYS-ANO TO WRK-ANO.
           DISPLAY "ANO DO CENSO AAAA (ENTER = " WRK-ANO "):".
           ACCEPT WRK-ANO-INFORMADO.
           IF WRK-ANO-INFORMADO > 1900
               MOVE WRK-ANO-INFORMADO TO WRK-ANO
           END-IF.
           COMPUTE WRK-TERMO-1 = (WRK-ANO * 10) + 1.
           COMPUTE WRK-TERMO-2 = (WRK-ANO * 10) + 2.
           DISPLAY "CENSO ESCOLAR DO ANO " WRK-ANO
               " (TERMOS " WRK-TERMO-1 " E " WRK-TERMO-2 ")".

       0070-CARREGAR-PARAMETROS.
      *********SEM O CENSOPRM A ESCOLA NAO TEM CODIGO NO ORGAO - E
      *********PENDENCIA, O ARQUIVO NAO PODE SER GERADO****************
           OPEN INPUT CENSUS-PARM-FILE.
           IF WRK-FS-PARM = "00"
               READ CENSUS-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CNP-CODIGO-ESCOLA TO WRK-ESCOLA
                       MOVE CNP-NOME-ESCOLA TO WRK-NOME-ESCOLA
               END-READ
               CLOSE CENSUS-PARM-FILE
           END-IF.
           IF WRK-ESCOLA = SPACES
               MOVE "ESCOLA" TO WRK-PEND-TIPO
               MOVE "CENSOPRM" TO WRK-PEND-CHAVE
               MOVE "SEM CODIGO DA ESCOLA NO ORGAO" TO WRK-PEND-MOTIVO
               PERFORM 0700-REGISTRAR-PENDENCIA
           END-IF.
           IF WRK-NOME-ESCOLA = SPACES
               MOVE "ESCOLA" TO WRK-PEND-TIPO
               MOVE "CENSOPRM" TO WRK-PEND-CHAVE
               MOVE "SEM NOME DA ESCOLA" TO WRK-PEND-MOTIVO
               PERFORM 0700-REGISTRAR-PENDENCIA
           END-IF.

       0080-CARREGAR-DOCENCIA.
      *********ATRIBUICOES DOS DOIS TERMOS DO ANO, ORDENADAS POR
      *********PROFESSOR, CURSO E TERMO (TROCA SIMPLES)****************
           MOVE LOW-VALUES TO TAS-CHAVE.
           IF NOT FIM-ATRIB
               START ASSIGNMENT-FILE KEY IS NOT LESS THAN TAS-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-EOF-ATRIB
               END-START
           END-IF.
           PERFORM 0085-LER-ATRIBUICAO UNTIL FIM-ATRIB.
           IF WRK-QTD-DCC > 1
               PERFORM 0090-PASSADA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX >= WRK-QTD-DCC
           END-IF.

       0085-LER-ATRIBUICAO.
           READ ASSIGNMENT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-ATRIB
               NOT AT END
                   IF TAS-TERMO = WRK-TERMO-1
                       OR TAS-TERMO = WRK-TERMO-2
                       IF WRK-QTD-DCC < 500
                           ADD 1 TO WRK-QTD-DCC
                           MOVE TAS-PROFESSOR
                               TO WRK-DCC-PROFESSOR(WRK-QTD-DCC)
                           MOVE TAS-CURSO TO WRK-DCC-CURSO(WRK-QTD-DCC)
                           MOVE TAS-TERMO TO WRK-DCC-TERMO(WRK-QTD-DCC)
                       ELSE
                           ADD 1 TO WRK-CNT-FORA-TABELA
                       END-IF
                   END-IF
           END-READ.

       0090-PASSADA.
           COMPUTE WRK-IDX2 = WRK-IDX + 1.
           PERFORM 0095-COMPARAR-TROCAR
               UNTIL WRK-IDX2 > WRK-QTD-DCC.

       0095-COMPARAR-TROCAR.
           IF WRK-DCC-ENTRY(WRK-IDX2) < WRK-DCC-ENTRY(WRK-IDX)
               MOVE WRK-DCC-ENTRY(WRK-IDX) TO WRK-TROCA-AUX
               MOVE WRK-DCC-ENTRY(WRK-IDX2) TO WRK-DCC-ENTRY(WRK-IDX)
               MOVE WRK-TROCA-AUX TO WRK-DCC-ENTRY(WRK-IDX2)
           END-IF.
           ADD 1 TO WRK-IDX2.

       0100-PERCORRER-ALUNOS.
      *********A MESMA PASSADA SERVE AS DUAS FASES: NA VALIDACAO SO
      *********REGISTRA PENDENCIAS; NA GERACAO GRAVA OS REGISTROS 10 E
      *********20 E CONTA AS SITUACOES*********************************
           MOVE "N" TO WRK-EOF-STUMAST.
           MOVE LOW-VALUES TO STU-ID.
           START STUDENT-MASTER KEY IS NOT LESS THAN STU-ID
               INVALID KEY
                   MOVE "S" TO WRK-EOF-STUMAST
           END-START.
           PERFORM 0110-LER-ALUNO UNTIL FIM-STUMAST.

       0110-LER-ALUNO.
           READ STUDENT-MASTER NEXT
               AT END
                   MOVE "S" TO WRK-EOF-STUMAST
               NOT AT END
                   PERFORM 0200-PROCESSAR-ALUNO
           END-READ.

       0200-PROCESSAR-ALUNO.
      *********SO ENTRA NO CENSO O ALUNO COM MATRICULA NO ANO; O
      *********ATIVO SEM MATRICULA SO E CONTADO NO CONTROLE************
           MOVE ZEROS TO WRK-QTD-MATRICULAS.
           PERFORM 0210-CONTAR-MATRICULAS.
           IF WRK-QTD-MATRICULAS = ZEROS
               IF FASE-GERACAO AND STU-ATIVO-SIM
                   ADD 1 TO WRK-CNT-SEM-MATRICULA
               END-IF
           ELSE
               PERFORM 0250-APURAR-RESULTADO
               PERFORM 0270-BUSCAR-RESPONSAVEL
               IF FASE-VALIDACAO
                   PERFORM 0280-CONFERIR-ALUNO
               ELSE
                   PERFORM 0300-GRAVAR-ALUNO
               END-IF
           END-IF.

       0210-CONTAR-MATRICULAS.
           MOVE "N" TO WRK-EOF-ENR.
           MOVE LOW-VALUES TO ENR-CHAVE.
           MOVE STU-ID TO ENR-STU-ID.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-ENR
           END-START.
           PERFORM 0220-LER-MATRICULA UNTIL FIM-ENR.

       0220-LER-MATRICULA.
           READ ENROLLMENT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-ENR
               NOT AT END
                   IF ENR-STU-ID NOT = STU-ID
                       MOVE "S" TO WRK-EOF-ENR
                   ELSE
                       IF ENR-MATRICULADO
                           AND (ENR-TERMO = WRK-TERMO-1
                               OR ENR-TERMO = WRK-TERMO-2)
                           ADD 1 TO WRK-QTD-MATRICULAS
                       END-IF
                   END-IF
           END-READ.

       0250-APURAR-RESULTADO.
      *********ABANDONO PELO STU-ATIVO; SENAO PELO TRANHIST DO ANO (SEM
      *********CREDITO DE TRANSFERENCIA): ALGUMA REPROVACAO REPROVA, E
      *********POR FALTA QUANDO O ATTEND PASSA DE 25% DE AUSENCIAS*****
           MOVE ZEROS TO WRK-QTD-CURSOS WRK-QTD-REPROV WRK-QTD-RECUPERA
               WRK-RESULTADO WRK-PCT-FALTAS WRK-PCT-FREQ.
           IF FREQUENCIA-OK
               MOVE STU-ID TO ATT-STU-ID
               READ ATTENDANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ATT-AULAS-DADAS > 0
                           COMPUTE WRK-PCT-FALTAS ROUNDED =
                               (ATT-AULAS-DADAS - ATT-AULAS-PRESENTES)
                               * 100 / ATT-AULAS-DADAS
                           COMPUTE WRK-PCT-FREQ = 100 - WRK-PCT-FALTAS
                       END-IF
               END-READ
           END-IF.
           IF STU-ATIVO-NAO
               MOVE 4 TO WRK-RESULTADO
           ELSE
               MOVE "N" TO WRK-EOF-TRANHS
               MOVE LOW-VALUES TO TRANHS-CHAVE
               MOVE STU-ID TO TRANHS-STU-ID
               START TRANSCRIPT-HISTORY
                   KEY IS NOT LESS THAN TRANHS-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-EOF-TRANHS
               END-START
               PERFORM 0260-SOMAR-CURSO UNTIL FIM-TRANHS
               IF WRK-QTD-CURSOS > ZEROS AND WRK-QTD-RECUPERA = ZEROS
                   IF WRK-QTD-REPROV > ZEROS
                       IF WRK-PCT-FALTAS > WRK-LIMITE-FALTAS
                           MOVE 3 TO WRK-RESULTADO
                       ELSE
                           MOVE 2 TO WRK-RESULTADO
                       END-IF
                   ELSE
                       MOVE 1 TO WRK-RESULTADO
                   END-IF
               END-IF
           END-IF.

       0260-SOMAR-CURSO.
           READ TRANSCRIPT-HISTORY NEXT
               AT END
                   MOVE "S" TO WRK-EOF-TRANHS
               NOT AT END
                   IF TRANHS-STU-ID NOT = STU-ID
                       MOVE "S" TO WRK-EOF-TRANHS
                   ELSE
                       IF (TRANHS-TERM-ID = WRK-TERMO-1
                               OR TRANHS-TERM-ID = WRK-TERMO-2)
                               AND NOT TRANHS-TRANSFERIDO
                           ADD 1 TO WRK-QTD-CURSOS
                           EVALUATE TRANHS-SITUACAO
                               WHEN "F" ADD 1 TO WRK-QTD-REPROV
                               WHEN "R" ADD 1 TO WRK-QTD-RECUPERA
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.

       0270-BUSCAR-RESPONSAVEL.
           MOVE SPACES TO WRK-RESPONSAVEL.
           IF RESPONSAVEIS-OK
               MOVE STU-ID TO GUA-STU-ID
               READ GUARDIAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GUA-NOME TO WRK-RESPONSAVEL
               END-READ
           END-IF.

       0280-CONFERIR-ALUNO.
      *********DADOS OBRIGATORIOS DO ALUNO: NOME, RESPONSAVEL, RESULTADO
      *********FINAL DO ANO E SECAO CADASTRADA DE CADA MATRICULA*******
           MOVE "ALUNO" TO WRK-PEND-TIPO.
           MOVE STU-ID TO WRK-PEND-CHAVE.
           IF STU-NOME = SPACES
               MOVE "SEM NOME NO STUDENT-MASTER" TO WRK-PEND-MOTIVO
               PERFORM 0700-REGISTRAR-PENDENCIA
           END-IF.
           IF WRK-RESPONSAVEL = SPACES
               MOVE "SEM RESPONSAVEL NO GUARDIAN" TO WRK-PEND-MOTIVO
               PERFORM 0700-REGISTRAR-PENDENCIA
           END-IF.
           IF WRK-RESULTADO = ZEROS
               IF WRK-QTD-RECUPERA > ZEROS
                   MOVE "RECUPERACAO SEM RESULTADO FINAL"
                       TO WRK-PEND-MOTIVO
               ELSE
                   MOVE "SEM NOTAS DO ANO NO TRANHIST"
                       TO WRK-PEND-MOTIVO
               END-IF
               PERFORM 0700-REGISTRAR-PENDENCIA
           END-IF.
           PERFORM 0290-PERCORRER-MATRICULAS.

       0290-PERCORRER-MATRICULAS.
           MOVE "N" TO WRK-EOF-ENR.
           MOVE LOW-VALUES TO ENR-CHAVE.
           MOVE STU-ID TO ENR-STU-ID.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-ENR
           END-START.
           PERFORM 0295-MATRICULA-DO-ANO UNTIL FIM-ENR.

       0295-MATRICULA-DO-ANO.
           READ ENROLLMENT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-ENR
               NOT AT END
                   IF ENR-STU-ID NOT = STU-ID
                       MOVE "S" TO WRK-EOF-ENR
                   ELSE
                       IF ENR-MATRICULADO
                           AND (ENR-TERMO = WRK-TERMO-1
                               OR ENR-TERMO = WRK-TERMO-2)
                           PERFORM 0310-TRATAR-MATRICULA
                       END-IF
                   END-IF
           END-READ.

       0300-GRAVAR-ALUNO.
           MOVE SPACES TO CEN-RECORD.
           MOVE "10" TO CEN-TIPO.
           MOVE WRK-ESCOLA TO CEN-ESCOLA.
           MOVE WRK-ANO TO CEN-ANO.
           MOVE STU-ID TO CEN-ALU-ID.
           MOVE STU-NOME TO CEN-ALU-NOME.
           MOVE WRK-RESPONSAVEL TO CEN-ALU-RESPONSAVEL.
           MOVE WRK-RESULTADO TO CEN-ALU-RESULTADO.
           MOVE WRK-PCT-FREQ TO CEN-ALU-PCT-FREQ.
           PERFORM 0600-GRAVAR-REGISTRO.
           ADD 1 TO WRK-CNT-ALUNOS.
           EVALUATE WRK-RESULTADO
               WHEN 1 ADD 1 TO WRK-CNT-APROVADOS
               WHEN 2 ADD 1 TO WRK-CNT-REPROVADOS
               WHEN 3 ADD 1 TO WRK-CNT-REPROV-FALTA
               WHEN 4 ADD 1 TO WRK-CNT-ABANDONOS
           END-EVALUATE.
           PERFORM 0290-PERCORRER-MATRICULAS.

       0310-TRATAR-MATRICULA.
      *********SALA DA SECAO NO SECTFILE; SECAO FORA DO CADASTRO E
      *********PENDENCIA NA VALIDACAO**********************************
           MOVE SPACES TO WRK-SALA.
           MOVE "N" TO WRK-SECAO-ACHOU.
           IF SECOES-OK
               MOVE ENR-CURSO TO SEC-CURSO
               MOVE ENR-TERMO TO SEC-TERMO
               MOVE ENR-SECAO TO SEC-ID
               READ SECTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-SECAO-ACHOU
                       MOVE SEC-SALA TO WRK-SALA
               END-READ
           END-IF.
           IF FASE-VALIDACAO
               IF NOT SECAO-ACHOU
                   MOVE "MATRICULA" TO WRK-PEND-TIPO
                   MOVE ENR-CHAVE TO WRK-PEND-CHAVE
                   MOVE "SECAO DA MATRICULA FORA DO SECTFILE"
                       TO WRK-PEND-MOTIVO
                   PERFORM 0700-REGISTRAR-PENDENCIA
               END-IF
           ELSE
               MOVE SPACES TO CEN-RECORD
               MOVE "20" TO CEN-TIPO
               MOVE WRK-ESCOLA TO CEN-ESCOLA
               MOVE WRK-ANO TO CEN-ANO
               MOVE ENR-STU-ID TO CEN-MAT-ALU-ID
               MOVE ENR-CURSO TO CEN-MAT-CURSO
               MOVE ENR-TERMO TO CEN-MAT-TERMO
               MOVE ENR-SECAO TO CEN-MAT-SECAO
               MOVE WRK-SALA TO CEN-MAT-SALA
               PERFORM 0600-GRAVAR-REGISTRO
               ADD 1 TO WRK-CNT-MATRICULAS
           END-IF.

       0400-CONFERIR-DOCENTES.
      *********PROFESSOR ATRIBUIDO NO ANO SEM CADASTRO (OU SEM NOME)
      *********NO TEACHER E PENDENCIA**********************************
           MOVE SPACES TO WRK-PROF-ATUAL.
           PERFORM 0410-CONFERIR-UM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-DCC.
           IF WRK-CNT-FORA-TABELA > 0
               MOVE "DOCENTE" TO WRK-PEND-TIPO
               MOVE "TEACHASG" TO WRK-PEND-CHAVE
               MOVE "ATRIBUICOES ALEM DO LIMITE DE 500"
                   TO WRK-PEND-MOTIVO
               PERFORM 0700-REGISTRAR-PENDENCIA
           END-IF.

       0410-CONFERIR-UM.
           IF WRK-DCC-PROFESSOR(WRK-IDX) NOT = WRK-PROF-ATUAL
               MOVE WRK-DCC-PROFESSOR(WRK-IDX) TO WRK-PROF-ATUAL
               PERFORM 0420-LER-PROFESSOR
               IF PRF-NOME = SPACES
                   MOVE "DOCENTE" TO WRK-PEND-TIPO
                   MOVE WRK-PROF-ATUAL TO WRK-PEND-CHAVE
                   MOVE "ATRIBUIDO SEM CADASTRO/NOME NO TEACHER"
                       TO WRK-PEND-MOTIVO
                   PERFORM 0700-REGISTRAR-PENDENCIA
               END-IF
           END-IF.

       0420-LER-PROFESSOR.
           MOVE SPACES TO PRF-NOME.
           IF PROFESSORES-OK
               MOVE WRK-PROF-ATUAL TO PRF-CODIGO
               READ TEACHER-MASTER
                   INVALID KEY
                       MOVE SPACES TO PRF-NOME
               END-READ
           END-IF.

       0500-GERAR-ARQUIVO.
      *********REGISTRO 00 DA ESCOLA, ALUNOS (10/20), DOCENTES (30/31)
      *********E O 99 COM OS TOTAIS PARA O ORGAO CONFERIR A CARGA******
           OPEN OUTPUT CENSUS-FILE.
           MOVE SPACES TO CEN-RECORD.
           MOVE "00" TO CEN-TIPO.
           MOVE WRK-ESCOLA TO CEN-ESCOLA.
           MOVE WRK-ANO TO CEN-ANO.
           MOVE WRK-NOME-ESCOLA TO CEN-ESC-NOME.
           PERFORM 0600-GRAVAR-REGISTRO.
           PERFORM 0100-PERCORRER-ALUNOS.
           MOVE SPACES TO WRK-PROF-ATUAL.
           PERFORM 0510-GRAVAR-DOCENCIA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-DCC.
           MOVE SPACES TO CEN-RECORD.
           MOVE "99" TO CEN-TIPO.
           MOVE WRK-ESCOLA TO CEN-ESCOLA.
           MOVE WRK-ANO TO CEN-ANO.
           ADD 1 TO WRK-CNT-REGISTROS.
           MOVE WRK-CNT-REGISTROS TO CEN-TOT-REGISTROS.
           MOVE WRK-CNT-ALUNOS TO CEN-TOT-ALUNOS.
           MOVE WRK-CNT-MATRICULAS TO CEN-TOT-MATRICULAS.
           MOVE WRK-CNT-DOCENTES TO CEN-TOT-DOCENTES.
           WRITE CEN-RECORD.
           CLOSE CENSUS-FILE.
           DISPLAY "ARQUIVO DO CENSO GERADO (CENSO) - REGISTROS: "
               WRK-CNT-REGISTROS.

       0510-GRAVAR-DOCENCIA.
           IF WRK-DCC-PROFESSOR(WRK-IDX) NOT = WRK-PROF-ATUAL
               MOVE WRK-DCC-PROFESSOR(WRK-IDX) TO WRK-PROF-ATUAL
               PERFORM 0420-LER-PROFESSOR
               MOVE SPACES TO CEN-RECORD
               MOVE "30" TO CEN-TIPO
               MOVE WRK-ESCOLA TO CEN-ESCOLA
               MOVE WRK-ANO TO CEN-ANO
               MOVE WRK-PROF-ATUAL TO CEN-DOC-CODIGO
               MOVE PRF-NOME TO CEN-DOC-NOME
               PERFORM 0600-GRAVAR-REGISTRO
               ADD 1 TO WRK-CNT-DOCENTES
           END-IF.
           MOVE SPACES TO CEN-RECORD.
           MOVE "31" TO CEN-TIPO.
           MOVE WRK-ESCOLA TO CEN-ESCOLA.
           MOVE WRK-ANO TO CEN-ANO.
           MOVE WRK-DCC-PROFESSOR(WRK-IDX) TO CEN-DCC-CODIGO.
           MOVE WRK-DCC-CURSO(WRK-IDX) TO CEN-DCC-CURSO.
           MOVE WRK-DCC-TERMO(WRK-IDX) TO CEN-DCC-TERMO.
           PERFORM 0600-GRAVAR-REGISTRO.
           ADD 1 TO WRK-CNT-DOCENCIAS.

       0600-GRAVAR-REGISTRO.
           WRITE CEN-RECORD.
           ADD 1 TO WRK-CNT-REGISTROS.

       0700-REGISTRAR-PENDENCIA.
           MOVE SPACES TO PENDING-LINE.
           MOVE WRK-PEND-TIPO TO PDL-TIPO.
           MOVE WRK-PEND-CHAVE TO PDL-CHAVE.
           MOVE WRK-PEND-MOTIVO TO PDL-MOTIVO.
           WRITE PENDING-LINE.
           ADD 1 TO WRK-CNT-PENDENCIAS.

       0800-RELATORIO-CONTROLE.
      *********CABECALHO PADRAO E AS CONTAGENS POR SITUACAO; SEM O
      *********ARQUIVO GERADO SAI SO O TOTAL DE PENDENCIAS*************
           MOVE "PROGCOB109" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE RPT-HEADER-LINE TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO WRK-LINHA-TOTAL.
           MOVE "CENSO ESCOLAR - ANO" TO WTO-TEXTO.
           MOVE WRK-ANO TO WTO-QUANTIDADE.
           MOVE WRK-LINHA-TOTAL TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE "PENDENCIAS DE DADO OBRIGATORIO" TO WTO-TEXTO.
           MOVE WRK-CNT-PENDENCIAS TO WTO-QUANTIDADE.
           PERFORM 0810-LINHA-TOTAL.
           IF FASE-GERACAO
               MOVE "ALUNOS NO CENSO" TO WTO-TEXTO
               MOVE WRK-CNT-ALUNOS TO WTO-QUANTIDADE
               PERFORM 0810-LINHA-TOTAL
               MOVE "  APROVADOS" TO WTO-TEXTO
               MOVE WRK-CNT-APROVADOS TO WTO-QUANTIDADE
               PERFORM 0810-LINHA-TOTAL
               MOVE "  REPROVADOS" TO WTO-TEXTO
               MOVE WRK-CNT-REPROVADOS TO WTO-QUANTIDADE
               PERFORM 0810-LINHA-TOTAL
               MOVE "  REPROVADOS POR FALTA" TO WTO-TEXTO
               MOVE WRK-CNT-REPROV-FALTA TO WTO-QUANTIDADE
               PERFORM 0810-LINHA-TOTAL
               MOVE "  ABANDONO" TO WTO-TEXTO
               MOVE WRK-CNT-ABANDONOS TO WTO-QUANTIDADE
               PERFORM 0810-LINHA-TOTAL
               MOVE "MATRICULAS EM SECAO" TO WTO-TEXTO
               MOVE WRK-CNT-MATRICULAS TO WTO-QUANTIDADE
               PERFORM 0810-LINHA-TOTAL
               MOVE "DOCENTES" TO WTO-TEXTO
               MOVE WRK-CNT-DOCENTES TO WTO-QUANTIDADE
               PERFORM 0810-LINHA-TOTAL
               MOVE "CURSOS LECIONADOS" TO WTO-TEXTO
               MOVE WRK-CNT-DOCENCIAS TO WTO-QUANTIDADE
               PERFORM 0810-LINHA-TOTAL
               MOVE "ATIVOS SEM MATRICULA NO ANO" TO WTO-TEXTO
               MOVE WRK-CNT-SEM-MATRICULA TO WTO-QUANTIDADE
               PERFORM 0810-LINHA-TOTAL
               MOVE "REGISTROS NO ARQUIVO" TO WTO-TEXTO
               MOVE WRK-CNT-REGISTROS TO WTO-QUANTIDADE
               PERFORM 0810-LINHA-TOTAL
           ELSE
               MOVE "ARQUIVO NAO GERADO - VER CENSOERR" TO WTO-TEXTO
               MOVE ZEROS TO WTO-QUANTIDADE
               PERFORM 0810-LINHA-TOTAL
           END-IF.

       0810-LINHA-TOTAL.
           MOVE WRK-LINHA-TOTAL TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           DISPLAY WRK-LINHA-TOTAL.

       0900-FECHAR-ARQUIVOS.
      *********SEM OS ARQUIVOS OBRIGATORIOS NADA FOI LIDO E O STATUS
      *********AINDA E O DA ABERTURA***********************************
           CLOSE PENDING-LIST CONTROL-REPORT.
           IF ARQUIVOS-OK
               CLOSE STUDENT-MASTER ENROLLMENT-FILE TRANSCRIPT-HISTORY
           ELSE
               IF WRK-FS-STUMAST = "00"
                   CLOSE STUDENT-MASTER
               END-IF
               IF WRK-FS-ENR = "00"
                   CLOSE ENROLLMENT-FILE
               END-IF
               IF WRK-FS-TRANHS = "00"
                   CLOSE TRANSCRIPT-HISTORY
               END-IF
           END-IF.
           IF SECOES-OK
               CLOSE SECTION-FILE
           END-IF.
           IF FREQUENCIA-OK
               CLOSE ATTENDANCE-FILE
           END-IF.
           IF RESPONSAVEIS-OK
               CLOSE GUARDIAN-FILE
           END-IF.
           IF PROFESSORES-OK
               CLOSE TEACHER-MASTER
           END-IF.
           IF ATRIBUICOES-OK
               CLOSE ASSIGNMENT-FILE
           END-IF.
