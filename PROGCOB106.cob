       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB106.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: CREDITO DE TRANSFERENCIA DE ALUNO VINDO DE OUTRA
      *           ESCOLA: MANTEM A TABELA DE EQUIVALENCIA (EQUIVAL -
      *           ESCOLA DE ORIGEM + CURSO DE LA VALE O NOSSO
      *           CRS-CODIGO, COM A NOTA MAXIMA DA ESCALA DE LA) E
      *           LANCA O CREDITO NO TRANHIST COM A NOTA EXTERNA
      *           CONVERTIDA PARA 0-10 E A MARCA TRANHS-ORIGEM = T,
      *           GUARDANDO O DETALHE (ESCOLA, CURSO, NOTA ORIGINAL)
      *           NO TRFCRED. O CREDITO CONTA PARA O CURRICULO
      *           (PROGCOB73) E PARA PRE-REQUISITO, SAI MARCADO NO
      *           HISTORICO (PROGCOB22) E FICA FORA DO RANKING E DO
      *           QUADRO DE HONRA (PROGCOB71)
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
           SELECT EQUIVALENCE-FILE ASSIGN TO "EQUIVAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQV-CHAVE
               FILE STATUS IS WRK-FS-EQUIV.
           SELECT TRANSFER-CREDIT ASSIGN TO "TRFCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRC-CHAVE
               FILE STATUS IS WRK-FS-TRFCRED.
           SELECT TRANSCRIPT-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANHS-CHAVE
               FILE STATUS IS WRK-FS-TRANHS.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WRK-FS-STUMAST.
           SELECT COURSE-CATALOG ASSIGN TO "CRSCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-CODIGO
               FILE STATUS IS WRK-FS-CRSCAT.
           SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TERMCTL.
       DATA DIVISION.
       FILE SECTION.
       FD EQUIVALENCE-FILE.
           COPY CPEQUIV.
       FD TRANSFER-CREDIT.
           COPY CPTRFCRD.
       FD TRANSCRIPT-HISTORY.
           COPY CPTRANHS.
       FD STUDENT-MASTER.
           COPY CPSTUMAS.
       FD COURSE-CATALOG.
           COPY CPCOURSE.
       FD TERM-CONTROL.
       01 TERMCTL-RECORD.
           02 TERMCTL-TERM-ID         PIC 9(05).
       WORKING-STORAGE SECTION.
       77 WRK-FS-EQUIV PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRFCRED PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRANHS PIC X(02) VALUE ZEROS.
       77 WRK-FS-STUMAST PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRSCAT PIC X(02) VALUE ZEROS.
       77 WRK-FS-TERMCTL PIC X(02) VALUE ZEROS.
       77 WRK-EOF-EQUIV PIC X(01) VALUE "N".
           88 FIM-EQUIV VALUE "S".
       77 WRK-EOF-HIST PIC X(01) VALUE "N".
           88 FIM-HIST VALUE "S".
       77 WRK-CREDITO-OK PIC X(01) VALUE "N".
           88 CREDITO-OK VALUE "S".
       77 WRK-ALUNOS-OK PIC X(01) VALUE "N".
           88 ALUNOS-OK VALUE "S".
       77 WRK-CATALOGO-OK PIC X(01) VALUE "N".
           88 CATALOGO-OK VALUE "S".
       77 WRK-HISTORICO-OK PIC X(01) VALUE "N".
           88 HISTORICO-OK VALUE "S".
       77 WRK-JA-APROVADO PIC X(01) VALUE "N".
           88 JA-APROVADO VALUE "S".
       77 WRK-ENTRADA-OK PIC X(01) VALUE "N".
           88 ENTRADA-OK VALUE "S".
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-SAIR PIC X(01) VALUE "N".
           88 SAIR-DO-CREDITO VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-TERMO PIC 9(05) VALUE ZEROS.
       77 WRK-TERMO-ANTERIOR PIC 9(05) VALUE ZEROS.
       77 WRK-TERMO-CURSADO PIC 9(05) VALUE ZEROS.
       77 WRK-INSTITUICAO PIC X(08) VALUE SPACES.
       77 WRK-CURSO-EXTERNO PIC X(10) VALUE SPACES.
       77 WRK-CURSO PIC X(05) VALUE SPACES.
       77 WRK-STU-ID PIC X(10) VALUE SPACES.
       77 WRK-NOME-CURSO PIC X(30) VALUE SPACES.
       77 WRK-NOTA-MAXIMA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-NOTA-EXTERNA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-NOTA-CONVERTIDA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-NOTA-EDIT PIC ZZ9,99.
       77 WRK-MEDIA-EDIT PIC Z9,99.
       77 WRK-CNT-EQUIV PIC 9(05) VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-DATASYS-NUM-X REDEFINES WRK-DATASYS-NUM.
           02 WRK-DATASYS-ANO    PIC 9(04).
           02 WRK-DATASYS-MES    PIC 9(02).
           02 WRK-DATASYS-DIA    PIC 9(02).
       01 WRK-TERMO-X.
           02 WRK-TERMO-ANO      PIC 9(04).
           02 WRK-TERMO-SEM      PIC 9(01).
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
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DO-CREDITO.
           IF WRK-FS-EQUIV = "00"
               CLOSE EQUIVALENCE-FILE
           END-IF.
           IF CREDITO-OK
               CLOSE TRANSFER-CREDIT
           END-IF.
           IF HISTORICO-OK
               CLOSE TRANSCRIPT-HISTORY
           END-IF.
           IF ALUNOS-OK
               CLOSE STUDENT-MASTER
           END-IF.
           IF CATALOGO-OK
               CLOSE COURSE-CATALOG
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           OPEN I-O EQUIVALENCE-FILE.
           IF WRK-FS-EQUIV = "35"
               OPEN OUTPUT EQUIVALENCE-FILE
               CLOSE EQUIVALENCE-FILE
               OPEN I-O EQUIVALENCE-FILE
           END-IF.
           IF WRK-FS-EQUIV NOT = "00"
               DISPLAY "ERRO AO ABRIR EQUIVAL: " WRK-FS-EQUIV
               MOVE "S" TO WRK-SAIR
           END-IF.
           OPEN I-O TRANSFER-CREDIT.
           IF WRK-FS-TRFCRED = "35"
               OPEN OUTPUT TRANSFER-CREDIT
               CLOSE TRANSFER-CREDIT
               OPEN I-O TRANSFER-CREDIT
           END-IF.
           IF WRK-FS-TRFCRED = "00"
               MOVE "S" TO WRK-CREDITO-OK
           ELSE
               DISPLAY "ERRO AO ABRIR TRFCRED: " WRK-FS-TRFCRED
           END-IF.
           OPEN I-O TRANSCRIPT-HISTORY.
           IF WRK-FS-TRANHS = "00"
               MOVE "S" TO WRK-HISTORICO-OK
           ELSE
               DISPLAY "ERRO AO ABRIR TRANHIST: " WRK-FS-TRANHS
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-STUMAST = "00"
               MOVE "S" TO WRK-ALUNOS-OK
           ELSE
               DISPLAY "ERRO AO ABRIR STUMAST: " WRK-FS-STUMAST
           END-IF.
           OPEN INPUT COURSE-CATALOG.
           IF WRK-FS-CRSCAT = "00"
               MOVE "S" TO WRK-CATALOGO-OK
           ELSE
               DISPLAY "AVISO: CRSCAT NAO ENCONTRADO - CURSO DA"
                   " EQUIVALENCIA SEM CONFERENCIA NO CATALOGO"
           END-IF.

       0060-DETERMINAR-TERMO.
      *********TERMO CORRENTE DO TERMCTL; SEM ELE, DERIVA DO ANO +
      *********SEMESTRE DA DATA, COMO O PROGCOB68. O CREDITO VAI POR
      *********PADRAO PARA O TERMO ANTERIOR (SEMESTRE PASSADO)*********
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
           MOVE WRK-TERMO TO WRK-TERMO-X.
           IF WRK-TERMO-SEM > 1
               COMPUTE WRK-TERMO-ANTERIOR = WRK-TERMO - 1
           ELSE
               COMPUTE WRK-TERMO-ANTERIOR =
                   ((WRK-TERMO-ANO - 1) * 10) + 2
           END-IF.
           DISPLAY "TERMO CORRENTE: " WRK-TERMO.

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY "      CREDITO DE TRANSFERENCIA".
           DISPLAY "=============================================".
           DISPLAY " 01 - INCLUIR/ALTERAR EQUIVALENCIA".
           DISPLAY " 02 - EXCLUIR EQUIVALENCIA".
           DISPLAY " 03 - LISTAR EQUIVALENCIAS DA ESCOLA".
           DISPLAY " 04 - LANCAR CREDITO DE TRANSFERENCIA".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01 PERFORM 0200-MANTER-EQUIVALENCIA
               WHEN 02 PERFORM 0300-EXCLUIR-EQUIVALENCIA
               WHEN 03 PERFORM 0350-LISTAR-EQUIVALENCIAS
               WHEN 04 PERFORM 0400-LANCAR-CREDITO
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0150-INFORMAR-CHAVE.
      *********ESCOLA DE ORIGEM + CURSO DE LA (CHAVE DO EQUIVAL)*******
           MOVE "N" TO WRK-ENTRADA-OK.
           DISPLAY "ESCOLA DE ORIGEM (CODIGO):".
           ACCEPT WRK-INSTITUICAO.
           DISPLAY "CURSO NA ESCOLA DE ORIGEM:".
           ACCEPT WRK-CURSO-EXTERNO.
           IF WRK-INSTITUICAO = SPACES OR WRK-CURSO-EXTERNO = SPACES
               DISPLAY "ESCOLA E CURSO DE ORIGEM OBRIGATORIOS"
           ELSE
               MOVE "S" TO WRK-ENTRADA-OK
               MOVE WRK-INSTITUICAO TO EQV-INSTITUICAO
               MOVE WRK-CURSO-EXTERNO TO EQV-CURSO-EXTERNO
           END-IF.

       0190-BUSCAR-NOME-CURSO.
           MOVE "(FORA DO CATALOGO)" TO WRK-NOME-CURSO.
           IF CATALOGO-OK
               MOVE WRK-CURSO TO CRS-CODIGO
               READ COURSE-CATALOG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CRS-NOME TO WRK-NOME-CURSO
               END-READ
           ELSE
               MOVE SPACES TO WRK-NOME-CURSO
           END-IF.

       0200-MANTER-EQUIVALENCIA.
      *********INCLUI OU ALTERA A EQUIVALENCIA; O NOSSO CURSO TEM DE
      *********ESTAR NO CATALOGO E A NOTA MAXIMA DA ESCALA DE LA TEM
      *********DE SER MAIOR QUE ZERO (EX 10, 100, 5)*******************
           PERFORM 0150-INFORMAR-CHAVE.
           IF ENTRADA-OK
               DISPLAY "CURSO EQUIVALENTE NESTA ESCOLA:"
               ACCEPT WRK-CURSO
               PERFORM 0190-BUSCAR-NOME-CURSO
               IF WRK-CURSO = SPACES
                       OR WRK-NOME-CURSO = "(FORA DO CATALOGO)"
                   DISPLAY "CURSO FORA DO CATALOGO: " WRK-CURSO
                   MOVE "N" TO WRK-ENTRADA-OK
               ELSE
                   DISPLAY "CURSO: " WRK-NOME-CURSO
               END-IF
           END-IF.
           IF ENTRADA-OK
               DISPLAY "NOTA MAXIMA NA ESCOLA DE ORIGEM (EX 10.00):"
               ACCEPT WRK-NOTA-MAXIMA
               IF WRK-NOTA-MAXIMA = ZEROS
                   DISPLAY "NOTA MAXIMA INVALIDA"
                   MOVE "N" TO WRK-ENTRADA-OK
               END-IF
           END-IF.
           IF ENTRADA-OK
               READ EQUIVALENCE-FILE
                   INVALID KEY
                       MOVE WRK-CURSO TO EQV-CURSO
                       MOVE WRK-NOTA-MAXIMA TO EQV-NOTA-MAXIMA
                       WRITE EQV-RECORD
                       DISPLAY "EQUIVALENCIA INCLUIDA"
                   NOT INVALID KEY
                       MOVE WRK-CURSO TO EQV-CURSO
                       MOVE WRK-NOTA-MAXIMA TO EQV-NOTA-MAXIMA
                       REWRITE EQV-RECORD
                       DISPLAY "EQUIVALENCIA ALTERADA"
               END-READ
           END-IF.

       0300-EXCLUIR-EQUIVALENCIA.
           PERFORM 0150-INFORMAR-CHAVE.
           IF ENTRADA-OK
               DELETE EQUIVALENCE-FILE
                   INVALID KEY
                       DISPLAY "EQUIVALENCIA NAO CADASTRADA"
                   NOT INVALID KEY
                       DISPLAY "EQUIVALENCIA EXCLUIDA"
               END-DELETE
           END-IF.

       0350-LISTAR-EQUIVALENCIAS.
           DISPLAY "ESCOLA DE ORIGEM (CODIGO):".
           ACCEPT WRK-INSTITUICAO.
           MOVE ZEROS TO WRK-CNT-EQUIV.
           MOVE "N" TO WRK-EOF-EQUIV.
           MOVE WRK-INSTITUICAO TO EQV-INSTITUICAO.
           MOVE LOW-VALUES TO EQV-CURSO-EXTERNO.
           START EQUIVALENCE-FILE KEY IS NOT LESS THAN EQV-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-EQUIV
           END-START.
           PERFORM 0355-LISTAR-UMA-EQUIVALENCIA UNTIL FIM-EQUIV.
           DISPLAY "EQUIVALENCIAS DE " WRK-INSTITUICAO ": "
               WRK-CNT-EQUIV.

       0355-LISTAR-UMA-EQUIVALENCIA.
           READ EQUIVALENCE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-EQUIV
               NOT AT END
                   IF EQV-INSTITUICAO NOT = WRK-INSTITUICAO
                       MOVE "S" TO WRK-EOF-EQUIV
                   ELSE
                       ADD 1 TO WRK-CNT-EQUIV
                       MOVE EQV-CURSO TO WRK-CURSO
                       PERFORM 0190-BUSCAR-NOME-CURSO
                       MOVE EQV-NOTA-MAXIMA TO WRK-NOTA-EDIT
                       DISPLAY "  " EQV-CURSO-EXTERNO " = "
                           EQV-CURSO " " WRK-NOME-CURSO
                           " NOTA MAXIMA " WRK-NOTA-EDIT
                   END-IF
           END-READ.

       0400-LANCAR-CREDITO.
      *********CREDITO DE TRANSFERENCIA: ALUNO CADASTRADO, CURSO DE
      *********ORIGEM COM EQUIVALENCIA, NOTA CONVERTIDA PARA 0-10 NA
      *********MEDIA DE APROVACAO (6) OU ACIMA, TERMO ANTERIOR AO
      *********CORRENTE E CURSO AINDA NAO APROVADO PELO ALUNO**********
           IF NOT HISTORICO-OK OR NOT CREDITO-OK OR NOT ALUNOS-OK
               DISPLAY "TRANHIST/TRFCRED/STUMAST INDISPONIVEL"
           ELSE
               PERFORM 0410-INFORMAR-ALUNO
               IF ENTRADA-OK
                   PERFORM 0420-INFORMAR-ORIGEM
               END-IF
               IF ENTRADA-OK
                   PERFORM 0430-INFORMAR-NOTA
               END-IF
               IF ENTRADA-OK
                   PERFORM 0440-INFORMAR-TERMO
               END-IF
               IF ENTRADA-OK
                   PERFORM 0450-CONFERIR-APROVACAO
               END-IF
               IF ENTRADA-OK
                   PERFORM 0460-GRAVAR-CREDITO
               END-IF
           END-IF.

       0410-INFORMAR-ALUNO.
           MOVE "N" TO WRK-ENTRADA-OK.
           DISPLAY "MATRICULA DO ALUNO:".
           ACCEPT WRK-STU-ID.
           MOVE WRK-STU-ID TO STU-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "ALUNO NAO CADASTRADO: " WRK-STU-ID
               NOT INVALID KEY
                   DISPLAY "ALUNO: " STU-NOME
                   MOVE "S" TO WRK-ENTRADA-OK
           END-READ.

       0420-INFORMAR-ORIGEM.
           PERFORM 0150-INFORMAR-CHAVE.
           IF ENTRADA-OK
               READ EQUIVALENCE-FILE
                   INVALID KEY
                       DISPLAY "SEM EQUIVALENCIA CADASTRADA PARA "
                           WRK-INSTITUICAO " " WRK-CURSO-EXTERNO
                       MOVE "N" TO WRK-ENTRADA-OK
                   NOT INVALID KEY
                       MOVE EQV-CURSO TO WRK-CURSO
                       MOVE EQV-NOTA-MAXIMA TO WRK-NOTA-MAXIMA
                       PERFORM 0190-BUSCAR-NOME-CURSO
                       DISPLAY "EQUIVALE A " WRK-CURSO " "
                           WRK-NOME-CURSO
               END-READ
           END-IF.

       0430-INFORMAR-NOTA.
           MOVE WRK-NOTA-MAXIMA TO WRK-NOTA-EDIT.
           DISPLAY "NOTA NA ESCOLA DE ORIGEM (MAXIMA "
               WRK-NOTA-EDIT "):".
           ACCEPT WRK-NOTA-EXTERNA.
           IF WRK-NOTA-EXTERNA > WRK-NOTA-MAXIMA
               DISPLAY "NOTA ACIMA DA MAXIMA DA ESCOLA DE ORIGEM"
               MOVE "N" TO WRK-ENTRADA-OK
           ELSE
               COMPUTE WRK-NOTA-CONVERTIDA ROUNDED =
                   WRK-NOTA-EXTERNA * 10 / WRK-NOTA-MAXIMA
               MOVE WRK-NOTA-CONVERTIDA TO WRK-MEDIA-EDIT
               DISPLAY "NOTA CONVERTIDA (0-10): " WRK-MEDIA-EDIT
               IF WRK-NOTA-CONVERTIDA < 6
                   DISPLAY "NOTA CONVERTIDA ABAIXO DA MEDIA DE"
                       " APROVACAO - CREDITO NAO CONCEDIDO"
                   MOVE "N" TO WRK-ENTRADA-OK
               END-IF
           END-IF.

       0440-INFORMAR-TERMO.
           DISPLAY "TERMO CURSADO (ENTER = " WRK-TERMO-ANTERIOR "):".
           ACCEPT WRK-TERMO-CURSADO.
           IF WRK-TERMO-CURSADO = ZEROS
               MOVE WRK-TERMO-ANTERIOR TO WRK-TERMO-CURSADO
           END-IF.
           MOVE WRK-TERMO-CURSADO TO WRK-TERMO-X.
           IF WRK-TERMO-CURSADO NOT < WRK-TERMO
                   OR WRK-TERMO-SEM < 1 OR WRK-TERMO-SEM > 2
               DISPLAY "TERMO INVALIDO - O CREDITO TEM DE SER DE"
                   " TERMO ANTERIOR AO CORRENTE"
               MOVE "N" TO WRK-ENTRADA-OK
           END-IF.

       0450-CONFERIR-APROVACAO.
      *********ALUNO JA APROVADO NO CURSO (AQUI OU POR OUTRO CREDITO)
      *********NAO RECEBE O CREDITO DE NOVO****************************
           MOVE "N" TO WRK-JA-APROVADO.
           MOVE "N" TO WRK-EOF-HIST.
           MOVE WRK-STU-ID TO TRANHS-STU-ID.
           MOVE WRK-CURSO TO TRANHS-CURSO.
           MOVE ZEROS TO TRANHS-TERM-ID.
           START TRANSCRIPT-HISTORY KEY IS NOT LESS THAN TRANHS-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-HIST
           END-START.
           PERFORM 0455-LER-HISTORICO UNTIL FIM-HIST.
           IF JA-APROVADO
               DISPLAY "ALUNO JA APROVADO EM " WRK-CURSO
                   " - CREDITO NAO LANCADO"
               MOVE "N" TO WRK-ENTRADA-OK
           END-IF.

       0455-LER-HISTORICO.
           READ TRANSCRIPT-HISTORY NEXT
               AT END
                   MOVE "S" TO WRK-EOF-HIST
               NOT AT END
                   IF TRANHS-STU-ID NOT = WRK-STU-ID
                           OR TRANHS-CURSO NOT = WRK-CURSO
                       MOVE "S" TO WRK-EOF-HIST
                   ELSE
                       IF TRANHS-SITUACAO = "A"
                           MOVE "S" TO WRK-JA-APROVADO
                           MOVE "S" TO WRK-EOF-HIST
                       END-IF
                   END-IF
           END-READ.

       0460-GRAVAR-CREDITO.
      *********LANCAMENTO NO TRANHIST SO COM A MEDIA CONVERTIDA E A
      *********MARCA DE TRANSFERENCIA; O DETALHE VAI PARA O TRFCRED****
           MOVE WRK-STU-ID TO TRANHS-STU-ID.
           MOVE WRK-CURSO TO TRANHS-CURSO.
           MOVE WRK-TERMO-CURSADO TO TRANHS-TERM-ID.
           MOVE ZEROS TO TRANHS-NOTA1 TRANHS-NOTA2 TRANHS-NOTA3.
           MOVE WRK-NOTA-CONVERTIDA TO TRANHS-MEDIA.
           MOVE "A" TO TRANHS-SITUACAO.
           MOVE "T" TO TRANHS-ORIGEM.
           WRITE TRANHS-RECORD
               INVALID KEY
                   DISPLAY "JA EXISTE LANCAMENTO DE " WRK-CURSO
                       " NO TERMO " WRK-TERMO-CURSADO
                   MOVE "N" TO WRK-ENTRADA-OK
           END-WRITE.
           IF ENTRADA-OK
               CALL "PROGDATA" USING WRK-DATASYS-NUM
               MOVE TRANHS-CHAVE TO TRC-CHAVE
               MOVE WRK-INSTITUICAO TO TRC-INSTITUICAO
               MOVE WRK-CURSO-EXTERNO TO TRC-CURSO-EXTERNO
               MOVE WRK-NOTA-EXTERNA TO TRC-NOTA-EXTERNA
               MOVE WRK-NOTA-MAXIMA TO TRC-NOTA-MAXIMA
               MOVE WRK-NOTA-CONVERTIDA TO TRC-NOTA-CONVERTIDA
               MOVE WRK-DATASYS-NUM TO TRC-DATA-LANCAMENTO
               MOVE WRK-OPERADOR TO TRC-OPERADOR
               WRITE TRC-RECORD
                   INVALID KEY
                       REWRITE TRC-RECORD
               END-WRITE
               DISPLAY "CREDITO DE TRANSFERENCIA LANCADO: " WRK-CURSO
                   " TERMO " WRK-TERMO-CURSADO
                   " MEDIA " WRK-MEDIA-EDIT
           END-IF.
