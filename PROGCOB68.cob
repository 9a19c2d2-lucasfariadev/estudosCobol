      *                   SECRETARIA REPETE A MATRICULA E A SECAO TEM
      *                   VAGA - A ESPERA ERA SO REGISTRADA E NAO
      *                   HAVIA CAMINHO PARA EFETIVAR
      * 15/10/2026 LFL - PRE-REQUISITOS POR CURSO (PREREQ) MANTIDOS PELO
      *                   COORDENADOR (OPCOES 05 A 07); A MATRICULA
      *                   CONFERE NO TRANHIST A APROVACAO COM A MEDIA
      *                   MINIMA E RECUSA NOMEANDO O PRE-REQUISITO QUE
      *                   FALTA, SALVO DISPENSA DO COORDENADOR (NIVEL
      *                   MANAGER) GRAVADA NO PREWAIV
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CLASS-REPORT ASSIGN TO "CLASSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
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
       DATA DIVISION.
       FILE SECTION.
       FD SECTION-FILE.
           02 TERMCTL-TERM-ID         PIC 9(05).
       FD CLASS-REPORT.
       01 CLASS-REPORT-LINE           PIC X(80).
       FD PREREQ-FILE.
           COPY CPPREREQ.
       FD TRANSCRIPT-HISTORY.
           COPY CPTRANHS.
       FD WAIVER-LOG.
           COPY CPPREWAV.
       WORKING-STORAGE SECTION.
       77 WRK-FS-SECAO PIC X(02) VALUE ZEROS.
       77 WRK-FS-ENR PIC X(02) VALUE ZEROS.
       77 WRK-FS-STUMAST PIC X(02) VALUE ZEROS.
       77 WRK-FS-TERMCTL PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-FS-PREREQ PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRANHS PIC X(02) VALUE ZEROS.
       77 WRK-FS-WAIVER PIC X(02) VALUE ZEROS.
       77 WRK-EOF-PRQ PIC X(01) VALUE "N".
           88 FIM-PRQ VALUE "S".
       77 WRK-EOF-HIST PIC X(01) VALUE "N".
           88 FIM-HIST VALUE "S".
       77 WRK-PREREQ-OK PIC X(01) VALUE "N".
           88 PREREQ-OK VALUE "S".
       77 WRK-HISTORICO-OK PIC X(01) VALUE "N".
           88 HISTORICO-OK VALUE "S".
       77 WRK-APROVADO PIC X(01) VALUE "N".
           88 REQUISITO-CUMPRIDO VALUE "S".
       77 WRK-COORDENADOR-OK PIC X(01) VALUE "N".
           88 COORDENADOR-OK VALUE "S".
       77 WRK-COORDENADOR PIC X(20) VALUE SPACES.
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-OPCAO-DISPENSA PIC X(01) VALUE "N".
       77 WRK-REQUISITO PIC X(05) VALUE SPACES.
       77 WRK-MEDIA-MINIMA PIC 9(02)V9(02) VALUE ZEROS.
       77 WRK-MEDIA-EDIT PIC Z9.99.
       77 WRK-NOME-CURSO PIC X(30) VALUE SPACES.
       77 WRK-CNT-REQUISITOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FALTA PIC 9(02) VALUE ZEROS.
       77 WRK-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-EOF-SECAO PIC X(01) VALUE "N".
           88 FIM-SECAO VALUE "S".
       77 WRK-EOF-ENR PIC X(01) VALUE "N".
           02 WLS-SECAO               PIC X(02).
           02 FILLER                  PIC X(06) VALUE " SALA ".
           02 WLS-SALA                PIC X(05).
      *********PRE-REQUISITOS QUE O ALUNO NAO CUMPRE NA MATRICULA EM
      *********CONFERENCIA (NOMEADOS NA RECUSA E NA DISPENSA)**********
       01 WRK-TABELA-FALTAS.
           02 WRK-FALTA-ENTRY OCCURS 10 TIMES.
               03 WRK-FALTA-REQUISITO PIC X(05).
               03 WRK-FALTA-NOME      PIC X(30).
               03 WRK-FALTA-MINIMA    PIC 9(02)V9(02).
      *********SESSAO DE QUEM CHAMOU E AUTENTICACAO DO COORDENADOR*****
       01 WRK-LOGIN-INFO.
           02 WRK-LOGIN-USUARIO        PIC X(20) VALUE SPACES.
           02 WRK-LOGIN-NIVEL          PIC 9(02) VALUE ZEROS.
               88 LOGIN-MANAGER        VALUE 03.
           02 WRK-LOGIN-RESULTADO      PIC X(10) VALUE SPACES.
               88 LOGIN-SUCESSO        VALUE "SUCESSO".
       01 WRK-COORD-INFO.
           02 WRK-COORD-USUARIO        PIC X(20) VALUE SPACES.
           02 WRK-COORD-NIVEL          PIC 9(02) VALUE ZEROS.
               88 COORD-MANAGER        VALUE 03.
           02 WRK-COORD-RESULTADO      PIC X(10) VALUE SPACES.
               88 COORD-SUCESSO        VALUE "SUCESSO".
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-DATASYS-NUM-X REDEFINES WRK-DATASYS-NUM.
           02 WRK-DATASYS-ANO    PIC 9(04).
           02 WRK-DATASYS-MES    PIC 9(02).
           02 WRK-DATASYS-DIA    PIC 9(02).
       LINKAGE SECTION.
       01 LK-SESSAO.
           02 LK-SESSAO-USUARIO        PIC X(20).
           02 LK-SESSAO-NIVEL          PIC 9(02).
           02 LK-SESSAO-RESULTADO      PIC X(10).
       PROCEDURE DIVISION USING OPTIONAL LK-SESSAO.
       0001-PRINCIPAL.
           IF ADDRESS OF LK-SESSAO NOT = NULL
               MOVE LK-SESSAO TO WRK-LOGIN-INFO
               IF WRK-LOGIN-USUARIO NOT = SPACES
                   MOVE WRK-LOGIN-USUARIO TO WRK-OPERADOR
               END-IF
           END-IF.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-DETERMINAR-TERMO.
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DAS-SECOES.
           IF ALUNOS-OK
               CLOSE STUDENT-MASTER
           END-IF.
           IF PREREQ-OK
               CLOSE PREREQ-FILE
           END-IF.
           IF HISTORICO-OK
               CLOSE TRANSCRIPT-HISTORY
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
               DISPLAY "AVISO: STUDENT-MASTER NAO ENCONTRADO - ALUNO"
                   " SEM CONFERENCIA"
           END-IF.
           OPEN I-O PREREQ-FILE.
           IF WRK-FS-PREREQ = "35"
               OPEN OUTPUT PREREQ-FILE
               CLOSE PREREQ-FILE
               OPEN I-O PREREQ-FILE
           END-IF.
           IF WRK-FS-PREREQ = "00"
               MOVE "S" TO WRK-PREREQ-OK
           ELSE
               DISPLAY "AVISO: ERRO AO ABRIR PREREQ: " WRK-FS-PREREQ
                   " - MATRICULA SEM CONFERENCIA DE PRE-REQUISITO"
           END-IF.
      *********SEM TRANHIST NENHUM PRE-REQUISITO CONSTA COMO CUMPRIDO;
      *********A MATRICULA DEPENDE DA DISPENSA DO COORDENADOR**********
           OPEN INPUT TRANSCRIPT-HISTORY.
           IF WRK-FS-TRANHS = "00"
               MOVE "S" TO WRK-HISTORICO-OK
           ELSE
               DISPLAY "AVISO: TRANHIST NAO ENCONTRADO - NENHUM"
                   " PRE-REQUISITO CONSTA COMO CUMPRIDO"
           END-IF.

       0060-DETERMINAR-TERMO.
      *********TERMO CORRENTE DO TERMCTL; SEM ELE, DERIVA DO ANO +
           DISPLAY " 02 - MATRICULAR ALUNO EM SECAO".
           DISPLAY " 03 - LISTA DE TURMA DE UMA SECAO".
           DISPLAY " 04 - LISTAR SECOES DE UM CURSO".
           DISPLAY " 05 - INCLUIR/ALTERAR PRE-REQUISITO (COORDENADOR)".
           DISPLAY " 06 - EXCLUIR PRE-REQUISITO (COORDENADOR)".
           DISPLAY " 07 - LISTAR PRE-REQUISITOS DE UM CURSO".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
               WHEN 02 PERFORM 0300-MATRICULAR
               WHEN 03 PERFORM 0400-LISTA-DE-TURMA
               WHEN 04 PERFORM 0500-LISTAR-SECOES
               WHEN 05 PERFORM 0600-MANTER-PRE-REQUISITO
               WHEN 06 PERFORM 0650-EXCLUIR-PRE-REQUISITO
               WHEN 07 PERFORM 0680-LISTAR-PRE-REQUISITOS
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           MOVE WRK-TERMO TO ENR-TERMO.
           READ ENROLLMENT-FILE
               INVALID KEY
                   PERFORM 0340-CONFERIR-PRE-REQUISITOS
               NOT INVALID KEY
                   IF ENR-ESPERA AND ENR-SECAO = WRK-SECAO
                       PERFORM 0330-PROMOVER-DA-ESPERA
               END-IF
           END-IF.

       0340-CONFERIR-PRE-REQUISITOS.
      *********CADA PRE-REQUISITO DO CURSO PRECISA DE APROVACAO NO
      *********TRANHIST COM A MEDIA MINIMA; FALTANDO ALGUM A MATRICULA
      *********(OU A LISTA DE ESPERA) SO SAI COM A DISPENSA DO
      *********COORDENADOR*********************************************
           MOVE ZEROS TO WRK-QTD-FALTA.
           IF PREREQ-OK
               MOVE "N" TO WRK-EOF-PRQ
               MOVE WRK-CURSO TO PRQ-CURSO
               MOVE LOW-VALUES TO PRQ-REQUISITO
               START PREREQ-FILE KEY IS NOT LESS THAN PRQ-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-EOF-PRQ
               END-START
               PERFORM 0345-CONFERIR-UM-REQUISITO UNTIL FIM-PRQ
           END-IF.
           IF WRK-QTD-FALTA = ZEROS
               PERFORM 0320-EFETIVAR-MATRICULA
           ELSE
               PERFORM 0360-PEDIR-DISPENSA
           END-IF.

       0345-CONFERIR-UM-REQUISITO.
           READ PREREQ-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-PRQ
               NOT AT END
                   IF PRQ-CURSO NOT = WRK-CURSO
                       MOVE "S" TO WRK-EOF-PRQ
                   ELSE
                       PERFORM 0350-BUSCAR-APROVACAO
                       IF NOT REQUISITO-CUMPRIDO
                           AND WRK-QTD-FALTA < 10
                           ADD 1 TO WRK-QTD-FALTA
                           MOVE PRQ-REQUISITO
                               TO WRK-FALTA-REQUISITO(WRK-QTD-FALTA)
                           MOVE PRQ-MEDIA-MINIMA
                               TO WRK-FALTA-MINIMA(WRK-QTD-FALTA)
                           MOVE PRQ-REQUISITO TO WRK-REQUISITO
                           PERFORM 0390-BUSCAR-NOME-CURSO
                           MOVE WRK-NOME-CURSO
                               TO WRK-FALTA-NOME(WRK-QTD-FALTA)
                       END-IF
                   END-IF
           END-READ.

       0350-BUSCAR-APROVACAO.
      *********VALE SO REGISTRO DE TERMO ANTERIOR AO DA MATRICULA COM
      *********SITUACAO A (APROVADO) E MEDIA NAO MENOR QUE A MINIMA****
           MOVE "N" TO WRK-APROVADO.
           IF HISTORICO-OK
               MOVE "N" TO WRK-EOF-HIST
               MOVE WRK-STU-ID TO TRANHS-STU-ID
               MOVE PRQ-REQUISITO TO TRANHS-CURSO
               MOVE ZEROS TO TRANHS-TERM-ID
               START TRANSCRIPT-HISTORY
                   KEY IS NOT LESS THAN TRANHS-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-EOF-HIST
               END-START
               PERFORM 0355-LER-HISTORICO UNTIL FIM-HIST
           END-IF.

       0355-LER-HISTORICO.
           READ TRANSCRIPT-HISTORY NEXT
               AT END
                   MOVE "S" TO WRK-EOF-HIST
               NOT AT END
                   IF TRANHS-STU-ID NOT = WRK-STU-ID
                       OR TRANHS-CURSO NOT = PRQ-REQUISITO
                       OR TRANHS-TERM-ID NOT < WRK-TERMO
                       MOVE "S" TO WRK-EOF-HIST
                   ELSE
                       IF TRANHS-SITUACAO = "A"
                           AND TRANHS-MEDIA NOT < PRQ-MEDIA-MINIMA
                           MOVE "S" TO WRK-APROVADO
                           MOVE "S" TO WRK-EOF-HIST
                       END-IF
                   END-IF
           END-READ.

       0360-PEDIR-DISPENSA.
           PERFORM 0368-EXIBIR-FALTA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-FALTA.
           DISPLAY "DISPENSA DO COORDENADOR PARA MATRICULAR? (S/N)".
           ACCEPT WRK-OPCAO-DISPENSA.
           IF WRK-OPCAO-DISPENSA = "S" OR WRK-OPCAO-DISPENSA = "s"
               PERFORM 0365-AUTENTICAR-COORDENADOR
           ELSE
               MOVE "N" TO WRK-COORDENADOR-OK
           END-IF.
           IF COORDENADOR-OK
               PERFORM 0370-GRAVAR-DISPENSA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-FALTA
               DISPLAY "PRE-REQUISITO DISPENSADO POR "
                   WRK-COORDENADOR " (PREWAIV)"
               PERFORM 0320-EFETIVAR-MATRICULA
           ELSE
               DISPLAY "MATRICULA RECUSADA - FALTA O PRE-REQUISITO "
                   WRK-FALTA-REQUISITO(1) " "
                   WRK-FALTA-NOME(1)
           END-IF.

       0365-AUTENTICAR-COORDENADOR.
      *********COORDENADOR E O NIVEL MANAGER: SE A SESSAO JA E DELE
      *********VALE A PROPRIA SESSAO; SENAO ELE SE AUTENTICA NO
      *********PROGCOB10 A CADA DISPENSA OU MANUTENCAO*****************
           MOVE "N" TO WRK-COORDENADOR-OK.
           MOVE SPACES TO WRK-COORDENADOR.
           IF LOGIN-SUCESSO AND LOGIN-MANAGER
               MOVE "S" TO WRK-COORDENADOR-OK
               MOVE WRK-LOGIN-USUARIO TO WRK-COORDENADOR
           ELSE
               DISPLAY "AUTENTICACAO DO COORDENADOR"
               INITIALIZE WRK-COORD-INFO
               CALL "PROGCOB10" USING WRK-COORD-INFO
               CANCEL "PROGCOB10"
               IF COORD-SUCESSO AND COORD-MANAGER
                   MOVE "S" TO WRK-COORDENADOR-OK
                   MOVE WRK-COORD-USUARIO TO WRK-COORDENADOR
               ELSE
                   DISPLAY "USUARIO SEM NIVEL DE COORDENADOR -"
                       " OPERACAO NEGADA"
               END-IF
           END-IF.

       0368-EXIBIR-FALTA.
           MOVE WRK-FALTA-MINIMA(WRK-IDX) TO WRK-MEDIA-EDIT.
           DISPLAY "PRE-REQUISITO NAO CUMPRIDO: "
               WRK-FALTA-REQUISITO(WRK-IDX) " "
               WRK-FALTA-NOME(WRK-IDX) " (MEDIA MINIMA "
               WRK-MEDIA-EDIT ")".

       0370-GRAVAR-DISPENSA.
           OPEN EXTEND WAIVER-LOG.
           IF WRK-FS-WAIVER NOT = "00"
               OPEN OUTPUT WAIVER-LOG
           END-IF.
           MOVE SPACES TO PWV-RECORD.
           MOVE WRK-DATASYS-NUM TO PWV-DATA.
           MOVE WRK-STU-ID TO PWV-STU-ID.
           MOVE WRK-CURSO TO PWV-CURSO.
           MOVE WRK-TERMO TO PWV-TERMO.
           MOVE WRK-FALTA-REQUISITO(WRK-IDX) TO PWV-REQUISITO.
           MOVE WRK-COORDENADOR TO PWV-COORDENADOR.
           MOVE WRK-OPERADOR TO PWV-OPERADOR.
           WRITE PWV-RECORD.
           CLOSE WAIVER-LOG.

       0390-BUSCAR-NOME-CURSO.
           MOVE SPACES TO WRK-NOME-CURSO.
           IF CATALOGO-OK
               MOVE WRK-REQUISITO TO CRS-CODIGO
               READ COURSE-CATALOG
                   INVALID KEY
                       MOVE "(FORA DO CATALOGO)" TO WRK-NOME-CURSO
                   NOT INVALID KEY
                       MOVE CRS-NOME TO WRK-NOME-CURSO
               END-READ
           END-IF.

       0400-LISTA-DE-TURMA.
      *********LISTA DE TURMA DA SECAO, COM A LISTA DE ESPERA AO FINAL*
           DISPLAY "CURSO:".
                           SEC-INSCRITOS " DE " SEC-CAPACIDADE
                   END-IF
           END-READ.

       0600-MANTER-PRE-REQUISITO.
      *********INCLUI OU ALTERA A MEDIA MINIMA DE UM PRE-REQUISITO;
      *********SO O COORDENADOR MANTEM A TABELA************************
           IF NOT PREREQ-OK
               DISPLAY "PREREQ INDISPONIVEL"
           ELSE
               PERFORM 0365-AUTENTICAR-COORDENADOR
               IF COORDENADOR-OK
                   PERFORM 0610-INFORMAR-PRE-REQUISITO
               END-IF
           END-IF.

       0610-INFORMAR-PRE-REQUISITO.
           PERFORM 0690-INFORMAR-CHAVE.
           IF WRK-REQUISITO NOT = SPACES
               DISPLAY "MEDIA MINIMA (EX 6.00; 0 = SO APROVACAO):"
               ACCEPT WRK-MEDIA-MINIMA
               IF WRK-MEDIA-MINIMA > 10
                   DISPLAY "MEDIA MINIMA FORA DA FAIXA 0-10"
               ELSE
                   MOVE WRK-CURSO TO PRQ-CURSO
                   MOVE WRK-REQUISITO TO PRQ-REQUISITO
                   READ PREREQ-FILE
                       INVALID KEY
                           MOVE WRK-MEDIA-MINIMA TO PRQ-MEDIA-MINIMA
                           WRITE PRQ-RECORD
                           DISPLAY "PRE-REQUISITO INCLUIDO"
                       NOT INVALID KEY
                           MOVE WRK-MEDIA-MINIMA TO PRQ-MEDIA-MINIMA
                           REWRITE PRQ-RECORD
                           DISPLAY "PRE-REQUISITO ALTERADO"
                   END-READ
               END-IF
           END-IF.

       0650-EXCLUIR-PRE-REQUISITO.
           IF NOT PREREQ-OK
               DISPLAY "PREREQ INDISPONIVEL"
           ELSE
               PERFORM 0365-AUTENTICAR-COORDENADOR
               IF COORDENADOR-OK
                   PERFORM 0660-INFORMAR-EXCLUSAO
               END-IF
           END-IF.

       0660-INFORMAR-EXCLUSAO.
           PERFORM 0690-INFORMAR-CHAVE.
           IF WRK-REQUISITO NOT = SPACES
               MOVE WRK-CURSO TO PRQ-CURSO
               MOVE WRK-REQUISITO TO PRQ-REQUISITO
               DELETE PREREQ-FILE
                   INVALID KEY
                       DISPLAY "PRE-REQUISITO NAO CADASTRADO"
                   NOT INVALID KEY
                       DISPLAY "PRE-REQUISITO EXCLUIDO"
               END-DELETE
           END-IF.

       0680-LISTAR-PRE-REQUISITOS.
           IF NOT PREREQ-OK
               DISPLAY "PREREQ INDISPONIVEL"
           ELSE
               DISPLAY "CURSO:"
               ACCEPT WRK-CURSO
               MOVE ZEROS TO WRK-CNT-REQUISITOS
               MOVE "N" TO WRK-EOF-PRQ
               MOVE WRK-CURSO TO PRQ-CURSO
               MOVE LOW-VALUES TO PRQ-REQUISITO
               START PREREQ-FILE KEY IS NOT LESS THAN PRQ-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-EOF-PRQ
               END-START
               PERFORM 0685-LISTAR-UM-REQUISITO UNTIL FIM-PRQ
               DISPLAY "PRE-REQUISITOS DE " WRK-CURSO ": "
                   WRK-CNT-REQUISITOS
           END-IF.

       0685-LISTAR-UM-REQUISITO.
           READ PREREQ-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-PRQ
               NOT AT END
                   IF PRQ-CURSO NOT = WRK-CURSO
                       MOVE "S" TO WRK-EOF-PRQ
                   ELSE
                       ADD 1 TO WRK-CNT-REQUISITOS
                       MOVE PRQ-REQUISITO TO WRK-REQUISITO
                       PERFORM 0390-BUSCAR-NOME-CURSO
                       MOVE PRQ-MEDIA-MINIMA TO WRK-MEDIA-EDIT
                       DISPLAY "  " PRQ-REQUISITO " " WRK-NOME-CURSO
                           " MEDIA MINIMA " WRK-MEDIA-EDIT
                   END-IF
           END-READ.

       0690-INFORMAR-CHAVE.
      *********CURSO E CURSO EXIGIDO, AMBOS DO CATALOGO QUANDO HA*******
           DISPLAY "CURSO:".
           ACCEPT WRK-CURSO.
           DISPLAY "CURSO EXIGIDO (PRE-REQUISITO):".
           ACCEPT WRK-REQUISITO.
           IF WRK-REQUISITO = WRK-CURSO OR WRK-CURSO = SPACES
               DISPLAY "CURSO E PRE-REQUISITO INVALIDOS"
               MOVE SPACES TO WRK-REQUISITO
           ELSE
               IF CATALOGO-OK
                   MOVE WRK-CURSO TO CRS-CODIGO
                   READ COURSE-CATALOG
                       INVALID KEY
                           DISPLAY "CURSO FORA DO CATALOGO: "
                               WRK-CURSO
                           MOVE SPACES TO WRK-REQUISITO
                   END-READ
               END-IF
           END-IF.
           IF WRK-REQUISITO NOT = SPACES
               PERFORM 0390-BUSCAR-NOME-CURSO
               IF WRK-NOME-CURSO = "(FORA DO CATALOGO)"
                   DISPLAY "PRE-REQUISITO FORA DO CATALOGO: "
                       WRK-REQUISITO
                   MOVE SPACES TO WRK-REQUISITO
               ELSE
                   DISPLAY "PRE-REQUISITO: " WRK-NOME-CURSO
               END-IF
           END-IF.
