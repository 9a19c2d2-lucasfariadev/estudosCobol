       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB107.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: PEDIDO DE REVISAO DE NOTA (GRDREV), NO LUGAR DO
      *           PAPEL E DA NOTA DIGITADA DIRETO NO GRDMAST: A
      *           SECRETARIA ABRE O PEDIDO CONTRA ALUNO + CURSO +
      *           TERMO COM O MOTIVO, O PROFESSOR ATRIBUIDO NO
      *           TEACHASG REGISTRA A DECISAO COM AS NOTAS REVISTAS
      *           E O COORDENADOR (NIVEL MANAGER) APROVA OU NEGA. SO
      *           A REVISAO APROVADA ALTERA O TRANHIST (E O GRDMAST,
      *           QUANDO E DO TERMO CORRENTE), E CADA CAMPO ALTERADO
      *           VAI PARA O GRDAUDIT COM O NUMERO DA REVISAO.
      *           RELATORIO (GRVRPT) DAS REVISOES EM ABERTO POR
      *           IDADE E DAS NOTAS ALTERADAS POR PROFESSOR
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - CADA GRAVACAO NOS CADASTROS INDEXADOS DEIXA A
      *                   IMAGEM POSTERIOR NO DIARIO UPDJRNL (PROGJRNL),
      *                   PARA A RECUPERACAO PELO PROGCOB115
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-FILE ASSIGN TO "GRDREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRV-NUMERO
               FILE STATUS IS WRK-FS-GRDREV.
           SELECT TRANSCRIPT-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRANHS-CHAVE
               FILE STATUS IS WRK-FS-TRANHS.
           SELECT GRADE-MASTER ASSIGN TO "GRDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRD-CHAVE
               FILE STATUS IS WRK-FS-GRDMAST.
           SELECT ASSIGNMENT-FILE ASSIGN TO "TEACHASG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAS-CHAVE
               FILE STATUS IS WRK-FS-ATRIB.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WRK-FS-STUMAST.
           SELECT GRADE-AUDIT ASSIGN TO "GRDAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GAUDIT.
           SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TERMCTL.
           SELECT REVIEW-REPORT ASSIGN TO "GRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD REVIEW-FILE.
           COPY CPGRDREV.
       FD TRANSCRIPT-HISTORY.
           COPY CPTRANHS.
       FD GRADE-MASTER.
           COPY CPGRDMAS.
       FD ASSIGNMENT-FILE.
           COPY CPTEACHA.
       FD STUDENT-MASTER.
           COPY CPSTUMAS.
       FD GRADE-AUDIT.
           COPY CPGRDAUD.
       FD TERM-CONTROL.
       01 TERMCTL-RECORD.
           02 TERMCTL-TERM-ID         PIC 9(05).
       FD REVIEW-REPORT.
       01 REVIEW-REPORT-LINE          PIC X(100).
       WORKING-STORAGE SECTION.
       77 WRK-FS-GRDREV PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRANHS PIC X(02) VALUE ZEROS.
       77 WRK-FS-GRDMAST PIC X(02) VALUE ZEROS.
       77 WRK-FS-ATRIB PIC X(02) VALUE ZEROS.
       77 WRK-FS-STUMAST PIC X(02) VALUE ZEROS.
       77 WRK-FS-GAUDIT PIC X(02) VALUE ZEROS.
       77 WRK-FS-TERMCTL PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-GRDREV PIC X(01) VALUE "N".
           88 FIM-GRDREV VALUE "S".
       77 WRK-HISTORICO-OK PIC X(01) VALUE "N".
           88 HISTORICO-OK VALUE "S".
       77 WRK-GRDMAST-OK PIC X(01) VALUE "N".
           88 GRDMAST-OK VALUE "S".
       77 WRK-ATRIB-OK PIC X(01) VALUE "N".
           88 ATRIB-OK VALUE "S".
       77 WRK-ALUNOS-OK PIC X(01) VALUE "N".
           88 ALUNOS-OK VALUE "S".
       77 WRK-ENTRADA-OK PIC X(01) VALUE "N".
           88 ENTRADA-OK VALUE "S".
       77 WRK-REVISAO-ACHADA PIC X(01) VALUE "N".
           88 REVISAO-ACHADA VALUE "S".
       77 WRK-COORDENADOR-OK PIC X(01) VALUE "N".
           88 COORDENADOR-OK VALUE "S".
       77 WRK-APLICADA PIC X(01) VALUE "N".
           88 REVISAO-APLICADA VALUE "S".
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-SAIR PIC X(01) VALUE "N".
           88 SAIR-DA-REVISAO VALUE "S".
       77 WRK-RESPOSTA PIC X(01) VALUE SPACE.
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-COORDENADOR PIC X(20) VALUE SPACES.
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-TERMO PIC 9(05) VALUE ZEROS.
       77 WRK-TERMO-INF PIC 9(05) VALUE ZEROS.
       77 WRK-TERMO-FILTRO PIC 9(05) VALUE ZEROS.
       77 WRK-PROX-REVISAO PIC 9(06) VALUE ZEROS.
       77 WRK-REVISAO PIC 9(06) VALUE ZEROS.
       77 WRK-REVISAO-EXISTENTE PIC 9(06) VALUE ZEROS.
       77 WRK-STU-ID PIC X(10) VALUE SPACES.
       77 WRK-CURSO PIC X(05) VALUE SPACES.
       77 WRK-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-NOTA1 PIC 9(02)V99 VALUE ZEROS.
       77 WRK-NOTA2 PIC 9(02)V99 VALUE ZEROS.
       77 WRK-NOTA3 PIC 9(02)V99 VALUE ZEROS.
       77 WRK-MEDIA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-SITUACAO PIC X(01) VALUE SPACE.
       77 WRK-VALOR-EDITADO PIC 99.99 VALUE ZEROS.
       77 WRK-GAUD-ANTIGO PIC X(06) VALUE SPACES.
       77 WRK-GAUD-NOVO PIC X(06) VALUE SPACES.
       77 WRK-NOTA-ANTES PIC 9(02)V99 VALUE ZEROS.
       77 WRK-NOTA-DEPOIS PIC 9(02)V99 VALUE ZEROS.
       77 WRK-QTD-ALTERADAS PIC 9(01) VALUE ZEROS.
       77 WRK-IDADE-DIAS PIC S9(05) VALUE ZEROS.
       77 WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL PIC 9(07) VALUE ZEROS.
       77 WRK-SER-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-SER-MES PIC 9(02) VALUE ZEROS.
       77 WRK-SER-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-SER-T1 PIC 9(07) VALUE ZEROS.
       77 WRK-SER-T2 PIC 9(07) VALUE ZEROS.
       77 WRK-SER-T3 PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PROF PIC 9(03) VALUE ZEROS.
       77 WRK-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-POS PIC 9(03) VALUE ZEROS.
       77 WRK-CNT-ABERTAS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ATE-7 PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ATE-15 PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ATE-30 PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-MAIS-30 PIC 9(05) VALUE ZEROS.
      *********SESSAO DE QUEM CHAMOU E AUTENTICACAO DO COORDENADOR*****
       01 WRK-LOGIN-INFO.
           02 WRK-LOGIN-USUARIO        PIC X(20) VALUE SPACES.
           02 WRK-LOGIN-NIVEL          PIC 9(02) VALUE ZEROS.
               88 LOGIN-ADM            VALUE 01.
               88 LOGIN-MANAGER        VALUE 03.
           02 WRK-LOGIN-RESULTADO      PIC X(10) VALUE SPACES.
               88 LOGIN-SUCESSO        VALUE "SUCESSO".
       01 WRK-COORD-INFO.
           02 WRK-COORD-USUARIO        PIC X(20) VALUE SPACES.
           02 WRK-COORD-NIVEL          PIC 9(02) VALUE ZEROS.
               88 COORD-MANAGER        VALUE 03.
           02 WRK-COORD-RESULTADO      PIC X(10) VALUE SPACES.
               88 COORD-SUCESSO        VALUE "SUCESSO".
      *********NOTAS ALTERADAS POR PROFESSOR (RELATORIO)***************
       01 WRK-TABELA-PROFESSORES.
           02 WRK-PRF-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-QTD-PROF.
               03 WRK-PRF-NOME        PIC X(20).
               03 WRK-PRF-CONCLUIDAS  PIC 9(05).
               03 WRK-PRF-REVISTAS    PIC 9(05).
               03 WRK-PRF-NOTAS       PIC 9(05).
       01 WRK-DATA-CONVERTE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CONVERTE-X REDEFINES WRK-DATA-CONVERTE.
           02 WRK-CONV-ANO       PIC 9(04).
           02 WRK-CONV-MES       PIC 9(02).
           02 WRK-CONV-DIA       PIC 9(02).
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-DATASYS-NUM-X REDEFINES WRK-DATASYS-NUM.
           02 WRK-DATASYS-ANO    PIC 9(04).
           02 WRK-DATASYS-MES    PIC 9(02).
           02 WRK-DATASYS-DIA    PIC 9(02).
       01 WRK-LINHA-ABERTA.
           02 WLAB-NUMERO             PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLAB-STU-ID             PIC X(10).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLAB-CURSO              PIC X(05).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLAB-TERMO              PIC 9(05).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLAB-ABERTURA           PIC 9(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLAB-IDADE              PIC ZZZZ9.
           02 FILLER                  PIC X(06) VALUE " DIAS ".
           02 WLAB-STATUS             PIC X(12).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLAB-PROFESSOR          PIC X(20).
       01 WRK-LINHA-PROFESSOR.
           02 WLPR-NOME               PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 FILLER                  PIC X(11) VALUE "CONCLUIDAS ".
           02 WLPR-CONCLUIDAS         PIC ZZZZ9.
           02 FILLER                  PIC X(11) VALUE "  REVISTAS ".
           02 WLPR-REVISTAS           PIC ZZZZ9.
           02 FILLER                  PIC X(18)
               VALUE "  NOTAS ALTERADAS ".
           02 WLPR-NOTAS              PIC ZZZZ9.
           COPY CPRPTHDR.
           COPY CPJRNLAR.
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
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DA-REVISAO.
           IF WRK-FS-GRDREV = "00"
               CLOSE REVIEW-FILE
           END-IF.
           IF HISTORICO-OK
               CLOSE TRANSCRIPT-HISTORY
           END-IF.
           IF GRDMAST-OK
               CLOSE GRADE-MASTER
           END-IF.
           IF ATRIB-OK
               CLOSE ASSIGNMENT-FILE
           END-IF.
           IF ALUNOS-OK
               CLOSE STUDENT-MASTER
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           OPEN I-O REVIEW-FILE.
           IF WRK-FS-GRDREV = "35"
               OPEN OUTPUT REVIEW-FILE
               CLOSE REVIEW-FILE
               OPEN I-O REVIEW-FILE
           END-IF.
           IF WRK-FS-GRDREV NOT = "00"
               DISPLAY "ERRO AO ABRIR GRDREV: " WRK-FS-GRDREV
               MOVE "S" TO WRK-SAIR
           ELSE
               PERFORM 0070-ACHAR-MAIOR-REVISAO
           END-IF.
           OPEN I-O TRANSCRIPT-HISTORY.
           IF WRK-FS-TRANHS = "00"
               MOVE "S" TO WRK-HISTORICO-OK
           ELSE
               DISPLAY "ERRO AO ABRIR TRANHIST: " WRK-FS-TRANHS
               MOVE "S" TO WRK-SAIR
           END-IF.
           OPEN I-O GRADE-MASTER.
           IF WRK-FS-GRDMAST = "00"
               MOVE "S" TO WRK-GRDMAST-OK
           ELSE
               DISPLAY "AVISO: GRDMAST NAO DISPONIVEL - A REVISAO"
                   " APROVADA ALTERA SO O TRANHIST"
           END-IF.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WRK-FS-ATRIB = "00"
               MOVE "S" TO WRK-ATRIB-OK
           ELSE
               DISPLAY "AVISO: TEACHASG NAO ENCONTRADO - NENHUM"
                   " PEDIDO DE REVISAO PODE SER ABERTO"
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-STUMAST = "00"
               MOVE "S" TO WRK-ALUNOS-OK
           END-IF.

       0060-DETERMINAR-TERMO.
      *********TERMO CORRENTE DO TERMCTL; SEM ELE, DERIVA DO ANO +
      *********SEMESTRE DA DATA, COMO O PROGCOB68**********************
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           MOVE WRK-DATASYS-NUM TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.
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

       0070-ACHAR-MAIOR-REVISAO.
      *********PROXIMO NUMERO = MAIOR NUMERO DO GRDREV + 1, COMO A RMA
      *********DO PROGCOB58********************************************
           MOVE ZEROS TO WRK-PROX-REVISAO.
           MOVE "N" TO WRK-EOF-GRDREV.
           MOVE ZEROS TO GRV-NUMERO.
           START REVIEW-FILE KEY IS NOT LESS THAN GRV-NUMERO
               INVALID KEY
                   MOVE "S" TO WRK-EOF-GRDREV
           END-START.
           PERFORM 0075-LER-MAIOR-REVISAO UNTIL FIM-GRDREV.
           ADD 1 TO WRK-PROX-REVISAO.

       0075-LER-MAIOR-REVISAO.
           READ REVIEW-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-GRDREV
               NOT AT END
                   IF GRV-NUMERO > WRK-PROX-REVISAO
                       MOVE GRV-NUMERO TO WRK-PROX-REVISAO
                   END-IF
           END-READ.

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY "         REVISAO DE NOTA".
           DISPLAY "=============================================".
           DISPLAY " 01 - ABRIR PEDIDO DE REVISAO (SECRETARIA)".
           DISPLAY " 02 - REGISTRAR DECISAO (PROFESSOR)".
           DISPLAY " 03 - APROVAR/NEGAR REVISAO (COORDENADOR)".
           DISPLAY " 04 - CONSULTAR PEDIDO DE REVISAO".
           DISPLAY " 05 - RELATORIO DE REVISOES (GRVRPT)".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01 PERFORM 0200-ABRIR-REVISAO
               WHEN 02 PERFORM 0300-REGISTRAR-DECISAO
               WHEN 03 PERFORM 0400-CONCLUIR-REVISAO
               WHEN 04 PERFORM 0150-CONSULTAR-REVISAO
               WHEN 05 PERFORM 0500-RELATORIO
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0150-CONSULTAR-REVISAO.
           PERFORM 0160-LER-REVISAO.
           IF REVISAO-ACHADA
               PERFORM 0170-EXIBIR-REVISAO
           END-IF.

       0160-LER-REVISAO.
           MOVE "N" TO WRK-REVISAO-ACHADA.
           DISPLAY "NUMERO DA REVISAO:".
           ACCEPT WRK-REVISAO.
           MOVE WRK-REVISAO TO GRV-NUMERO.
           READ REVIEW-FILE
               INVALID KEY
                   DISPLAY "REVISAO NAO ENCONTRADA: " WRK-REVISAO
               NOT INVALID KEY
                   MOVE "S" TO WRK-REVISAO-ACHADA
           END-READ.

       0170-EXIBIR-REVISAO.
           DISPLAY "REVISAO " GRV-NUMERO " ALUNO " GRV-STU-ID
               " CURSO " GRV-CURSO " TERMO " GRV-TERMO.
           DISPLAY "MOTIVO: " GRV-MOTIVO.
           DISPLAY "ABERTA EM " GRV-DATA-ABERTURA " POR "
               GRV-ABERTO-POR.
           DISPLAY "PROFESSOR ATRIBUIDO: " GRV-PROFESSOR.
           DISPLAY "NOTAS NA ABERTURA: " GRV-NOTA1-ANTES " / "
               GRV-NOTA2-ANTES " / " GRV-NOTA3-ANTES
               "  MEDIA " GRV-MEDIA-ANTES
               "  SITUACAO " GRV-SITUACAO-ANTES.
           IF NOT GRV-ABERTA
               DISPLAY "DECISAO " GRV-DECISAO " EM "
                   GRV-DATA-DECISAO " POR " GRV-DECIDIDO-POR
               DISPLAY "PARECER: " GRV-PARECER
               DISPLAY "NOTAS REVISTAS: " GRV-NOTA1-NOVA " / "
                   GRV-NOTA2-NOVA " / " GRV-NOTA3-NOVA
                   "  MEDIA " GRV-MEDIA-NOVA
                   "  SITUACAO " GRV-SITUACAO-NOVA
           END-IF.
           EVALUATE TRUE
               WHEN GRV-ABERTA
                   DISPLAY "STATUS: ABERTA - AGUARDA O PROFESSOR"
               WHEN GRV-DECIDIDA
                   DISPLAY "STATUS: DECIDIDA - AGUARDA O"
                       " COORDENADOR"
               WHEN GRV-APROVADA
                   DISPLAY "STATUS: APROVADA EM " GRV-DATA-CONCLUSAO
                       " POR " GRV-COORDENADOR
               WHEN GRV-NEGADA
                   DISPLAY "STATUS: NEGADA EM " GRV-DATA-CONCLUSAO
                       " POR " GRV-COORDENADOR
           END-EVALUATE.

       0200-ABRIR-REVISAO.
      *********A SECRETARIA ABRE O PEDIDO CONTRA UMA NOTA LANCADA NO
      *********TRANHIST; O PROFESSOR DO PEDIDO E O ATRIBUIDO AO CURSO
      *********NO TERMO (TEACHASG). UM PEDIDO EM ANDAMENTO POR NOTA****
           MOVE "N" TO WRK-ENTRADA-OK.
           IF NOT ATRIB-OK
               DISPLAY "TEACHASG INDISPONIVEL - PEDIDO NAO ABERTO"
           ELSE
               PERFORM 0210-INFORMAR-NOTA
           END-IF.
           IF ENTRADA-OK
               PERFORM 0220-PROCURAR-PEDIDO-ABERTO
           END-IF.
           IF ENTRADA-OK
               DISPLAY "MOTIVO DO PEDIDO:"
               ACCEPT WRK-MOTIVO
               IF WRK-MOTIVO = SPACES
                   DISPLAY "MOTIVO OBRIGATORIO - PEDIDO NAO ABERTO"
                   MOVE "N" TO WRK-ENTRADA-OK
               END-IF
           END-IF.
           IF ENTRADA-OK
               PERFORM 0230-GRAVAR-PEDIDO
           END-IF.

       0210-INFORMAR-NOTA.
           DISPLAY "MATRICULA DO ALUNO:".
           ACCEPT WRK-STU-ID.
           DISPLAY "CURSO:".
           ACCEPT WRK-CURSO.
           DISPLAY "TERMO (ENTER = " WRK-TERMO "):".
           ACCEPT WRK-TERMO-INF.
           IF WRK-TERMO-INF = ZEROS
               MOVE WRK-TERMO TO WRK-TERMO-INF
           END-IF.
           IF ALUNOS-OK
               MOVE WRK-STU-ID TO STU-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "ALUNO: " STU-NOME
               END-READ
           END-IF.
           MOVE WRK-STU-ID TO TRANHS-STU-ID.
           MOVE WRK-CURSO TO TRANHS-CURSO.
           MOVE WRK-TERMO-INF TO TRANHS-TERM-ID.
           READ TRANSCRIPT-HISTORY
               INVALID KEY
                   DISPLAY "NENHUMA NOTA LANCADA NO TRANHIST PARA "
                       WRK-STU-ID " " WRK-CURSO " " WRK-TERMO-INF
               NOT INVALID KEY
                   IF TRANHS-TRANSFERIDO
                       DISPLAY "CREDITO DE TRANSFERENCIA NAO TEM"
                           " REVISAO DE NOTA"
                   ELSE
                       MOVE "S" TO WRK-ENTRADA-OK
                   END-IF
           END-READ.
           IF ENTRADA-OK
               MOVE WRK-CURSO TO TAS-CURSO
               MOVE WRK-TERMO-INF TO TAS-TERMO
               READ ASSIGNMENT-FILE
                   INVALID KEY
                       DISPLAY "CURSO SEM PROFESSOR ATRIBUIDO NO"
                           " TERMO - PEDIDO NAO ABERTO"
                       MOVE "N" TO WRK-ENTRADA-OK
                   NOT INVALID KEY
                       DISPLAY "PROFESSOR ATRIBUIDO: " TAS-PROFESSOR
               END-READ
           END-IF.

       0220-PROCURAR-PEDIDO-ABERTO.
           MOVE ZEROS TO WRK-REVISAO-EXISTENTE.
           MOVE "N" TO WRK-EOF-GRDREV.
           MOVE ZEROS TO GRV-NUMERO.
           START REVIEW-FILE KEY IS NOT LESS THAN GRV-NUMERO
               INVALID KEY
                   MOVE "S" TO WRK-EOF-GRDREV
           END-START.
           PERFORM 0225-CONFERIR-PEDIDO UNTIL FIM-GRDREV.
           IF WRK-REVISAO-EXISTENTE NOT = ZEROS
               DISPLAY "JA EXISTE O PEDIDO " WRK-REVISAO-EXISTENTE
                   " EM ANDAMENTO PARA ESTA NOTA"
               MOVE "N" TO WRK-ENTRADA-OK
           END-IF.

       0225-CONFERIR-PEDIDO.
           READ REVIEW-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-GRDREV
               NOT AT END
                   IF GRV-STU-ID = WRK-STU-ID
                           AND GRV-CURSO = WRK-CURSO
                           AND GRV-TERMO = WRK-TERMO-INF
                           AND (GRV-ABERTA OR GRV-DECIDIDA)
                       MOVE GRV-NUMERO TO WRK-REVISAO-EXISTENTE
                       MOVE "S" TO WRK-EOF-GRDREV
                   END-IF
           END-READ.

       0230-GRAVAR-PEDIDO.
           INITIALIZE GRV-RECORD.
           MOVE WRK-PROX-REVISAO TO GRV-NUMERO.
           MOVE WRK-STU-ID TO GRV-STU-ID.
           MOVE WRK-CURSO TO GRV-CURSO.
           MOVE WRK-TERMO-INF TO GRV-TERMO.
           MOVE WRK-MOTIVO TO GRV-MOTIVO.
           MOVE WRK-DATASYS-NUM TO GRV-DATA-ABERTURA.
           MOVE WRK-OPERADOR TO GRV-ABERTO-POR.
           MOVE TAS-PROFESSOR TO GRV-PROFESSOR.
           MOVE "A" TO GRV-STATUS.
           MOVE TRANHS-NOTA1 TO GRV-NOTA1-ANTES.
           MOVE TRANHS-NOTA2 TO GRV-NOTA2-ANTES.
           MOVE TRANHS-NOTA3 TO GRV-NOTA3-ANTES.
           MOVE TRANHS-MEDIA TO GRV-MEDIA-ANTES.
           MOVE TRANHS-SITUACAO TO GRV-SITUACAO-ANTES.
           WRITE GRV-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR GRDREV: " WRK-FS-GRDREV
               NOT INVALID KEY
                   DISPLAY "PEDIDO DE REVISAO ABERTO COM O NUMERO "
                       GRV-NUMERO
                   ADD 1 TO WRK-PROX-REVISAO
           END-WRITE.

       0300-REGISTRAR-DECISAO.
      *********SO O PROFESSOR ATRIBUIDO DO PEDIDO (OU UM ADM, COMO NO
      *********LANCAMENTO DO PROGCOB12) REGISTRA A DECISAO; NADA E
      *********ALTERADO NAS NOTAS ANTES DA APROVACAO*******************
           PERFORM 0160-LER-REVISAO.
           IF REVISAO-ACHADA
               IF NOT GRV-ABERTA
                   DISPLAY "REVISAO " GRV-NUMERO
                       " JA DECIDIDA OU CONCLUIDA"
               ELSE
                   IF WRK-OPERADOR NOT = GRV-PROFESSOR
                           AND NOT (LOGIN-SUCESSO AND LOGIN-ADM)
                       DISPLAY "SO O PROFESSOR ATRIBUIDO ("
                           GRV-PROFESSOR ") REGISTRA A DECISAO"
                   ELSE
                       PERFORM 0170-EXIBIR-REVISAO
                       PERFORM 0310-INFORMAR-DECISAO
                   END-IF
               END-IF
           END-IF.

       0310-INFORMAR-DECISAO.
           MOVE "S" TO WRK-ENTRADA-OK.
           DISPLAY "DECISAO (M = MANTER NOTA / R = REVER NOTA):".
           ACCEPT WRK-RESPOSTA.
           EVALUATE WRK-RESPOSTA
               WHEN "M"
               WHEN "m"
                   MOVE GRV-NOTAS-ANTES TO GRV-NOTAS-NOVAS
                   MOVE "M" TO GRV-DECISAO
               WHEN "R"
               WHEN "r"
                   PERFORM 0320-INFORMAR-NOTAS-REVISTAS
               WHEN OTHER
                   DISPLAY "DECISAO INVALIDA"
                   MOVE "N" TO WRK-ENTRADA-OK
           END-EVALUATE.
           IF ENTRADA-OK
               DISPLAY "PARECER DO PROFESSOR:"
               ACCEPT GRV-PARECER
               MOVE "D" TO GRV-STATUS
               MOVE WRK-OPERADOR TO GRV-DECIDIDO-POR
               MOVE WRK-DATASYS-NUM TO GRV-DATA-DECISAO
               REWRITE GRV-RECORD
               DISPLAY "DECISAO REGISTRADA - REVISAO " GRV-NUMERO
                   " AGUARDA O COORDENADOR"
           END-IF.

       0320-INFORMAR-NOTAS-REVISTAS.
           DISPLAY "NOTA 1 REVISTA (0 A 10):".
           ACCEPT WRK-NOTA1.
           DISPLAY "NOTA 2 REVISTA (0 A 10):".
           ACCEPT WRK-NOTA2.
           DISPLAY "NOTA 3 REVISTA (0 A 10):".
           ACCEPT WRK-NOTA3.
           IF WRK-NOTA1 > 10 OR WRK-NOTA2 > 10 OR WRK-NOTA3 > 10
               DISPLAY "NOTA FORA DA FAIXA 0-10 - DECISAO NAO"
                   " REGISTRADA"
               MOVE "N" TO WRK-ENTRADA-OK
           ELSE
               PERFORM 0330-CALCULAR-MEDIA
               MOVE WRK-NOTA1 TO GRV-NOTA1-NOVA
               MOVE WRK-NOTA2 TO GRV-NOTA2-NOVA
               MOVE WRK-NOTA3 TO GRV-NOTA3-NOVA
               MOVE WRK-MEDIA TO GRV-MEDIA-NOVA
               MOVE WRK-SITUACAO TO GRV-SITUACAO-NOVA
               IF GRV-NOTAS-NOVAS = GRV-NOTAS-ANTES
                   DISPLAY "NOTAS IGUAIS AS LANCADAS - DECISAO"
                       " REGISTRADA COMO NOTA MANTIDA"
                   MOVE "M" TO GRV-DECISAO
               ELSE
                   MOVE "R" TO GRV-DECISAO
                   DISPLAY "MEDIA REVISTA " WRK-MEDIA
                       " SITUACAO " WRK-SITUACAO
               END-IF
           END-IF.

       0330-CALCULAR-MEDIA.
      *********MESMA MEDIA PONDERADA (30/30/40) E FAIXAS DO PROGCOB12;
      *********REPROVACAO COM MEDIA DE 4 OU MAIS SO PODE TER VINDO DA
      *********REGRA DE FALTAS E CONTINUA REPROVACAO*******************
           COMPUTE WRK-MEDIA = (WRK-NOTA1 * 0.30) +
                               (WRK-NOTA2 * 0.30) +
                               (WRK-NOTA3 * 0.40).
           IF GRV-SITUACAO-ANTES = "F" AND GRV-MEDIA-ANTES >= 4
               MOVE "F" TO WRK-SITUACAO
           ELSE
               IF WRK-MEDIA >= 6
                   MOVE "A" TO WRK-SITUACAO
               ELSE
                   IF WRK-MEDIA >= 4
                       MOVE "R" TO WRK-SITUACAO
                   ELSE
                       MOVE "F" TO WRK-SITUACAO
                   END-IF
               END-IF
           END-IF.

       0400-CONCLUIR-REVISAO.
      *********O COORDENADOR APROVA OU NEGA A DECISAO DO PROFESSOR;
      *********SO A APROVACAO DE UMA NOTA REVISTA ALTERA O HISTORICO***
           PERFORM 0160-LER-REVISAO.
           IF REVISAO-ACHADA
               IF NOT GRV-DECIDIDA
                   DISPLAY "REVISAO " GRV-NUMERO
                       " NAO ESTA AGUARDANDO O COORDENADOR"
               ELSE
                   PERFORM 0170-EXIBIR-REVISAO
                   PERFORM 0410-AUTENTICAR-COORDENADOR
                   IF COORDENADOR-OK
                       PERFORM 0420-REGISTRAR-CONCLUSAO
                   END-IF
               END-IF
           END-IF.

       0410-AUTENTICAR-COORDENADOR.
      *********COORDENADOR E O NIVEL MANAGER: VALE A PROPRIA SESSAO OU
      *********A AUTENTICACAO NO PROGCOB10, COMO NO PROGCOB68**********
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

       0420-REGISTRAR-CONCLUSAO.
           DISPLAY "APROVAR A DECISAO DO PROFESSOR? (S/N)".
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA = "S" OR WRK-RESPOSTA = "s"
               MOVE "S" TO WRK-APLICADA
               MOVE ZEROS TO WRK-QTD-ALTERADAS
               IF GRV-DEC-REVISTA
                   PERFORM 0450-APLICAR-REVISAO
               END-IF
               IF REVISAO-APLICADA
                   MOVE "P" TO GRV-STATUS
                   MOVE WRK-QTD-ALTERADAS TO GRV-NOTAS-ALTERADAS
               END-IF
           ELSE
               MOVE "N" TO WRK-APLICADA
               MOVE "N" TO GRV-STATUS
           END-IF.
           IF GRV-APROVADA OR GRV-NEGADA
               MOVE WRK-COORDENADOR TO GRV-COORDENADOR
               MOVE WRK-DATASYS-NUM TO GRV-DATA-CONCLUSAO
               REWRITE GRV-RECORD
               IF GRV-APROVADA
                   DISPLAY "REVISAO " GRV-NUMERO " APROVADA - NOTAS"
                       " ALTERADAS: " GRV-NOTAS-ALTERADAS
               ELSE
                   DISPLAY "REVISAO " GRV-NUMERO " NEGADA"
               END-IF
           END-IF.

       0450-APLICAR-REVISAO.
      *********GRAVA AS NOTAS REVISTAS NO TRANHIST DO TERMO DO PEDIDO
      *********E, SE O PEDIDO E DO TERMO CORRENTE, NO GRDMAST (QUE SO
      *********GUARDA O TERMO EM CURSO); CADA CAMPO ALTERADO VAI PARA
      *********O GRDAUDIT COM O NUMERO DA REVISAO**********************
           MOVE GRV-STU-ID TO TRANHS-STU-ID.
           MOVE GRV-CURSO TO TRANHS-CURSO.
           MOVE GRV-TERMO TO TRANHS-TERM-ID.
           READ TRANSCRIPT-HISTORY
               INVALID KEY
                   DISPLAY "NOTA NAO ENCONTRADA NO TRANHIST -"
                       " REVISAO NAO APLICADA"
                   MOVE "N" TO WRK-APLICADA
           END-READ.
           IF REVISAO-APLICADA
               OPEN EXTEND GRADE-AUDIT
               IF WRK-FS-GAUDIT NOT = "00"
                   OPEN OUTPUT GRADE-AUDIT
               END-IF
               MOVE SPACES TO GAUD-LINE
               MOVE "NOTA1" TO GAUD-CAMPO
               MOVE TRANHS-NOTA1 TO WRK-NOTA-ANTES
               MOVE GRV-NOTA1-NOVA TO WRK-NOTA-DEPOIS
               PERFORM 0460-AUDITAR-NOTA
               MOVE "NOTA2" TO GAUD-CAMPO
               MOVE TRANHS-NOTA2 TO WRK-NOTA-ANTES
               MOVE GRV-NOTA2-NOVA TO WRK-NOTA-DEPOIS
               PERFORM 0460-AUDITAR-NOTA
               MOVE "NOTA3" TO GAUD-CAMPO
               MOVE TRANHS-NOTA3 TO WRK-NOTA-ANTES
               MOVE GRV-NOTA3-NOVA TO WRK-NOTA-DEPOIS
               PERFORM 0460-AUDITAR-NOTA
               MOVE "MEDIA" TO GAUD-CAMPO
               MOVE TRANHS-MEDIA TO WRK-NOTA-ANTES
               MOVE GRV-MEDIA-NOVA TO WRK-NOTA-DEPOIS
               PERFORM 0460-AUDITAR-NOTA
               IF TRANHS-SITUACAO NOT = GRV-SITUACAO-NOVA
                   MOVE "SITUACAO" TO GAUD-CAMPO
                   MOVE TRANHS-SITUACAO TO WRK-GAUD-ANTIGO
                   MOVE GRV-SITUACAO-NOVA TO WRK-GAUD-NOVO
                   PERFORM 0470-GRAVAR-AUDITORIA
               END-IF
               CLOSE GRADE-AUDIT
               IF TRANHS-NOTA1 NOT = GRV-NOTA1-NOVA
                   ADD 1 TO WRK-QTD-ALTERADAS
               END-IF
               IF TRANHS-NOTA2 NOT = GRV-NOTA2-NOVA
                   ADD 1 TO WRK-QTD-ALTERADAS
               END-IF
               IF TRANHS-NOTA3 NOT = GRV-NOTA3-NOVA
                   ADD 1 TO WRK-QTD-ALTERADAS
               END-IF
               MOVE GRV-NOTA1-NOVA TO TRANHS-NOTA1
               MOVE GRV-NOTA2-NOVA TO TRANHS-NOTA2
               MOVE GRV-NOTA3-NOVA TO TRANHS-NOTA3
               MOVE GRV-MEDIA-NOVA TO TRANHS-MEDIA
               MOVE GRV-SITUACAO-NOVA TO TRANHS-SITUACAO
               REWRITE TRANHS-RECORD
               IF GRV-TERMO = WRK-TERMO AND GRDMAST-OK
                   PERFORM 0480-ATUALIZAR-GRDMAST
               END-IF
           END-IF.

       0460-AUDITAR-NOTA.
      *********GAUD-CAMPO JA VEM PREENCHIDO; SO O CAMPO QUE MUDOU*****
           IF WRK-NOTA-ANTES NOT = WRK-NOTA-DEPOIS
               MOVE WRK-NOTA-ANTES TO WRK-VALOR-EDITADO
               MOVE WRK-VALOR-EDITADO TO WRK-GAUD-ANTIGO
               MOVE WRK-NOTA-DEPOIS TO WRK-VALOR-EDITADO
               MOVE WRK-VALOR-EDITADO TO WRK-GAUD-NOVO
               PERFORM 0470-GRAVAR-AUDITORIA
           END-IF.

       0470-GRAVAR-AUDITORIA.
           MOVE WRK-DATASYS-NUM TO GAUD-DATA.
           MOVE GRV-STU-ID TO GAUD-STU-ID.
           MOVE GRV-CURSO TO GAUD-CURSO.
           MOVE GRV-TERMO TO GAUD-TERMO.
           MOVE WRK-GAUD-ANTIGO TO GAUD-VALOR-ANTIGO.
           MOVE WRK-GAUD-NOVO TO GAUD-VALOR-NOVO.
           MOVE WRK-COORDENADOR TO GAUD-OPERADOR.
           MOVE GRV-NUMERO TO GAUD-REVISAO.
           WRITE GAUD-LINE.

       0480-ATUALIZAR-GRDMAST.
           MOVE GRV-STU-ID TO GRD-STU-ID.
           MOVE GRV-CURSO TO GRD-CURSO.
           READ GRADE-MASTER
               INVALID KEY
                   DISPLAY "ALUNO+CURSO NAO ENCONTRADO NO GRDMAST -"
                       " ALTERADO SO O TRANHIST"
               NOT INVALID KEY
                   MOVE GRV-NOTA1-NOVA TO GRD-NOTA1
                   MOVE GRV-NOTA2-NOVA TO GRD-NOTA2
                   MOVE GRV-NOTA3-NOVA TO GRD-NOTA3
                   MOVE GRV-MEDIA-NOVA TO GRD-MEDIA
                   MOVE GRV-SITUACAO-NOVA TO GRD-SITUACAO
                   REWRITE GRD-RECORD
                   IF WRK-FS-GRDMAST = "00"
                       MOVE "R" TO JRN-OPERACAO
                       PERFORM 0984-DIARIO-NOTA
                   END-IF
           END-READ.

       0500-RELATORIO.
      *********REVISOES EM ABERTO (ABERTAS E DECIDIDAS) COM A IDADE
      *********EM DIAS E FAIXAS, E POR PROFESSOR AS REVISOES
      *********CONCLUIDAS, AS NOTAS REVISTAS APROVADAS E QUANTAS
      *********NOTAS MUDARAM; TERMO 0 = TODOS***************************
           DISPLAY "TERMO (0 = TODOS):".
           ACCEPT WRK-TERMO-FILTRO.
           MOVE ZEROS TO WRK-QTD-PROF WRK-CNT-ABERTAS WRK-CNT-ATE-7
               WRK-CNT-ATE-15 WRK-CNT-ATE-30 WRK-CNT-MAIS-30.
           OPEN OUTPUT REVIEW-REPORT.
           MOVE "PROGCOB107" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE RPT-HEADER-LINE TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE "REVISOES DE NOTA EM ABERTO (IDADE EM DIAS)"
               TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE "N" TO WRK-EOF-GRDREV.
           MOVE ZEROS TO GRV-NUMERO.
           START REVIEW-FILE KEY IS NOT LESS THAN GRV-NUMERO
               INVALID KEY
                   MOVE "S" TO WRK-EOF-GRDREV
           END-START.
           PERFORM 0510-LER-REVISAO UNTIL FIM-GRDREV.
           PERFORM 0540-GRAVAR-FAIXAS.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE "NOTAS ALTERADAS POR PROFESSOR" TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           IF WRK-QTD-PROF > 0
               PERFORM 0550-GRAVAR-PROFESSOR
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-PROF
           END-IF.
           CLOSE REVIEW-REPORT.
           DISPLAY "RELATORIO DE REVISOES GERADO (GRVRPT): "
               WRK-CNT-ABERTAS " EM ABERTO".

       0510-LER-REVISAO.
           READ REVIEW-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-GRDREV
               NOT AT END
                   IF WRK-TERMO-FILTRO = ZEROS
                           OR GRV-TERMO = WRK-TERMO-FILTRO
                       IF GRV-ABERTA OR GRV-DECIDIDA
                           PERFORM 0520-LISTAR-ABERTA
                       ELSE
                           PERFORM 0530-ACUMULAR-PROFESSOR
                       END-IF
                   END-IF
           END-READ.

       0520-LISTAR-ABERTA.
           ADD 1 TO WRK-CNT-ABERTAS.
           MOVE GRV-DATA-ABERTURA TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           COMPUTE WRK-IDADE-DIAS = WRK-SERIAL-HOJE - WRK-SERIAL.
           EVALUATE TRUE
               WHEN WRK-IDADE-DIAS <= 7
                   ADD 1 TO WRK-CNT-ATE-7
               WHEN WRK-IDADE-DIAS <= 15
                   ADD 1 TO WRK-CNT-ATE-15
               WHEN WRK-IDADE-DIAS <= 30
                   ADD 1 TO WRK-CNT-ATE-30
               WHEN OTHER
                   ADD 1 TO WRK-CNT-MAIS-30
           END-EVALUATE.
           MOVE GRV-NUMERO TO WLAB-NUMERO.
           MOVE GRV-STU-ID TO WLAB-STU-ID.
           MOVE GRV-CURSO TO WLAB-CURSO.
           MOVE GRV-TERMO TO WLAB-TERMO.
           MOVE GRV-DATA-ABERTURA TO WLAB-ABERTURA.
           MOVE WRK-IDADE-DIAS TO WLAB-IDADE.
           IF GRV-ABERTA
               MOVE "C/PROFESSOR" TO WLAB-STATUS
           ELSE
               MOVE "C/COORDENAC." TO WLAB-STATUS
           END-IF.
           MOVE GRV-PROFESSOR TO WLAB-PROFESSOR.
           MOVE WRK-LINHA-ABERTA TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

       0530-ACUMULAR-PROFESSOR.
           MOVE ZEROS TO WRK-POS.
           IF WRK-QTD-PROF > 0
               PERFORM 0535-PROCURAR-PROFESSOR
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-PROF
                      OR WRK-POS > 0
           END-IF.
           IF WRK-POS = 0 AND WRK-QTD-PROF < 200
               ADD 1 TO WRK-QTD-PROF
               MOVE WRK-QTD-PROF TO WRK-POS
               MOVE GRV-PROFESSOR TO WRK-PRF-NOME(WRK-POS)
               MOVE ZEROS TO WRK-PRF-CONCLUIDAS(WRK-POS)
               MOVE ZEROS TO WRK-PRF-REVISTAS(WRK-POS)
               MOVE ZEROS TO WRK-PRF-NOTAS(WRK-POS)
           END-IF.
           IF WRK-POS > 0
               ADD 1 TO WRK-PRF-CONCLUIDAS(WRK-POS)
               IF GRV-APROVADA AND GRV-DEC-REVISTA
                   ADD 1 TO WRK-PRF-REVISTAS(WRK-POS)
                   ADD GRV-NOTAS-ALTERADAS TO WRK-PRF-NOTAS(WRK-POS)
               END-IF
           END-IF.

       0535-PROCURAR-PROFESSOR.
           IF WRK-PRF-NOME(WRK-IDX) = GRV-PROFESSOR
               MOVE WRK-IDX TO WRK-POS
           END-IF.

       0540-GRAVAR-FAIXAS.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "EM ABERTO ATE 7 DIAS: " WRK-CNT-ATE-7
               "  8 A 15: " WRK-CNT-ATE-15
               "  16 A 30: " WRK-CNT-ATE-30
               "  MAIS DE 30: " WRK-CNT-MAIS-30
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

       0550-GRAVAR-PROFESSOR.
           MOVE WRK-PRF-NOME(WRK-IDX) TO WLPR-NOME.
           MOVE WRK-PRF-CONCLUIDAS(WRK-IDX) TO WLPR-CONCLUIDAS.
           MOVE WRK-PRF-REVISTAS(WRK-IDX) TO WLPR-REVISTAS.
           MOVE WRK-PRF-NOTAS(WRK-IDX) TO WLPR-NOTAS.
           MOVE WRK-LINHA-PROFESSOR TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

       0700-CALCULAR-SERIAL.
      *********NUMERO SERIAL DE DIAS DA DATA EM WRK-DATA-CONVERTE,
      *********PELA FORMULA INTEIRA 367A - 7(A+(M+9)/12)/4 + 275M/9 + D
      *********CADA DIVISAO E FEITA COM DIVIDE PARA TRUNCAR O
      *********QUOCIENTE, COMO A FORMULA EXIGE (IGUAL AO PROGCOB58)****
           MOVE WRK-CONV-ANO TO WRK-SER-ANO.
           MOVE WRK-CONV-MES TO WRK-SER-MES.
           MOVE WRK-CONV-DIA TO WRK-SER-DIA.
           COMPUTE WRK-SER-T1 = WRK-SER-MES + 9.
           DIVIDE WRK-SER-T1 BY 12 GIVING WRK-SER-T1.
           COMPUTE WRK-SER-T2 = 7 * (WRK-SER-ANO + WRK-SER-T1).
           DIVIDE WRK-SER-T2 BY 4 GIVING WRK-SER-T2.
           COMPUTE WRK-SER-T3 = 275 * WRK-SER-MES.
           DIVIDE WRK-SER-T3 BY 9 GIVING WRK-SER-T3.
           COMPUTE WRK-SERIAL =
               (367 * WRK-SER-ANO) - WRK-SER-T2 + WRK-SER-T3
               + WRK-SER-DIA.

       0984-DIARIO-NOTA.
      *********IMAGEM DA NOTA GRAVADA VAI PARA O DIARIO UPDJRNL*********
           MOVE "PROGCOB107" TO JRN-PROGRAMA.
           MOVE WRK-OPERADOR TO JRN-OPERADOR.
           MOVE "GRDMAST" TO JRN-ARQUIVO.
           MOVE GRD-CHAVE TO JRN-CHAVE.
           MOVE GRD-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.
