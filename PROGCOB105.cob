       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB105.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: LOTE DE SITUACAO ACADEMICA DO TERMO, RODADO DEPOIS
      *           DO LANCAMENTO DE NOTAS (PROGCOB12) E ANTES DA VIRADA
      *           (PROGCOB23): PARA CADA ALUNO ATIVO APURA NO TRANHIST
      *           A MEDIA DO TERMO E AS REPROVACOES, CLASSIFICA EM
      *           REGULAR, EM OBSERVACAO OU DESLIGAMENTO PELOS CORTES
      *           DO STANDPRM (OBSERVACAO PELO SEGUNDO TERMO SEGUIDO
      *           VIRA DESLIGAMENTO), GRAVA A SITUACAO POR ALUNO E
      *           TERMO (STANDING) PARA A CARTA DO PROGCOB26 E IMPRIME
      *           O RELATORIO STANDRPT - A CONTA DEIXA DE SER FEITA A
      *           MAO PELO COORDENADOR
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - CREDITO DE TRANSFERENCIA (TRANHS-ORIGEM = T)
      *                   NAO ENTRA NA MEDIA NEM NAS REPROVACOES DO
      *                   TERMO
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
           SELECT TRANSCRIPT-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANHS-CHAVE
               FILE STATUS IS WRK-FS-TRANHS.
           SELECT STANDING-FILE ASSIGN TO "STANDING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STD-CHAVE
               FILE STATUS IS WRK-FS-STD.
           SELECT STANDING-PARM-FILE ASSIGN TO "STANDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TERMCTL.
           SELECT STANDING-REPORT ASSIGN TO "STANDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
           COPY CPSTUMAS.
       FD TRANSCRIPT-HISTORY.
           COPY CPTRANHS.
       FD STANDING-FILE.
           COPY CPSTAND.
      *********CORTES DA SITUACAO ACADEMICA: MEDIA MINIMA E MAXIMO DE
      *********REPROVACOES PARA FICAR REGULAR; MEDIA ABAIXO DA QUAL OU
      *********REPROVACOES A PARTIR DAS QUAIS O ALUNO E DESLIGADO******
       FD STANDING-PARM-FILE.
       01 STANDING-PARM-RECORD.
           02 SPR-MEDIA-REGULAR       PIC 9(02)V99.
           02 SPR-MAX-REPROV-REGULAR  PIC 9(02).
           02 SPR-MEDIA-DESLIGA       PIC 9(02)V99.
           02 SPR-REPROV-DESLIGA      PIC 9(02).
       FD TERM-CONTROL.
       01 TERMCTL-RECORD.
           02 TERMCTL-TERM-ID         PIC 9(05).
       FD STANDING-REPORT.
       01 STANDING-LINE.
           02 SRL-STU-ID              PIC X(10).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SRL-NOME                PIC X(30).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SRL-CURSOS              PIC Z9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SRL-REPROVACOES         PIC Z9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SRL-MEDIA               PIC Z9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SRL-ANTERIOR            PIC X(01).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SRL-SITUACAO            PIC X(13).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SRL-MOTIVO              PIC X(30).
       WORKING-STORAGE SECTION.
       77 WRK-FS-STUMAST PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRANHS PIC X(02) VALUE ZEROS.
       77 WRK-FS-STD PIC X(02) VALUE ZEROS.
       77 WRK-FS-PARM PIC X(02) VALUE ZEROS.
       77 WRK-FS-TERMCTL PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-STUMAST PIC X(01) VALUE "N".
           88 FIM-STUMAST VALUE "S".
       77 WRK-EOF-TRANHS PIC X(01) VALUE "N".
           88 FIM-TRANHS VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-TERM-ATUAL PIC 9(05) VALUE ZEROS.
       77 WRK-TERM-ANTERIOR PIC 9(05) VALUE ZEROS.
       77 WRK-TERM-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-TERM-SEM PIC 9(01) VALUE ZEROS.
       77 WRK-MEDIA-REGULAR PIC 9(02)V99 VALUE 6.
       77 WRK-MAX-REPROV-REGULAR PIC 9(02) VALUE ZEROS.
       77 WRK-MEDIA-DESLIGA PIC 9(02)V99 VALUE 4.
       77 WRK-REPROV-DESLIGA PIC 9(02) VALUE 3.
       77 WRK-QTD-CURSOS PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-REPROV PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-MEDIAS PIC 9(04)V99 VALUE ZEROS.
       77 WRK-MEDIA-TERMO PIC 9(02)V99 VALUE ZEROS.
       77 WRK-SITUACAO PIC X(01) VALUE SPACE.
       77 WRK-ANTERIOR PIC X(01) VALUE SPACE.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-CNT-REGULAR PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-OBSERVACAO PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-DESLIGAMENTO PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ESCALADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SEM-NOTAS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-INATIVOS PIC 9(05) VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-DATASYS-NUM-X REDEFINES WRK-DATASYS-NUM.
           02 WRK-DATASYS-ANO    PIC 9(04).
           02 WRK-DATASYS-MES    PIC 9(02).
           02 WRK-DATASYS-DIA    PIC 9(02).
       01 WRK-LINHA-TOTAL.
           02 WTO-TEXTO               PIC X(30).
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
           IF NOT FIM-STUMAST
               PERFORM 0060-DETERMINAR-TERMO
               PERFORM 0070-CARREGAR-PARAMETROS
               PERFORM 0080-GRAVAR-CABECALHO
               PERFORM 0100-INICIALIZAR
               PERFORM 0200-PROCESSAR UNTIL FIM-STUMAST
               PERFORM 0300-FINALIZAR
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-STUMAST NOT = "00"
               DISPLAY "ERRO AO ABRIR STUDENT-MASTER: " WRK-FS-STUMAST
               MOVE "S" TO WRK-EOF-STUMAST
           END-IF.
           OPEN INPUT TRANSCRIPT-HISTORY.
           IF WRK-FS-TRANHS NOT = "00"
               DISPLAY "ERRO AO ABRIR TRANHIST: " WRK-FS-TRANHS
               MOVE "S" TO WRK-EOF-STUMAST
           END-IF.
           OPEN I-O STANDING-FILE.
           IF WRK-FS-STD = "35"
               OPEN OUTPUT STANDING-FILE
               CLOSE STANDING-FILE
               OPEN I-O STANDING-FILE
           END-IF.
           IF WRK-FS-STD NOT = "00"
               DISPLAY "ERRO AO ABRIR STANDING: " WRK-FS-STD
               MOVE "S" TO WRK-EOF-STUMAST
           END-IF.
           OPEN OUTPUT STANDING-REPORT.

       0060-DETERMINAR-TERMO.
      *********TERMO APURADO E O CORRENTE DO TERMCTL (A VIRADA AINDA
      *********NAO RODOU); SEM ELE, DERIVA DO ANO+SEMESTRE DA DATA,
      *********COMO O PROGCOB23. O TERMO ANTERIOR E O SEMESTRE DE
      *********ANTES, PARA A OBSERVACAO SEGUIDA************************
           OPEN INPUT TERM-CONTROL.
           IF WRK-FS-TERMCTL = "00"
               READ TERM-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TERMCTL-TERM-ID TO WRK-TERM-ATUAL
               END-READ
               CLOSE TERM-CONTROL
           END-IF.
           IF WRK-TERM-ATUAL = ZEROS
               IF WRK-DATASYS-MES <= 6
                   COMPUTE WRK-TERM-ATUAL = (WRK-DATASYS-ANO * 10) + 1
               ELSE
                   COMPUTE WRK-TERM-ATUAL = (WRK-DATASYS-ANO * 10) + 2
               END-IF
           END-IF.
           DIVIDE WRK-TERM-ATUAL BY 10 GIVING WRK-TERM-ANO
               REMAINDER WRK-TERM-SEM.
           IF WRK-TERM-SEM = 2
               COMPUTE WRK-TERM-ANTERIOR = (WRK-TERM-ANO * 10) + 1
           ELSE
               COMPUTE WRK-TERM-ANTERIOR =
                   ((WRK-TERM-ANO - 1) * 10) + 2
           END-IF.
           DISPLAY "SITUACAO ACADEMICA DO TERMO " WRK-TERM-ATUAL
               " (ANTERIOR " WRK-TERM-ANTERIOR ")".

       0070-CARREGAR-PARAMETROS.
      *********SEM O STANDPRM: REGULAR COM MEDIA 6,00 E NENHUMA
      *********REPROVACAO; DESLIGAMENTO COM MEDIA ABAIXO DE 4,00 OU
      *********TRES REPROVACOES; O MEIO E OBSERVACAO*******************
           OPEN INPUT STANDING-PARM-FILE.
           IF WRK-FS-PARM = "00"
               READ STANDING-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 0075-VALIDAR-PARAMETROS
               END-READ
               CLOSE STANDING-PARM-FILE
           END-IF.
           DISPLAY "CORTES: REGULAR MEDIA " WRK-MEDIA-REGULAR
               " ATE " WRK-MAX-REPROV-REGULAR " REPROVACAO(OES);"
               " DESLIGAMENTO MEDIA < " WRK-MEDIA-DESLIGA
               " OU " WRK-REPROV-DESLIGA " REPROVACOES".

       0075-VALIDAR-PARAMETROS.
           IF SPR-MEDIA-REGULAR NUMERIC AND SPR-MEDIA-REGULAR <= 10
               MOVE SPR-MEDIA-REGULAR TO WRK-MEDIA-REGULAR
           END-IF.
           IF SPR-MAX-REPROV-REGULAR NUMERIC
               MOVE SPR-MAX-REPROV-REGULAR TO WRK-MAX-REPROV-REGULAR
           END-IF.
           IF SPR-MEDIA-DESLIGA NUMERIC
               AND SPR-MEDIA-DESLIGA <= WRK-MEDIA-REGULAR
               MOVE SPR-MEDIA-DESLIGA TO WRK-MEDIA-DESLIGA
           END-IF.
           IF SPR-REPROV-DESLIGA NUMERIC
               AND SPR-REPROV-DESLIGA > WRK-MAX-REPROV-REGULAR
               MOVE SPR-REPROV-DESLIGA TO WRK-REPROV-DESLIGA
           END-IF.

       0080-GRAVAR-CABECALHO.
      *********CABECALHO PADRAO: PROGRAMA, DATA, OPERADOR E PAGINA*****
           MOVE "PROGCOB105" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE SPACES TO STANDING-LINE.
           MOVE RPT-HEADER-LINE TO STANDING-LINE.
           WRITE STANDING-LINE.
           MOVE SPACES TO STANDING-LINE.
           MOVE "SITUACAO ACADEMICA DO TERMO" TO SRL-NOME.
           MOVE WRK-TERM-ATUAL TO SRL-STU-ID.
           WRITE STANDING-LINE.
           MOVE SPACES TO STANDING-LINE.
           MOVE "ALUNO" TO SRL-STU-ID.
           MOVE "NOME" TO SRL-NOME.
           MOVE "ANT" TO SRL-SITUACAO.
           MOVE "SITUACAO / MOTIVO" TO SRL-MOTIVO.
           WRITE STANDING-LINE.

       0100-INICIALIZAR.
      *********LEITURA DE UM ALUNO DO STUDENT-MASTER*******************
           IF NOT FIM-STUMAST
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-EOF-STUMAST
               END-READ
           END-IF.

       0200-PROCESSAR.
           IF STU-ATIVO-NAO
               ADD 1 TO WRK-CNT-INATIVOS
           ELSE
               PERFORM 0210-APURAR-TERMO
               IF WRK-QTD-CURSOS = ZEROS
                   ADD 1 TO WRK-CNT-SEM-NOTAS
               ELSE
                   PERFORM 0230-CLASSIFICAR
                   PERFORM 0250-GRAVAR-SITUACAO
                   PERFORM 0260-IMPRIMIR-ALUNO
               END-IF
           END-IF.
           PERFORM 0100-INICIALIZAR.

       0210-APURAR-TERMO.
      *********MEDIA SIMPLES DAS MEDIAS DOS CURSOS DO TERMO E CONTAGEM
      *********DAS REPROVACOES (SITUACAO F) NO TRANHIST****************
           MOVE ZEROS TO WRK-QTD-CURSOS WRK-QTD-REPROV WRK-SOMA-MEDIAS
               WRK-MEDIA-TERMO.
           MOVE LOW-VALUES TO TRANHS-CHAVE.
           MOVE STU-ID TO TRANHS-STU-ID.
           MOVE "N" TO WRK-EOF-TRANHS.
           START TRANSCRIPT-HISTORY KEY IS NOT LESS THAN TRANHS-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-TRANHS
           END-START.
           PERFORM 0220-SOMAR-CURSO UNTIL FIM-TRANHS.
           IF WRK-QTD-CURSOS > ZEROS
               COMPUTE WRK-MEDIA-TERMO ROUNDED =
                   WRK-SOMA-MEDIAS / WRK-QTD-CURSOS
           END-IF.

       0220-SOMAR-CURSO.
           READ TRANSCRIPT-HISTORY NEXT
               AT END
                   MOVE "S" TO WRK-EOF-TRANHS
               NOT AT END
                   IF TRANHS-STU-ID NOT = STU-ID
                       MOVE "S" TO WRK-EOF-TRANHS
                   ELSE
                       IF TRANHS-TERM-ID = WRK-TERM-ATUAL
                               AND NOT TRANHS-TRANSFERIDO
                           ADD 1 TO WRK-QTD-CURSOS
                           ADD TRANHS-MEDIA TO WRK-SOMA-MEDIAS
                           IF TRANHS-SITUACAO = "F"
                               ADD 1 TO WRK-QTD-REPROV
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0230-CLASSIFICAR.
      *********CORTES DO STANDPRM E, EM OBSERVACAO, A SITUACAO DO TERMO
      *********ANTERIOR: OBSERVACAO OU DESLIGAMENTO NO SEMESTRE DE
      *********ANTES ESCALA A OBSERVACAO PARA DESLIGAMENTO*************
           MOVE SPACES TO WRK-MOTIVO.
           IF WRK-MEDIA-TERMO < WRK-MEDIA-DESLIGA
               OR WRK-QTD-REPROV NOT < WRK-REPROV-DESLIGA
               MOVE "D" TO WRK-SITUACAO
               IF WRK-MEDIA-TERMO < WRK-MEDIA-DESLIGA
                   MOVE "MEDIA NO CORTE DE DESLIGAMENTO" TO WRK-MOTIVO
               ELSE
                   MOVE "REPROVACOES NO CORTE" TO WRK-MOTIVO
               END-IF
           ELSE
               IF WRK-MEDIA-TERMO < WRK-MEDIA-REGULAR
                   OR WRK-QTD-REPROV > WRK-MAX-REPROV-REGULAR
                   MOVE "P" TO WRK-SITUACAO
                   IF WRK-MEDIA-TERMO < WRK-MEDIA-REGULAR
                       MOVE "MEDIA ABAIXO DA REGULAR" TO WRK-MOTIVO
                   ELSE
                       MOVE "REPROVACOES ACIMA DO LIMITE"
                           TO WRK-MOTIVO
                   END-IF
               ELSE
                   MOVE "R" TO WRK-SITUACAO
               END-IF
           END-IF.
           MOVE SPACE TO WRK-ANTERIOR.
           MOVE STU-ID TO STD-STU-ID.
           MOVE WRK-TERM-ANTERIOR TO STD-TERMO.
           READ STANDING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE STD-SITUACAO TO WRK-ANTERIOR
           END-READ.
           IF WRK-SITUACAO = "P"
               AND (WRK-ANTERIOR = "P" OR WRK-ANTERIOR = "D")
               MOVE "D" TO WRK-SITUACAO
               MOVE "SEGUNDA OBSERVACAO SEGUIDA" TO WRK-MOTIVO
               ADD 1 TO WRK-CNT-ESCALADOS
           END-IF.
           EVALUATE WRK-SITUACAO
               WHEN "R" ADD 1 TO WRK-CNT-REGULAR
               WHEN "P" ADD 1 TO WRK-CNT-OBSERVACAO
               WHEN "D" ADD 1 TO WRK-CNT-DESLIGAMENTO
           END-EVALUATE.

       0250-GRAVAR-SITUACAO.
      *********REPROCESSAR O TERMO REGRAVA A SITUACAO DO ALUNO*********
           MOVE STU-ID TO STD-STU-ID.
           MOVE WRK-TERM-ATUAL TO STD-TERMO.
           READ STANDING-FILE
               INVALID KEY
                   PERFORM 0255-MONTAR-SITUACAO
                   WRITE STD-RECORD
               NOT INVALID KEY
                   PERFORM 0255-MONTAR-SITUACAO
                   REWRITE STD-RECORD
           END-READ.

       0255-MONTAR-SITUACAO.
           MOVE STU-ID TO STD-STU-ID.
           MOVE WRK-TERM-ATUAL TO STD-TERMO.
           MOVE WRK-QTD-CURSOS TO STD-CURSOS.
           MOVE WRK-QTD-REPROV TO STD-REPROVACOES.
           MOVE WRK-MEDIA-TERMO TO STD-MEDIA.
           MOVE WRK-SITUACAO TO STD-SITUACAO.
           MOVE WRK-ANTERIOR TO STD-SITUACAO-ANTERIOR.
           MOVE WRK-MOTIVO TO STD-MOTIVO.
           MOVE WRK-DATASYS-NUM TO STD-DATA-APURACAO.

       0260-IMPRIMIR-ALUNO.
           MOVE SPACES TO STANDING-LINE.
           MOVE STU-ID TO SRL-STU-ID.
           MOVE STU-NOME TO SRL-NOME.
           MOVE WRK-QTD-CURSOS TO SRL-CURSOS.
           MOVE WRK-QTD-REPROV TO SRL-REPROVACOES.
           MOVE WRK-MEDIA-TERMO TO SRL-MEDIA.
           MOVE WRK-ANTERIOR TO SRL-ANTERIOR.
           EVALUATE WRK-SITUACAO
               WHEN "R" MOVE "REGULAR" TO SRL-SITUACAO
               WHEN "P" MOVE "EM OBSERVACAO" TO SRL-SITUACAO
               WHEN "D" MOVE "DESLIGAMENTO" TO SRL-SITUACAO
           END-EVALUATE.
           MOVE WRK-MOTIVO TO SRL-MOTIVO.
           WRITE STANDING-LINE.

       0300-FINALIZAR.
           MOVE SPACES TO STANDING-LINE.
           WRITE STANDING-LINE.
           MOVE "REGULAR                       " TO WTO-TEXTO.
           MOVE WRK-CNT-REGULAR TO WTO-QUANTIDADE.
           MOVE WRK-LINHA-TOTAL TO STANDING-LINE.
           WRITE STANDING-LINE.
           MOVE "EM OBSERVACAO                 " TO WTO-TEXTO.
           MOVE WRK-CNT-OBSERVACAO TO WTO-QUANTIDADE.
           MOVE WRK-LINHA-TOTAL TO STANDING-LINE.
           WRITE STANDING-LINE.
           MOVE "DESLIGAMENTO                  " TO WTO-TEXTO.
           MOVE WRK-CNT-DESLIGAMENTO TO WTO-QUANTIDADE.
           MOVE WRK-LINHA-TOTAL TO STANDING-LINE.
           WRITE STANDING-LINE.
           MOVE "  DOS QUAIS OBSERVACAO SEGUIDA" TO WTO-TEXTO.
           MOVE WRK-CNT-ESCALADOS TO WTO-QUANTIDADE.
           MOVE WRK-LINHA-TOTAL TO STANDING-LINE.
           WRITE STANDING-LINE.
           MOVE "ATIVOS SEM NOTAS NO TERMO     " TO WTO-TEXTO.
           MOVE WRK-CNT-SEM-NOTAS TO WTO-QUANTIDADE.
           MOVE WRK-LINHA-TOTAL TO STANDING-LINE.
           WRITE STANDING-LINE.
           MOVE "INATIVOS                      " TO WTO-TEXTO.
           MOVE WRK-CNT-INATIVOS TO WTO-QUANTIDADE.
           MOVE WRK-LINHA-TOTAL TO STANDING-LINE.
           WRITE STANDING-LINE.
           DISPLAY "SITUACAO ACADEMICA (STANDRPT): REGULAR "
               WRK-CNT-REGULAR "  OBSERVACAO " WRK-CNT-OBSERVACAO
               "  DESLIGAMENTO " WRK-CNT-DESLIGAMENTO.
           CLOSE STUDENT-MASTER TRANSCRIPT-HISTORY STANDING-FILE
               STANDING-REPORT.
