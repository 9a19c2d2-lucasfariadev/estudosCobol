      *                   NA POSICAO DO ENVELOPE DE JANELA; ANTES DA
      *                   IMPRESSAO SAI A LISTA DE EXCECAO NOGUARD COM
      *                   OS ALUNOS ATIVOS SEM RESPONSAVEL NO ARQUIVO
      * 15/10/2026 LFL - ALUNO EM OBSERVACAO OU DESLIGAMENTO NO TERMO
      *                   (STANDING, DO PROGCOB105) TEM O AVISO POR
      *                   ESCRITO NA CARTA, COM O MOTIVO, E O TOTAL
      *                   SAI NO CONTROLE DE CARTAS
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT NOGUARD-LIST ASSIGN TO "NOGUARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOG.
           SELECT STANDING-FILE ASSIGN TO "STANDING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STD-CHAVE
               FILE STATUS IS WRK-FS-STD.
           SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TERMCTL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
           02 NOG-STU-ID              PIC X(10).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 NOG-NOME                PIC X(30).
       FD STANDING-FILE.
           COPY CPSTAND.
       FD TERM-CONTROL.
       01 TERMCTL-RECORD.
           02 TERMCTL-TERM-ID         PIC 9(05).
       WORKING-STORAGE SECTION.
       77 WRK-FS-STUMAST PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARTA PIC X(02) VALUE ZEROS.
       77 WRK-GUARDIAO-ACHOU PIC X(01) VALUE "N".
           88 GUARDIAO-ACHOU VALUE "S".
       77 WRK-CNT-SEM-GUARDIAO PIC 9(05) VALUE ZEROS.
       77 WRK-FS-STD PIC X(02) VALUE ZEROS.
       77 WRK-FS-TERMCTL PIC X(02) VALUE ZEROS.
       77 WRK-SITUACOES-OK PIC X(01) VALUE "N".
           88 SITUACOES-OK VALUE "S".
       77 WRK-TERMO PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-OBSERVACAO PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-DESLIGAMENTO PIC 9(05) VALUE ZEROS.
      *********BLOCO DE ENDERECO NA POSICAO DO ENVELOPE DE JANELA******
       01 WRK-LINHA-JANELA-NOME.
           02 FILLER                  PIC X(05) VALUE SPACES.
           02 FILLER                  PIC X(05) VALUE SPACES.
           02 WJE-ENDERECO            PIC X(40).
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-DATASYS-NUM-X REDEFINES WRK-DATASYS-NUM.
           02 WRK-DATASYS-ANO    PIC 9(04).
           02 WRK-DATASYS-MES    PIC 9(02).
           02 WRK-DATASYS-DIA    PIC 9(02).
       01 WRK-LINHA-SITUACAO.
           02 FILLER                  PIC X(21)
               VALUE "SITUACAO ACADEMICA: ".
           02 WSI-SITUACAO            PIC X(25).
           02 FILLER                  PIC X(07) VALUE " TERMO ".
           02 WSI-TERMO               PIC 9(05).
       01 WRK-LINHA-MOTIVO.
           02 FILLER                  PIC X(15)
               VALUE "MEDIA DO TERMO ".
           02 WMO-MEDIA               PIC Z9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WMO-REPROVACOES         PIC Z9.
           02 FILLER                  PIC X(16)
               VALUE " REPROVACAO(OES)".
           02 FILLER                  PIC X(03) VALUE " - ".
           02 WMO-MOTIVO              PIC X(30).
       01 WRK-LINHA-DATA.
           02 FILLER                  PIC X(16)
               VALUE "DATA DA EMISSAO ".
           END-IF.
           OPEN OUTPUT NOGUARD-LIST.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           PERFORM 0055-DETERMINAR-TERMO.
           OPEN INPUT STANDING-FILE.
           IF WRK-FS-STD = "00"
               MOVE "S" TO WRK-SITUACOES-OK
           ELSE
               DISPLAY "AVISO: STANDING NAO ENCONTRADO - CARTAS SEM"
                   " SITUACAO ACADEMICA"
           END-IF.

       0055-DETERMINAR-TERMO.
      *********AS CARTAS SAEM ANTES DA VIRADA: O TERMO DA SITUACAO
      *********ACADEMICA E O CORRENTE DO TERMCTL, COMO NO PROGCOB105**
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

       0060-COLETAR-DATA-PROVA.
      *********DATA DA PROVA DE RECUPERACAO PARA AS CARTAS DO CASO*****
                   WRITE CARTA-LINHA
                   ADD 1 TO WRK-CNT-REPROVADO
           END-EVALUATE.
           PERFORM 0220-AVISAR-SITUACAO.
           MOVE "ATENCIOSAMENTE, A SECRETARIA" TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
               WRITE NOGUARD-LINE
           END-IF.

       0220-AVISAR-SITUACAO.
      *********OBSERVACAO OU DESLIGAMENTO DO TERMO VAI POR ESCRITO AO
      *********RESPONSAVEL; ALUNO REGULAR NAO GANHA LINHA NOVA*********
           IF SITUACOES-OK
               MOVE STU-ID TO STD-STU-ID
               MOVE WRK-TERMO TO STD-TERMO
               READ STANDING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STD-OBSERVACAO OR STD-DESLIGAMENTO
                           PERFORM 0225-LINHAS-SITUACAO
                       END-IF
               END-READ
           END-IF.

       0225-LINHAS-SITUACAO.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           IF STD-OBSERVACAO
               MOVE "EM OBSERVACAO ACADEMICA" TO WSI-SITUACAO
               ADD 1 TO WRK-CNT-OBSERVACAO
           ELSE
               MOVE "DESLIGAMENTO ACADEMICO" TO WSI-SITUACAO
               ADD 1 TO WRK-CNT-DESLIGAMENTO
           END-IF.
           MOVE STD-TERMO TO WSI-TERMO.
           MOVE WRK-LINHA-SITUACAO TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE STD-MEDIA TO WMO-MEDIA.
           MOVE STD-REPROVACOES TO WMO-REPROVACOES.
           MOVE STD-MOTIVO TO WMO-MOTIVO.
           MOVE WRK-LINHA-MOTIVO TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           IF STD-OBSERVACAO
               MOVE "O DESEMPENHO SERA ACOMPANHADO NO PROXIMO TERMO;"
                   TO CARTA-LINHA
               WRITE CARTA-LINHA
               MOVE "NOVA OBSERVACAO LEVA AO DESLIGAMENTO ACADEMICO."
                   TO CARTA-LINHA
               WRITE CARTA-LINHA
           ELSE
               MOVE "O RESPONSAVEL DEVE COMPARECER A COORDENACAO PARA"
                   TO CARTA-LINHA
               WRITE CARTA-LINHA
               MOVE "TRATAR DA CONTINUIDADE DA MATRICULA."
                   TO CARTA-LINHA
               WRITE CARTA-LINHA
           END-IF.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.

       0300-FINALIZAR.
      *********TOTALIZADOR POR RESULTADO PARA CONFERIR A IMPRESSAO*****
           MOVE ALL "=" TO CARTA-LINHA.
           MOVE WRK-CNT-CARTAS TO WTO-QUANTIDADE.
           MOVE WRK-LINHA-TOTAL TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "AVISOS DE OBSERVACAO          " TO WTO-TEXTO.
           MOVE WRK-CNT-OBSERVACAO TO WTO-QUANTIDADE.
           MOVE WRK-LINHA-TOTAL TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "AVISOS DE DESLIGAMENTO        " TO WTO-TEXTO.
           MOVE WRK-CNT-DESLIGAMENTO TO WTO-QUANTIDADE.
           MOVE WRK-LINHA-TOTAL TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "SEM CARTA (INATIVO/SEM NOTA)  " TO WTO-TEXTO.
           MOVE WRK-CNT-SEM-RESULTADO TO WTO-QUANTIDADE.
           MOVE WRK-LINHA-TOTAL TO CARTA-LINHA.
           IF GUARDIOES-OK
               CLOSE GUARDIAN-FILE
           END-IF.
           IF SITUACOES-OK
               CLOSE STANDING-FILE
           END-IF.
