       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPERI.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: CONSULTA DO PERIODO CONTABIL, CHAMADA PELOS
      *           PROGRAMAS QUE LANCAM NO SALESDET, ARPAYMT, STOCKMOV,
      *           BILLFILE, CREDIARI E TUITION ANTES DE GRAVAR: RECEBE
      *           A DATA DO LANCAMENTO E DEVOLVE SE O MES DELA ESTA
      *           FECHADO NO PERIODCT (PROGCOB117). SEM O ARQUIVO OU
      *           SEM O REGISTRO DO MES, O PERIODO ESTA ABERTO
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL ASSIGN TO "PERIODCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-ANOMES
               FILE STATUS IS WRK-FS-PER.
       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-CONTROL.
           COPY CPPERIOD.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PER PIC X(02) VALUE ZEROS.
       LINKAGE SECTION.
           COPY CPPERAR.
       PROCEDURE DIVISION USING PERA-AREA.
       0001-PRINCIPAL.
           MOVE "A" TO PERA-SITUACAO.
           OPEN INPUT PERIOD-CONTROL.
           IF WRK-FS-PER = "00"
               MOVE PERA-ANOMES TO PER-ANOMES
               READ PERIOD-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-FECHADO
                           MOVE "F" TO PERA-SITUACAO
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL
           END-IF.
           GOBACK.
