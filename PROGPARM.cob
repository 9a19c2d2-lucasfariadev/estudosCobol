       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPARM.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: LEITURA DE UM PARAMETRO DE OPERACAO NO PARMFILE,
      *           CHAMADA NA PARTIDA DOS PROGRAMAS COMO O PROGDATA:
      *           RECEBE O NOME E O VALOR PADRAO DO PROGRAMA E
      *           DEVOLVE O VALOR EM VIGOR HOJE (O PRM-VALOR SE A
      *           VIGENCIA JA CHEGOU, SENAO O PRM-VALOR-ANTERIOR). SEM
      *           O ARQUIVO OU SEM O PARAMETRO O PADRAO CONTINUA
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-NOME
               FILE STATUS IS WRK-FS-PARM.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETER-FILE.
           COPY CPPARM.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARM PIC X(02) VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       LINKAGE SECTION.
           COPY CPPRMAR.
       PROCEDURE DIVISION USING PRMA-AREA.
       0001-PRINCIPAL.
           MOVE "P" TO PRMA-ORIGEM.
           OPEN INPUT PARAMETER-FILE.
           IF WRK-FS-PARM = "00"
               PERFORM 0100-LER-PARAMETRO
               CLOSE PARAMETER-FILE
           END-IF.
           GOBACK.

       0100-LER-PARAMETRO.
           MOVE PRMA-NOME TO PRM-NOME.
           READ PARAMETER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "PROGDATA" USING WRK-DATASYS-NUM
                   IF PRM-VIGENCIA > WRK-DATASYS-NUM
                       MOVE PRM-VALOR-ANTERIOR TO PRMA-VALOR
                   ELSE
                       MOVE PRM-VALOR TO PRMA-VALOR
                   END-IF
                   MOVE "A" TO PRMA-ORIGEM
           END-READ.
