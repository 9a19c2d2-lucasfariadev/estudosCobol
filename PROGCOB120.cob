       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB120.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: GERACAO DA CAMPANHA TRIMESTRAL DE RECERTIFICACAO
      *           DE ACESSOS (PASSO TRIMESTRAL DO CALENDARIO JOBCAL,
      *           FREQUENCIA T). GUARDA A CAMPANHA ANTERIOR NO
      *           HISTORICO RECHIST, CONTANDO AS LINHAS QUE FICARAM
      *           SEM ATESTADO, E REGRAVA O RECERT (CPRECERT) COM UMA
      *           LINHA POR USUARIO DO USERCRED: NIVEL, ULTIMO LOGIN
      *           BEM SUCEDIDO NO LOGINLOG/LOGARCH, DIAS SEM LOGIN E
      *           SE ESTA BLOQUEADO. LISTA TUDO NO RELATORIO RECRTRPT
      *           PARA OS MANAGERS ATESTAREM NO PROGCOB121. SE O
      *           RECERT JA E DA CAMPANHA DE HOJE (PASSO RODADO DE
      *           NOVO) NAO REGRAVA, PARA NAO PERDER OS ATESTADOS
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - TABELA DE LOGINS PARA 2000 USUARIOS; SE AINDA
      *                   ASSIM ENCHER, QUEM FICOU FORA SAI COMO SEM
      *                   DADOS E NAO COMO NUNCA ENTROU
      * 15/10/2026 LFL - FALHA AO ABRIR O RECERT PARA A NOVA CAMPANHA
      *                   ENCERRA O PASSO COM ABEND
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-CREDENTIAL ASSIGN TO "USERCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRED-USUARIO
               FILE STATUS IS WRK-FS-CRED.
           SELECT RECERT-FILE ASSIGN TO "RECERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCT-USUARIO
               FILE STATUS IS WRK-FS-RECERT.
           SELECT RECERT-HISTORY ASSIGN TO "RECHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECHIST.
           SELECT AUDIT-LOG ASSIGN TO "LOGINLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT LOG-ARCHIVE ASSIGN TO "LOGARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOGARC.
           SELECT RECERT-REPORT ASSIGN TO "RECRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD USER-CREDENTIAL.
           COPY CPCRED.
       FD RECERT-FILE.
           COPY CPRECERT.
      *********A LINHA DO HISTORICO E A IMAGEM DA LINHA DO RECERT******
       FD RECERT-HISTORY.
       01 RECERT-HISTORY-LINE         PIC X(81).
       FD AUDIT-LOG.
           COPY CPAUDIT.
      *********LAYOUT ANTIGO DO LOGINLOG (SEM A HORA), COMO NO
      *********PROGCOB37***********************************************
       01 AUDIT-LINE-ANTIGA.
           02 AUDA-DATA               PIC 9(08).
           02 FILLER                  PIC X(02).
           02 AUDA-USUARIO            PIC X(20).
           02 FILLER                  PIC X(02).
           02 AUDA-NIVEL              PIC X(02).
           02 FILLER                  PIC X(02).
           02 AUDA-RESULTADO          PIC X(10).
      *********MESMA LINHA DO PROGCOB48; A IMAGEM E A LINHA DO LOGINLOG
       FD LOG-ARCHIVE.
       01 LOG-ARCHIVE-LINE.
           02 LGA-GERACAO             PIC 9(08).
           02 FILLER                  PIC X(02).
           02 LGA-IMAGEM              PIC X(54).
       FD RECERT-REPORT.
       01 RECERT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CRED PIC X(02) VALUE ZEROS.
       77 WRK-FS-RECERT PIC X(02) VALUE ZEROS.
       77 WRK-FS-RECHIST PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDIT PIC X(02) VALUE ZEROS.
       77 WRK-FS-LOGARC PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 WRK-CAMPANHA-DE-HOJE PIC X(01) VALUE "N".
           88 CAMPANHA-JA-GERADA VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-ABEND PIC X(01) VALUE "N".
       77 WRK-CNT-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-GRAVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ERROS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-MANAGERS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-NUNCA PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SEM-DADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TABELA-CHEIA PIC X(01) VALUE "N".
           88 TABELA-LOGINS-CHEIA VALUE "S".
       77 WRK-CNT-BLOQUEADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ANTERIOR PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SEM-ATESTADO PIC 9(05) VALUE ZEROS.
       77 WRK-CAMPANHA-ANTERIOR PIC 9(08) VALUE ZEROS.
       77 WRK-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-POS PIC 9(04) VALUE ZEROS.
       77 WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL PIC 9(07) VALUE ZEROS.
       77 WRK-SER-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-SER-MES PIC 9(02) VALUE ZEROS.
       77 WRK-SER-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-SER-T1 PIC 9(07) VALUE ZEROS.
       77 WRK-SER-T2 PIC 9(07) VALUE ZEROS.
       77 WRK-SER-T3 PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-CONVERTE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CONVERTE-X REDEFINES WRK-DATA-CONVERTE.
           02 WRK-CONV-ANO       PIC 9(04).
           02 WRK-CONV-MES       PIC 9(02).
           02 WRK-CONV-DIA       PIC 9(02).
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
           COPY CPRPTHDR.
      *********LINHA DA TRILHA JA NO LAYOUT NOVO OU NO ANTIGO**********
       01 WRK-AUD-NORMALIZADA.
           02 WRK-AUD-DATA            PIC 9(08).
           02 WRK-AUD-USUARIO         PIC X(20).
           02 WRK-AUD-RESULTADO       PIC X(10).
      *********ULTIMO LOGIN BEM SUCEDIDO DE CADA USUARIO DA TRILHA*****
       01 WRK-TABELA-LOGINS.
           02 WRK-LOG-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-QTD-LOGINS.
               03 WRK-LOG-USUARIO     PIC X(20).
               03 WRK-LOG-DATA        PIC 9(08).
       77 WRK-QTD-LOGINS PIC 9(04) VALUE ZEROS.
       01 WRK-CABEC-COLUNAS.
           02 FILLER PIC X(33) VALUE "USUARIO               NV NIVEL".
           02 FILLER PIC X(29) VALUE "ULT. LOGIN   DIAS  SITUACAO".
       01 WRK-LINHA-USUARIO.
           02 WLU-USUARIO             PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLU-NIVEL               PIC 9(02).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLU-NOME-NIVEL          PIC X(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLU-ULTIMO-LOGIN        PIC X(10).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLU-DIAS                PIC ZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLU-SITUACAO            PIC X(20).
       LINKAGE SECTION.
       01 LK-EOD-STATS.
           02 LK-EOD-LIDOS             PIC 9(05).
           02 LK-EOD-GRAVADOS          PIC 9(05).
           02 LK-EOD-REJEITADOS        PIC 9(05).
           02 LK-EOD-ABEND             PIC X(01).
       01 LK-OPERADOR                  PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-EOD-STATS,
               OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           MOVE WRK-DATASYS-NUM TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.
           PERFORM 0050-ABRIR-RELATORIO.
           PERFORM 0100-ARQUIVAR-CAMPANHA-ANTERIOR.
           IF CAMPANHA-JA-GERADA
               MOVE "RECERT JA E DA CAMPANHA DE HOJE - NAO REGRAVADO"
                   TO RECERT-LINE
               WRITE RECERT-LINE
               DISPLAY "PROGCOB120: CAMPANHA DE HOJE JA GERADA"
           ELSE
               PERFORM 0200-CARREGAR-ULTIMOS-LOGINS
               PERFORM 0300-GERAR-CAMPANHA
           END-IF.
           PERFORM 0900-FINALIZAR.
           IF ADDRESS OF LK-EOD-STATS NOT = NULL
               MOVE WRK-CNT-LIDOS TO LK-EOD-LIDOS
               MOVE WRK-CNT-GRAVADOS TO LK-EOD-GRAVADOS
               MOVE WRK-CNT-ERROS TO LK-EOD-REJEITADOS
               MOVE WRK-ABEND TO LK-EOD-ABEND
           END-IF.
           GOBACK.

       0050-ABRIR-RELATORIO.
           OPEN OUTPUT RECERT-REPORT.
           MOVE "PROGCOB120" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           MOVE 1 TO RPT-HDR-PAGINA.
           MOVE SPACES TO RECERT-LINE.
           MOVE RPT-HEADER-LINE TO RECERT-LINE.
           WRITE RECERT-LINE.
           MOVE SPACES TO RECERT-LINE.
           STRING "RECERTIFICACAO DE ACESSOS - CAMPANHA "
               WRK-DATASYS-NUM
               DELIMITED BY SIZE INTO RECERT-LINE.
           WRITE RECERT-LINE.
           MOVE SPACES TO RECERT-LINE.
           WRITE RECERT-LINE.

       0100-ARQUIVAR-CAMPANHA-ANTERIOR.
      *********A CAMPANHA ANTERIOR VAI INTEIRA PARA O RECHIST, COM OS
      *********ATESTADOS QUE RECEBEU, ANTES DE O RECERT SER REGRAVADO**
           OPEN INPUT RECERT-FILE.
           IF WRK-FS-RECERT = "00"
               MOVE "N" TO WRK-EOF
               READ RECERT-FILE
                   AT END
                       MOVE "S" TO WRK-EOF
               END-READ
               IF NOT FIM-ARQUIVO
                   MOVE RCT-CAMPANHA TO WRK-CAMPANHA-ANTERIOR
                   IF RCT-CAMPANHA = WRK-DATASYS-NUM
                       MOVE "S" TO WRK-CAMPANHA-DE-HOJE
                   END-IF
               END-IF
               IF NOT FIM-ARQUIVO AND NOT CAMPANHA-JA-GERADA
                   OPEN EXTEND RECERT-HISTORY
                   IF WRK-FS-RECHIST NOT = "00"
                       OPEN OUTPUT RECERT-HISTORY
                   END-IF
                   PERFORM 0110-ARQUIVAR-LINHA UNTIL FIM-ARQUIVO
                   CLOSE RECERT-HISTORY
                   PERFORM 0120-RESUMO-ANTERIOR
               END-IF
               CLOSE RECERT-FILE
           END-IF.

       0110-ARQUIVAR-LINHA.
           ADD 1 TO WRK-CNT-ANTERIOR.
           IF RCT-A-ATESTAR
               ADD 1 TO WRK-CNT-SEM-ATESTADO
           END-IF.
           MOVE RCT-RECORD TO RECERT-HISTORY-LINE.
           WRITE RECERT-HISTORY-LINE.
           READ RECERT-FILE
               AT END
                   MOVE "S" TO WRK-EOF
           END-READ.

       0120-RESUMO-ANTERIOR.
           MOVE SPACES TO RECERT-LINE.
           STRING "CAMPANHA ANTERIOR " WRK-CAMPANHA-ANTERIOR
               ": " WRK-CNT-ANTERIOR " LINHAS, "
               WRK-CNT-SEM-ATESTADO " SEM ATESTADO"
               DELIMITED BY SIZE INTO RECERT-LINE.
           WRITE RECERT-LINE.
           MOVE SPACES TO RECERT-LINE.
           WRITE RECERT-LINE.
           IF WRK-CNT-SEM-ATESTADO > 0
               DISPLAY "PROGCOB120: CAMPANHA ANTERIOR COM "
                   WRK-CNT-SEM-ATESTADO " LINHAS SEM ATESTADO"
           END-IF.

       0200-CARREGAR-ULTIMOS-LOGINS.
      *********O LOGARCH GUARDA AS LINHAS QUE O PROGCOB48 TIROU DO
      *********LOGINLOG; SEM ELE QUEM ENTROU HA MAIS DE UM ANO PARECERIA
      *********NUNCA TER ENTRADO***************************************
           MOVE ZEROS TO WRK-QTD-LOGINS.
           OPEN INPUT LOG-ARCHIVE.
           IF WRK-FS-LOGARC = "00"
               MOVE "N" TO WRK-EOF
               PERFORM 0210-LER-ARQUIVO-LOG UNTIL FIM-ARQUIVO
               CLOSE LOG-ARCHIVE
           END-IF.
           OPEN INPUT AUDIT-LOG.
           IF WRK-FS-AUDIT = "00"
               MOVE "N" TO WRK-EOF
               PERFORM 0220-LER-TRILHA UNTIL FIM-ARQUIVO
               CLOSE AUDIT-LOG
           END-IF.

       0210-LER-ARQUIVO-LOG.
           READ LOG-ARCHIVE
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   MOVE LGA-IMAGEM TO AUDIT-LINE
                   PERFORM 0230-NORMALIZAR-LINHA
           END-READ.

       0220-LER-TRILHA.
           READ AUDIT-LOG
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   PERFORM 0230-NORMALIZAR-LINHA
           END-READ.

       0230-NORMALIZAR-LINHA.
      *********MESMA REGRA DO PROGCOB37: COLUNA DA HORA NUMERICA =
      *********LAYOUT NOVO, SENAO A LINHA E RELIDA PELO ANTIGO*********
           IF AUD-HORA NUMERIC
               MOVE AUD-DATA TO WRK-AUD-DATA
               MOVE AUD-USUARIO TO WRK-AUD-USUARIO
               MOVE AUD-RESULTADO TO WRK-AUD-RESULTADO
           ELSE
               MOVE AUDA-DATA TO WRK-AUD-DATA
               MOVE AUDA-USUARIO TO WRK-AUD-USUARIO
               MOVE AUDA-RESULTADO TO WRK-AUD-RESULTADO
           END-IF.
           IF WRK-AUD-RESULTADO = "SUCESSO"
               PERFORM 0240-GUARDAR-LOGIN
           END-IF.

       0240-GUARDAR-LOGIN.
           MOVE ZEROS TO WRK-POS.
           IF WRK-QTD-LOGINS > 0
               PERFORM 0250-PROCURAR-LOGIN
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-LOGINS
                      OR WRK-POS > 0
           END-IF.
           IF WRK-POS = 0
               IF WRK-QTD-LOGINS < 2000
                   ADD 1 TO WRK-QTD-LOGINS
                   MOVE WRK-QTD-LOGINS TO WRK-POS
                   MOVE WRK-AUD-USUARIO TO WRK-LOG-USUARIO(WRK-POS)
                   MOVE ZEROS TO WRK-LOG-DATA(WRK-POS)
               ELSE
                   MOVE "S" TO WRK-TABELA-CHEIA
               END-IF
           END-IF.
           IF WRK-POS > 0
               IF WRK-AUD-DATA > WRK-LOG-DATA(WRK-POS)
                   MOVE WRK-AUD-DATA TO WRK-LOG-DATA(WRK-POS)
               END-IF
           END-IF.

       0250-PROCURAR-LOGIN.
           IF WRK-LOG-USUARIO(WRK-IDX) = WRK-AUD-USUARIO
               MOVE WRK-IDX TO WRK-POS
           END-IF.

       0300-GERAR-CAMPANHA.
           OPEN INPUT USER-CREDENTIAL.
           IF WRK-FS-CRED NOT = "00"
               DISPLAY "PROGCOB120: ERRO AO ABRIR USERCRED: "
                   WRK-FS-CRED
               MOVE "S" TO WRK-ABEND
           ELSE
               OPEN OUTPUT RECERT-FILE
               IF WRK-FS-RECERT NOT = "00"
                   DISPLAY "PROGCOB120: ERRO AO ABRIR RECERT: "
                       WRK-FS-RECERT
                   MOVE "S" TO WRK-ABEND
                   CLOSE USER-CREDENTIAL
               ELSE
                   MOVE WRK-CABEC-COLUNAS TO RECERT-LINE
                   WRITE RECERT-LINE
                   MOVE "N" TO WRK-EOF
                   PERFORM 0310-LER-USUARIO UNTIL FIM-ARQUIVO
                   CLOSE USER-CREDENTIAL RECERT-FILE
               END-IF
           END-IF.

       0310-LER-USUARIO.
           READ USER-CREDENTIAL
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   ADD 1 TO WRK-CNT-LIDOS
                   PERFORM 0320-GRAVAR-LINHA
           END-READ.

       0320-GRAVAR-LINHA.
           MOVE SPACES TO RCT-RECORD.
           MOVE CRED-USUARIO TO RCT-USUARIO.
           MOVE WRK-DATASYS-NUM TO RCT-CAMPANHA.
           MOVE CRED-NIVEL TO RCT-NIVEL.
           MOVE CRED-BLOQUEADO TO RCT-BLOQUEADO.
           MOVE ZEROS TO RCT-ULTIMO-LOGIN RCT-DIAS-SEM-LOGIN
               RCT-NOVO-NIVEL RCT-DATA-ATESTADO RCT-PENDENCIA.
           MOVE ZEROS TO WRK-POS.
           IF WRK-QTD-LOGINS > 0
               MOVE CRED-USUARIO TO WRK-AUD-USUARIO
               PERFORM 0250-PROCURAR-LOGIN
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-LOGINS
                      OR WRK-POS > 0
           END-IF.
           IF WRK-POS > 0
               MOVE WRK-LOG-DATA(WRK-POS) TO RCT-ULTIMO-LOGIN
               MOVE RCT-ULTIMO-LOGIN TO WRK-DATA-CONVERTE
               PERFORM 0700-CALCULAR-SERIAL
               COMPUTE RCT-DIAS-SEM-LOGIN =
                   WRK-SERIAL-HOJE - WRK-SERIAL
           END-IF.
           WRITE RCT-RECORD
               INVALID KEY
                   ADD 1 TO WRK-CNT-ERROS
               NOT INVALID KEY
                   ADD 1 TO WRK-CNT-GRAVADOS
           END-WRITE.
           PERFORM 0330-LINHA-RELATORIO.

       0330-LINHA-RELATORIO.
           MOVE RCT-USUARIO TO WLU-USUARIO.
           MOVE RCT-NIVEL TO WLU-NIVEL.
           EVALUATE RCT-NIVEL
               WHEN 01
                   MOVE "ADM" TO WLU-NOME-NIVEL
               WHEN 02
                   MOVE "USER" TO WLU-NOME-NIVEL
               WHEN 03
                   MOVE "MANAGER" TO WLU-NOME-NIVEL
                   ADD 1 TO WRK-CNT-MANAGERS
               WHEN 04
                   MOVE "AUDITOR" TO WLU-NOME-NIVEL
               WHEN OTHER
                   MOVE "?" TO WLU-NOME-NIVEL
           END-EVALUATE.
           IF RCT-ULTIMO-LOGIN = ZEROS
               MOVE ZEROS TO WLU-DIAS
               IF WRK-POS = 0 AND TABELA-LOGINS-CHEIA
                   MOVE "SEM DADOS" TO WLU-ULTIMO-LOGIN
                   ADD 1 TO WRK-CNT-SEM-DADOS
               ELSE
                   MOVE "NUNCA" TO WLU-ULTIMO-LOGIN
                   ADD 1 TO WRK-CNT-NUNCA
               END-IF
           ELSE
               MOVE RCT-ULTIMO-LOGIN TO WLU-ULTIMO-LOGIN
               MOVE RCT-DIAS-SEM-LOGIN TO WLU-DIAS
           END-IF.
           IF RCT-BLOQUEADO = "S"
               MOVE "BLOQUEADO" TO WLU-SITUACAO
               ADD 1 TO WRK-CNT-BLOQUEADOS
           ELSE
               MOVE "ATIVO" TO WLU-SITUACAO
           END-IF.
           MOVE WRK-LINHA-USUARIO TO RECERT-LINE.
           WRITE RECERT-LINE.

       0700-CALCULAR-SERIAL.
      *********NUMERO SERIAL DE DIAS DA DATA EM WRK-DATA-CONVERTE,
      *********PELA FORMULA INTEIRA 367A - 7(A+(M+9)/12)/4 + 275M/9 + D
      *********(IGUAL AO PROGCOB50)*************************************
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

       0900-FINALIZAR.
           IF NOT CAMPANHA-JA-GERADA
               MOVE SPACES TO RECERT-LINE
               WRITE RECERT-LINE
               MOVE SPACES TO RECERT-LINE
               STRING "USUARIOS: " WRK-CNT-LIDOS
                   "  MANAGERS: " WRK-CNT-MANAGERS
                   "  NUNCA ENTRARAM: " WRK-CNT-NUNCA
                   "  BLOQUEADOS: " WRK-CNT-BLOQUEADOS
                   DELIMITED BY SIZE INTO RECERT-LINE
               WRITE RECERT-LINE
               IF TABELA-LOGINS-CHEIA
                   MOVE SPACES TO RECERT-LINE
                   STRING "TABELA DE LOGINS CHEIA - USUARIOS SEM DADOS"
                       " DE LOGIN: " WRK-CNT-SEM-DADOS
                       DELIMITED BY SIZE INTO RECERT-LINE
                   WRITE RECERT-LINE
               END-IF
               MOVE "ATESTAR CADA LINHA NO PROGCOB121 (MENU OPCAO 94)"
                   TO RECERT-LINE
               WRITE RECERT-LINE
           END-IF.
           CLOSE RECERT-REPORT.
           DISPLAY "PROGCOB120: USUARIOS LIDOS......: " WRK-CNT-LIDOS.
           DISPLAY "PROGCOB120: LINHAS NA CAMPANHA..: "
               WRK-CNT-GRAVADOS.
