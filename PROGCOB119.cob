       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB119.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: BLOQUEIO AUTOMATICO DE CONTA INATIVA (PASSO DO FIM
      *           DE DIA NO CALENDARIO JOBCAL): APURA O ULTIMO LOGIN
      *           BEM SUCEDIDO DE CADA USUARIO NA TRILHA LOGINLOG E NO
      *           ARQUIVO LOGARCH E BLOQUEIA NO USERCRED QUEM ESTA SEM
      *           LOGIN HA DIAS-INATIVO DIAS OU MAIS (PARMFILE, PADRAO
      *           90, ZERO DESLIGA O BLOQUEIO). CADA BLOQUEIO VAI PARA
      *           O LOGINLOG COM O RESULTADO INATIVO E PARA O
      *           RELATORIO INATVRPT; O DESBLOQUEIO CONTINUA SENDO DO
      *           MANAGER NO LOGIN (PROGCOB10). USUARIO QUE NUNCA
      *           ENTROU E AINDA TEM A SENHA PROVISORIA DA INCLUSAO
      *           NAO E BLOQUEADO (O USERCRED NAO GUARDA A DATA DA
      *           INCLUSAO); SO SAI LISTADO NO RELATORIO
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - TABELA DE LOGINS PARA 2000 USUARIOS; SE AINDA
      *                   ASSIM ENCHER, QUEM FICOU FORA NAO E BLOQUEADO
      *                   (SAI NO RELATORIO COMO SEM DADOS)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-CREDENTIAL ASSIGN TO "USERCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRED-USUARIO
               FILE STATUS IS WRK-FS-CRED.
           SELECT AUDIT-LOG ASSIGN TO "LOGINLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT LOG-ARCHIVE ASSIGN TO "LOGARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOGARC.
           SELECT DORMANT-REPORT ASSIGN TO "INATVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD USER-CREDENTIAL.
           COPY CPCRED.
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
       FD DORMANT-REPORT.
       01 DORMANT-LINE                PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CRED PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDIT PIC X(02) VALUE ZEROS.
       77 WRK-FS-LOGARC PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-ABEND PIC X(01) VALUE "N".
       77 WRK-CNT-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-BLOQUEADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ERROS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-PROVISORIA PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SEM-DADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TABELA-CHEIA PIC X(01) VALUE "N".
           88 TABELA-LOGINS-CHEIA VALUE "S".
       77 WRK-CNT-LINHAS-LOG PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-INATIVO PIC 9(05) VALUE 90.
       77 WRK-DIAS-SEM-LOGIN PIC 9(05) VALUE ZEROS.
       77 WRK-ULTIMO-LOGIN PIC 9(08) VALUE ZEROS.
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
       01 WRK-HORASYS.
           02 WRK-HORASYS-HHMMSS PIC 9(06) VALUE ZEROS.
           02 WRK-HORASYS-CENTESIMOS PIC 9(02) VALUE ZEROS.
           COPY CPRPTHDR.
           COPY CPPRMAR.
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
       01 WRK-LINHA-BLOQUEIO.
           02 WLB-USUARIO             PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLB-NIVEL               PIC 9(02).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLB-ULTIMO-LOGIN        PIC X(10).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLB-DIAS                PIC ZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLB-SITUACAO            PIC X(30).
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
           PERFORM 0970-CARREGAR-PARAMETROS.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           MOVE WRK-DATASYS-NUM TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.
           PERFORM 0050-ABRIR-RELATORIO.
           IF WRK-DIAS-INATIVO = ZEROS
               MOVE "BLOQUEIO POR INATIVIDADE DESLIGADO NO PARMFILE"
                   TO DORMANT-LINE
               WRITE DORMANT-LINE
               DISPLAY "PROGCOB119: DIAS-INATIVO ZERADO - NADA"
                   " BLOQUEADO"
           ELSE
               PERFORM 0100-CARREGAR-ULTIMOS-LOGINS
               PERFORM 0200-CONFERIR-USUARIOS
           END-IF.
           PERFORM 0900-FINALIZAR.
           IF ADDRESS OF LK-EOD-STATS NOT = NULL
               MOVE WRK-CNT-LIDOS TO LK-EOD-LIDOS
               MOVE WRK-CNT-BLOQUEADOS TO LK-EOD-GRAVADOS
               MOVE WRK-CNT-ERROS TO LK-EOD-REJEITADOS
               MOVE WRK-ABEND TO LK-EOD-ABEND
           END-IF.
           GOBACK.

       0050-ABRIR-RELATORIO.
           OPEN OUTPUT DORMANT-REPORT.
           MOVE "PROGCOB119" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           MOVE 1 TO RPT-HDR-PAGINA.
           MOVE SPACES TO DORMANT-LINE.
           MOVE RPT-HEADER-LINE TO DORMANT-LINE.
           WRITE DORMANT-LINE.
           MOVE SPACES TO DORMANT-LINE.
           STRING "CONTAS BLOQUEADAS POR INATIVIDADE - LIMITE "
               WRK-DIAS-INATIVO " DIAS SEM LOGIN"
               DELIMITED BY SIZE INTO DORMANT-LINE.
           WRITE DORMANT-LINE.
           MOVE SPACES TO DORMANT-LINE.
           WRITE DORMANT-LINE.
           MOVE "USUARIO               NV  ULT. LOGIN   DIAS  SITUACAO"
               TO DORMANT-LINE.
           WRITE DORMANT-LINE.

       0100-CARREGAR-ULTIMOS-LOGINS.
      *********O LOGARCH GUARDA AS LINHAS QUE O PROGCOB48 TIROU DO
      *********LOGINLOG; SEM ELE QUEM ENTROU HA MAIS DE UM ANO PARECERIA
      *********NUNCA TER ENTRADO***************************************
           MOVE ZEROS TO WRK-QTD-LOGINS.
           OPEN INPUT LOG-ARCHIVE.
           IF WRK-FS-LOGARC = "00"
               MOVE "N" TO WRK-EOF
               PERFORM 0110-LER-ARQUIVO-LOG UNTIL FIM-ARQUIVO
               CLOSE LOG-ARCHIVE
           END-IF.
           OPEN INPUT AUDIT-LOG.
           IF WRK-FS-AUDIT = "00"
               MOVE "N" TO WRK-EOF
               PERFORM 0120-LER-TRILHA UNTIL FIM-ARQUIVO
               CLOSE AUDIT-LOG
           END-IF.

       0110-LER-ARQUIVO-LOG.
           READ LOG-ARCHIVE
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   MOVE LGA-IMAGEM TO AUDIT-LINE
                   PERFORM 0130-NORMALIZAR-LINHA
           END-READ.

       0120-LER-TRILHA.
           READ AUDIT-LOG
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   PERFORM 0130-NORMALIZAR-LINHA
           END-READ.

       0130-NORMALIZAR-LINHA.
      *********MESMA REGRA DO PROGCOB37: COLUNA DA HORA NUMERICA =
      *********LAYOUT NOVO, SENAO A LINHA E RELIDA PELO ANTIGO*********
           ADD 1 TO WRK-CNT-LINHAS-LOG.
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
               PERFORM 0140-GUARDAR-LOGIN
           END-IF.

       0140-GUARDAR-LOGIN.
           MOVE ZEROS TO WRK-POS.
           IF WRK-QTD-LOGINS > 0
               PERFORM 0150-PROCURAR-LOGIN
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

       0150-PROCURAR-LOGIN.
           IF WRK-LOG-USUARIO(WRK-IDX) = WRK-AUD-USUARIO
               MOVE WRK-IDX TO WRK-POS
           END-IF.

       0200-CONFERIR-USUARIOS.
           OPEN I-O USER-CREDENTIAL.
           IF WRK-FS-CRED NOT = "00"
               DISPLAY "PROGCOB119: ERRO AO ABRIR USERCRED: "
                   WRK-FS-CRED
               MOVE "S" TO WRK-ABEND
           ELSE
               OPEN EXTEND AUDIT-LOG
               IF WRK-FS-AUDIT NOT = "00"
                   OPEN OUTPUT AUDIT-LOG
               END-IF
               MOVE "N" TO WRK-EOF
               MOVE LOW-VALUES TO CRED-USUARIO
               START USER-CREDENTIAL KEY >= CRED-USUARIO
                   INVALID KEY
                       MOVE "S" TO WRK-EOF
               END-START
               PERFORM 0210-CONFERIR-UM-USUARIO UNTIL FIM-ARQUIVO
               CLOSE USER-CREDENTIAL AUDIT-LOG
           END-IF.

       0210-CONFERIR-UM-USUARIO.
           READ USER-CREDENTIAL NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   ADD 1 TO WRK-CNT-LIDOS
                   IF NOT CRED-BLOQ-SIM
                       PERFORM 0220-APURAR-INATIVIDADE
                   END-IF
           END-READ.

       0220-APURAR-INATIVIDADE.
           MOVE ZEROS TO WRK-POS WRK-ULTIMO-LOGIN WRK-DIAS-SEM-LOGIN.
           IF WRK-QTD-LOGINS > 0
               MOVE CRED-USUARIO TO WRK-AUD-USUARIO
               PERFORM 0150-PROCURAR-LOGIN
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-LOGINS
                      OR WRK-POS > 0
           END-IF.
           IF WRK-POS > 0
               MOVE WRK-LOG-DATA(WRK-POS) TO WRK-ULTIMO-LOGIN
               MOVE WRK-ULTIMO-LOGIN TO WRK-DATA-CONVERTE
               PERFORM 0700-CALCULAR-SERIAL
               COMPUTE WRK-DIAS-SEM-LOGIN =
                   WRK-SERIAL-HOJE - WRK-SERIAL
           END-IF.
           EVALUATE TRUE
               WHEN WRK-POS > 0
                   AND WRK-DIAS-SEM-LOGIN >= WRK-DIAS-INATIVO
                   PERFORM 0300-BLOQUEAR-USUARIO
      *********COM A TABELA CHEIA, FORA DELA PODE TER ENTRADO ONTEM***
               WHEN WRK-POS = 0 AND TABELA-LOGINS-CHEIA
                   ADD 1 TO WRK-CNT-SEM-DADOS
                   MOVE "NAO BLOQUEADO - TABELA CHEIA"
                       TO WLB-SITUACAO
                   PERFORM 0400-LINHA-RELATORIO
               WHEN WRK-POS = 0 AND CRED-TROCA-SIM
                   ADD 1 TO WRK-CNT-PROVISORIA
                   MOVE "NUNCA ENTROU - SENHA PROVISORIA"
                       TO WLB-SITUACAO
                   PERFORM 0400-LINHA-RELATORIO
               WHEN WRK-POS = 0
                   PERFORM 0300-BLOQUEAR-USUARIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0300-BLOQUEAR-USUARIO.
           MOVE "S" TO CRED-BLOQUEADO.
           REWRITE CRED-RECORD.
           IF WRK-FS-CRED = "00"
               ADD 1 TO WRK-CNT-BLOQUEADOS
               MOVE "BLOQUEADO" TO WLB-SITUACAO
               PERFORM 0310-REGISTRAR-TRILHA
           ELSE
               ADD 1 TO WRK-CNT-ERROS
               MOVE SPACES TO WLB-SITUACAO
               STRING "ERRO AO REGRAVAR - STATUS " WRK-FS-CRED
                   DELIMITED BY SIZE INTO WLB-SITUACAO
           END-IF.
           PERFORM 0400-LINHA-RELATORIO.

       0310-REGISTRAR-TRILHA.
      *********O BLOQUEIO FICA NA MESMA TRILHA DOS LOGINS, COM O
      *********RESULTADO INATIVO PARA O RELATORIO DE SEGURANCA********
           ACCEPT WRK-HORASYS FROM TIME.
           MOVE SPACES TO AUDIT-LINE.
           MOVE WRK-DATASYS-NUM TO AUD-DATA.
           MOVE WRK-HORASYS-HHMMSS TO AUD-HORA.
           MOVE CRED-USUARIO TO AUD-USUARIO.
           MOVE CRED-NIVEL TO AUD-NIVEL.
           MOVE "INATIVO" TO AUD-RESULTADO.
           WRITE AUDIT-LINE.

       0400-LINHA-RELATORIO.
           MOVE CRED-USUARIO TO WLB-USUARIO.
           MOVE CRED-NIVEL TO WLB-NIVEL.
           IF WRK-ULTIMO-LOGIN = ZEROS
               IF WRK-POS = 0 AND TABELA-LOGINS-CHEIA
                   MOVE "SEM DADOS" TO WLB-ULTIMO-LOGIN
               ELSE
                   MOVE "NUNCA" TO WLB-ULTIMO-LOGIN
               END-IF
               MOVE ZEROS TO WLB-DIAS
           ELSE
               MOVE WRK-ULTIMO-LOGIN TO WLB-ULTIMO-LOGIN
               MOVE WRK-DIAS-SEM-LOGIN TO WLB-DIAS
           END-IF.
           MOVE WRK-LINHA-BLOQUEIO TO DORMANT-LINE.
           WRITE DORMANT-LINE.
           MOVE SPACES TO WLB-SITUACAO.

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
           MOVE SPACES TO DORMANT-LINE.
           WRITE DORMANT-LINE.
           MOVE SPACES TO DORMANT-LINE.
           STRING "USUARIOS LIDOS: " WRK-CNT-LIDOS
               "  BLOQUEADOS: " WRK-CNT-BLOQUEADOS
               "  ERROS: " WRK-CNT-ERROS
               "  SENHA PROVISORIA: " WRK-CNT-PROVISORIA
               DELIMITED BY SIZE INTO DORMANT-LINE.
           WRITE DORMANT-LINE.
           IF TABELA-LOGINS-CHEIA
               MOVE SPACES TO DORMANT-LINE
               STRING "TABELA DE LOGINS CHEIA - USUARIOS SEM DADOS NAO"
                   " BLOQUEADOS: " WRK-CNT-SEM-DADOS
                   DELIMITED BY SIZE INTO DORMANT-LINE
               WRITE DORMANT-LINE
               DISPLAY "PROGCOB119: TABELA DE LOGINS CHEIA - "
                   WRK-CNT-SEM-DADOS " USUARIOS NAO APURADOS"
           END-IF.
           CLOSE DORMANT-REPORT.
           DISPLAY "PROGCOB119: LINHAS DA TRILHA.....: "
               WRK-CNT-LINHAS-LOG.
           DISPLAY "PROGCOB119: USUARIOS LIDOS......: " WRK-CNT-LIDOS.
           DISPLAY "PROGCOB119: BLOQUEADOS INATIVOS.: "
               WRK-CNT-BLOQUEADOS.

       0970-CARREGAR-PARAMETROS.
      *********O VALUE E O PADRAO; VALENDO NO PARMFILE, VALE O DE LA***
           MOVE "DIAS-INATIVO" TO PRMA-NOME.
           MOVE WRK-DIAS-INATIVO TO PRMA-VALOR.
           CALL "PROGPARM" USING PRMA-AREA.
           MOVE PRMA-VALOR TO WRK-DIAS-INATIVO.
