       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB121.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: ATESTADO DA RECERTIFICACAO DE ACESSOS, RESTRITO AO
      *           NIVEL MANAGER. PERCORRE AS LINHAS AINDA SEM ATESTADO
      *           DA CAMPANHA GERADA PELO PROGCOB120 NO RECERT E, PARA
      *           CADA USUARIO, O MANAGER DECIDE:
      *           M - MANTER O ACESSO (GRAVADO DIRETO NA LINHA)
      *           R - REBAIXAR O NIVEL (PARA USER OU AUDITOR)
      *           X - REMOVER O USUARIO DO USERCRED
      *           REBAIXAR E REMOVER NAO APLICAM NADA: VIRAM ALTERACAO
      *           PENDENTE NO PENDCHG COM A IMAGEM ANTES/DEPOIS DO
      *           CRED-RECORD, COMO NO PROGCOB36, E SO VALEM COM A
      *           APROVACAO DE UM SEGUNDO MANAGER NO PROGCOB80; O
      *           NUMERO DA PENDENCIA FICA NA LINHA DO RECERT. NINGUEM
      *           ATESTA O PROPRIO ACESSO
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-FILE ASSIGN TO "RECERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-USUARIO
               FILE STATUS IS WRK-FS-RECERT.
           SELECT USER-CREDENTIAL ASSIGN TO "USERCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRED-USUARIO
               FILE STATUS IS WRK-FS-CRED.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-NUMERO
               FILE STATUS IS WRK-FS-PEND.
       DATA DIVISION.
       FILE SECTION.
       FD RECERT-FILE.
           COPY CPRECERT.
       FD USER-CREDENTIAL.
           COPY CPCRED.
       FD PENDING-CHANGE-FILE.
           COPY CPPEND.
       WORKING-STORAGE SECTION.
       77 WRK-FS-RECERT PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRED PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEND PIC X(02) VALUE ZEROS.
       77 WRK-EOF-PEND PIC X(01) VALUE "N".
           88 FIM-PEND VALUE "S".
       77 WRK-PROX-PEND PIC 9(06) VALUE ZEROS.
       77 WRK-ACAO-PEND PIC X(10) VALUE SPACES.
       77 WRK-IMAGEM-ANTES PIC X(60) VALUE SPACES.
       77 WRK-PEND-GRAVADA PIC X(01) VALUE "N".
           88 PENDENCIA-GRAVADA VALUE "S".
       77 WRK-EOF-RCT PIC X(01) VALUE "N".
           88 FIM-RCT VALUE "S".
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-SAIR PIC X(01) VALUE "N".
           88 SAIR-DA-RECERTIFICACAO VALUE "S".
       77 WRK-DECISAO PIC X(01) VALUE SPACES.
           88 DECISAO-MANTER VALUE "M".
           88 DECISAO-REBAIXAR VALUE "R".
           88 DECISAO-REMOVER VALUE "X".
           88 DECISAO-PULAR VALUE "P".
           88 DECISAO-FIM VALUE "F".
       77 WRK-NOVO-NIVEL PIC 9(02) VALUE ZEROS.
           88 NIVEL-DE-REBAIXA VALUE 02 04.
       77 WRK-USUARIO-ACHOU PIC X(01) VALUE "N".
           88 USUARIO-ACHOU VALUE "S".
       77 WRK-USUARIO-SAIU PIC X(01) VALUE "N".
           88 USUARIO-SAIU VALUE "S".
       77 WRK-CNT-TOTAL PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-A-ATESTAR PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-MANTIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-REBAIXADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-REMOVIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ATESTADOS-AGORA PIC 9(05) VALUE ZEROS.
       77 WRK-CAMPANHA PIC 9(08) VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-LOGIN-INFO.
           02 WRK-LOGIN-USUARIO        PIC X(20) VALUE SPACES.
           02 WRK-LOGIN-NIVEL          PIC 9(02) VALUE ZEROS.
               88 LOGIN-MANAGER        VALUE 03.
           02 WRK-LOGIN-RESULTADO      PIC X(10) VALUE SPACES.
               88 LOGIN-SUCESSO        VALUE "SUCESSO".
       LINKAGE SECTION.
       01 LK-SESSAO.
           02 LK-SESSAO-USUARIO        PIC X(20).
           02 LK-SESSAO-NIVEL          PIC 9(02).
           02 LK-SESSAO-RESULTADO      PIC X(10).
       PROCEDURE DIVISION USING OPTIONAL LK-SESSAO.
       0001-PRINCIPAL.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           PERFORM 0050-CONFERIR-CREDENCIAL.
           IF LOGIN-SUCESSO AND LOGIN-MANAGER
               PERFORM 0060-ABRIR-RECERT
               PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DA-RECERTIFICACAO
               IF WRK-FS-RECERT = "00"
                   CLOSE RECERT-FILE
               END-IF
           ELSE
               DISPLAY "ACESSO NEGADO - RECERTIFICACAO DE ACESSOS E"
                   " RESTRITA AO NIVEL MANAGER"
           END-IF.
           GOBACK.

       0050-CONFERIR-CREDENCIAL.
      *********MESMA CONFERENCIA DE SESSAO DO PROGCOB80****************
           IF ADDRESS OF LK-SESSAO NOT = NULL
               MOVE LK-SESSAO TO WRK-LOGIN-INFO
           ELSE
               CALL "PROGCOB10" USING WRK-LOGIN-INFO
               CANCEL "PROGCOB10"
           END-IF.

       0060-ABRIR-RECERT.
      *********SEM RECERT NAO HA CAMPANHA: QUEM GERA E O PASSO
      *********TRIMESTRAL PROGCOB120 DO FIM DE DIA*********************
           OPEN I-O RECERT-FILE.
           IF WRK-FS-RECERT NOT = "00"
               DISPLAY "NENHUMA CAMPANHA DE RECERTIFICACAO GERADA"
                   " (RECERT: " WRK-FS-RECERT ")"
               MOVE "S" TO WRK-SAIR
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY "      RECERTIFICACAO DE ACESSOS".
           DISPLAY "=============================================".
           DISPLAY " 01 - ATESTAR USUARIOS PENDENTES".
           DISPLAY " 02 - SITUACAO DA CAMPANHA".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01 PERFORM 0200-ATESTAR-PENDENTES
               WHEN 02 PERFORM 0600-SITUACAO-CAMPANHA
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0200-ATESTAR-PENDENTES.
           MOVE ZEROS TO WRK-CNT-ATESTADOS-AGORA.
           MOVE SPACES TO WRK-DECISAO.
           MOVE "N" TO WRK-EOF-RCT.
           MOVE LOW-VALUES TO RCT-USUARIO.
           START RECERT-FILE KEY >= RCT-USUARIO
               INVALID KEY
                   MOVE "S" TO WRK-EOF-RCT
           END-START.
           PERFORM 0210-PROXIMA-LINHA
               UNTIL FIM-RCT OR DECISAO-FIM.
           DISPLAY "LINHAS ATESTADAS NESTA SESSAO: "
               WRK-CNT-ATESTADOS-AGORA.

       0210-PROXIMA-LINHA.
           READ RECERT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-RCT
               NOT AT END
                   IF RCT-A-ATESTAR
                       PERFORM 0220-ATESTAR-LINHA
                   END-IF
           END-READ.

       0220-ATESTAR-LINHA.
           IF RCT-USUARIO = WRK-LOGIN-USUARIO
               DISPLAY "SEU PROPRIO ACESSO (" RCT-USUARIO
                   ") E ATESTADO POR OUTRO MANAGER - PULADO"
           ELSE
               DISPLAY " "
               DISPLAY "USUARIO.....: " RCT-USUARIO
               DISPLAY "NIVEL.......: " RCT-NIVEL
                   "   BLOQUEADO: " RCT-BLOQUEADO
               IF RCT-ULTIMO-LOGIN = ZEROS
                   DISPLAY "ULTIMO LOGIN: NUNCA ENTROU"
               ELSE
                   DISPLAY "ULTIMO LOGIN: " RCT-ULTIMO-LOGIN
                       " (" RCT-DIAS-SEM-LOGIN " DIAS)"
               END-IF
               DISPLAY "DECISAO (M=MANTER R=REBAIXAR X=REMOVER"
                   " P=PULAR F=FIM):"
               ACCEPT WRK-DECISAO
               EVALUATE TRUE
                   WHEN DECISAO-MANTER
                       PERFORM 0300-MANTER
                   WHEN DECISAO-REBAIXAR
                       PERFORM 0400-REBAIXAR
                   WHEN DECISAO-REMOVER
                       PERFORM 0500-REMOVER
                   WHEN DECISAO-PULAR OR DECISAO-FIM
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "DECISAO INVALIDA - LINHA PULADA"
               END-EVALUATE
           END-IF.

       0300-MANTER.
           MOVE "M" TO RCT-DECISAO.
           MOVE RCT-NIVEL TO RCT-NOVO-NIVEL.
           PERFORM 0350-GRAVAR-ATESTADO.

       0350-GRAVAR-ATESTADO.
           MOVE WRK-LOGIN-USUARIO TO RCT-ATESTADO-POR.
           MOVE WRK-DATASYS-NUM TO RCT-DATA-ATESTADO.
           REWRITE RCT-RECORD.
           IF WRK-FS-RECERT = "00"
               ADD 1 TO WRK-CNT-ATESTADOS-AGORA
           ELSE
               DISPLAY "ERRO AO GRAVAR ATESTADO: " WRK-FS-RECERT
           END-IF.

       0400-REBAIXAR.
           DISPLAY "NOVO NIVEL (02=USER 04=AUDITOR):".
           ACCEPT WRK-NOVO-NIVEL.
           IF NOT NIVEL-DE-REBAIXA OR WRK-NOVO-NIVEL = RCT-NIVEL
               DISPLAY "NIVEL INVALIDO PARA REBAIXA - LINHA PULADA"
           ELSE
               PERFORM 0450-LER-USUARIO
               IF USUARIO-ACHOU
                   MOVE CRED-RECORD TO WRK-IMAGEM-ANTES
                   MOVE WRK-NOVO-NIVEL TO CRED-NIVEL
                   MOVE "REBAIXA" TO WRK-ACAO-PEND
                   PERFORM 0700-GRAVAR-PENDENCIA
               END-IF
               IF PENDENCIA-GRAVADA OR USUARIO-SAIU
                   MOVE "R" TO RCT-DECISAO
                   MOVE WRK-NOVO-NIVEL TO RCT-NOVO-NIVEL
                   PERFORM 0350-GRAVAR-ATESTADO
               END-IF
           END-IF.

       0450-LER-USUARIO.
      *********USUARIO QUE JA SAIU DO USERCRED DEPOIS DA GERACAO DA
      *********CAMPANHA SO TEM A LINHA ATESTADA, SEM PENDENCIA*********
           MOVE "N" TO WRK-USUARIO-ACHOU.
           MOVE "N" TO WRK-USUARIO-SAIU.
           MOVE "N" TO WRK-PEND-GRAVADA.
           MOVE ZEROS TO RCT-PENDENCIA.
           OPEN INPUT USER-CREDENTIAL.
           IF WRK-FS-CRED NOT = "00"
               DISPLAY "ERRO AO ABRIR USERCRED: " WRK-FS-CRED
                   " - LINHA PULADA"
           ELSE
               MOVE RCT-USUARIO TO CRED-USUARIO
               READ USER-CREDENTIAL
                   INVALID KEY
                       MOVE "S" TO WRK-USUARIO-SAIU
                       DISPLAY "USUARIO NAO ESTA MAIS NO USERCRED -"
                           " LINHA ATESTADA SEM PENDENCIA"
                   NOT INVALID KEY
                       MOVE "S" TO WRK-USUARIO-ACHOU
               END-READ
               CLOSE USER-CREDENTIAL
           END-IF.

       0500-REMOVER.
           PERFORM 0450-LER-USUARIO.
           IF USUARIO-ACHOU
               MOVE CRED-RECORD TO WRK-IMAGEM-ANTES
               MOVE "REMOCAO" TO WRK-ACAO-PEND
               PERFORM 0700-GRAVAR-PENDENCIA
           END-IF.
           IF PENDENCIA-GRAVADA OR USUARIO-SAIU
               MOVE "X" TO RCT-DECISAO
               MOVE ZEROS TO RCT-NOVO-NIVEL
               PERFORM 0350-GRAVAR-ATESTADO
           END-IF.

       0600-SITUACAO-CAMPANHA.
           MOVE ZEROS TO WRK-CNT-TOTAL WRK-CNT-A-ATESTAR
               WRK-CNT-MANTIDOS WRK-CNT-REBAIXADOS WRK-CNT-REMOVIDOS
               WRK-CAMPANHA.
           MOVE "N" TO WRK-EOF-RCT.
           MOVE LOW-VALUES TO RCT-USUARIO.
           START RECERT-FILE KEY >= RCT-USUARIO
               INVALID KEY
                   MOVE "S" TO WRK-EOF-RCT
           END-START.
           PERFORM 0610-CONTAR-LINHA UNTIL FIM-RCT.
           DISPLAY "CAMPANHA.........: " WRK-CAMPANHA.
           DISPLAY "USUARIOS.........: " WRK-CNT-TOTAL.
           DISPLAY "SEM ATESTADO.....: " WRK-CNT-A-ATESTAR.
           DISPLAY "MANTIDOS.........: " WRK-CNT-MANTIDOS.
           DISPLAY "A REBAIXAR.......: " WRK-CNT-REBAIXADOS.
           DISPLAY "A REMOVER........: " WRK-CNT-REMOVIDOS.
           IF WRK-CNT-REBAIXADOS > 0 OR WRK-CNT-REMOVIDOS > 0
               DISPLAY "(REBAIXA E REMOCAO VALEM APOS A APROVACAO"
                   " NO PROGCOB80)"
           END-IF.

       0610-CONTAR-LINHA.
           READ RECERT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-RCT
               NOT AT END
                   ADD 1 TO WRK-CNT-TOTAL
                   MOVE RCT-CAMPANHA TO WRK-CAMPANHA
                   EVALUATE TRUE
                       WHEN RCT-A-ATESTAR
                           ADD 1 TO WRK-CNT-A-ATESTAR
                           DISPLAY "  SEM ATESTADO: " RCT-USUARIO
                               " NIVEL " RCT-NIVEL
                       WHEN RCT-MANTER
                           ADD 1 TO WRK-CNT-MANTIDOS
                       WHEN RCT-REBAIXAR
                           ADD 1 TO WRK-CNT-REBAIXADOS
                       WHEN RCT-REMOVER
                           ADD 1 TO WRK-CNT-REMOVIDOS
                   END-EVALUATE
           END-READ.

       0700-GRAVAR-PENDENCIA.
      *********MESMA PENDENCIA DO PROGCOB36: IMAGEM ANTES/DEPOIS DO
      *********CRED-RECORD; A APROVACAO DE UM SEGUNDO MANAGER
      *********(PROGCOB80) E QUEM APLICA NO USERCRED*******************
           MOVE "N" TO WRK-PEND-GRAVADA.
           PERFORM 0710-ABRIR-PENDENCIAS.
           IF WRK-FS-PEND = "00"
               MOVE WRK-PROX-PEND TO PEN-NUMERO
               MOVE WRK-DATASYS-NUM TO PEN-DATA
               MOVE "USERCRED" TO PEN-ALVO
               MOVE WRK-ACAO-PEND TO PEN-ACAO
               MOVE RCT-USUARIO TO PEN-CHAVE
               MOVE WRK-IMAGEM-ANTES TO PEN-ANTES
               MOVE CRED-RECORD TO PEN-DEPOIS
               MOVE WRK-LOGIN-USUARIO TO PEN-SOLICITANTE
               MOVE "P" TO PEN-STATUS
               MOVE SPACES TO PEN-APROVADOR
               MOVE ZEROS TO PEN-DATA-DECISAO
               WRITE PEN-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PENDENCIA: "
                           WRK-FS-PEND
                   NOT INVALID KEY
                       MOVE "S" TO WRK-PEND-GRAVADA
                       MOVE PEN-NUMERO TO RCT-PENDENCIA
                       DISPLAY "ALTERACAO PENDENTE " PEN-NUMERO
                           " GRAVADA - AGUARDA APROVACAO DE UM"
                           " SEGUNDO MANAGER NO PROGCOB80"
               END-WRITE
               CLOSE PENDING-CHANGE-FILE
           END-IF.

       0710-ABRIR-PENDENCIAS.
      *********ABRE O PENDCHG (OU CRIA) E ACHA O PROXIMO NUMERO********
           MOVE "N" TO WRK-EOF-PEND.
           MOVE ZEROS TO WRK-PROX-PEND.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF WRK-FS-PEND = "00"
               PERFORM 0720-ACHAR-MAIOR-PENDENCIA UNTIL FIM-PEND
               CLOSE PENDING-CHANGE-FILE
           ELSE
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
           END-IF.
           OPEN I-O PENDING-CHANGE-FILE.
           IF WRK-FS-PEND NOT = "00"
               DISPLAY "ERRO AO ABRIR PENDCHG: " WRK-FS-PEND
           END-IF.
           ADD 1 TO WRK-PROX-PEND.

       0720-ACHAR-MAIOR-PENDENCIA.
           READ PENDING-CHANGE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-PEND
               NOT AT END
                   IF PEN-NUMERO > WRK-PROX-PEND
                       MOVE PEN-NUMERO TO WRK-PROX-PEND
                   END-IF
           END-READ.
