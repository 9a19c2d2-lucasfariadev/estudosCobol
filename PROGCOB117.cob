       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB117.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: FECHAMENTO DO PERIODO CONTABIL (PERIODCT): DEPOIS
      *           QUE O CONTADOR RECEBEU O EXTRATO DO PROGCOB81, O
      *           RESUMO DE ICMS DO PROGCOB40 E A VALORIZACAO DO
      *           PROGCOB67, UM MANAGER FECHA O MES E NENHUM PROGRAMA
      *           LANCA MAIS VENDA, RECEBIMENTO, MOVIMENTO DE ESTOQUE,
      *           FATURA, PARCELA OU MENSALIDADE DATADA NELE (NEM
      *           RODANDO "COMO SE FOSSE" UMA DATA ANTIGA PELO
      *           PROGCOB77). A REABERTURA, PARA A CORRECAO RARA, EXIGE
      *           O MOTIVO E FICA NO LOG PERIODLG JUNTO COM CADA
      *           FECHAMENTO. SO O NIVEL MANAGER ENTRA
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL ASSIGN TO "PERIODCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-ANOMES
               FILE STATUS IS WRK-FS-PER.
           SELECT PERIOD-LOG ASSIGN TO "PERIODLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-CONTROL.
           COPY CPPERIOD.
       FD PERIOD-LOG.
       01 PERIOD-LOG-LINE.
           02 PLOG-DATA               PIC 9(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PLOG-HORA               PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PLOG-USUARIO            PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PLOG-ANOMES             PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PLOG-ACAO               PIC X(10).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PLOG-MOTIVO             PIC X(40).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PER PIC X(02) VALUE ZEROS.
       77 WRK-FS-LOG PIC X(02) VALUE ZEROS.
       77 WRK-EOF-PER PIC X(01) VALUE "N".
           88 FIM-PER VALUE "S".
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-SAIR PIC X(01) VALUE "N".
           88 SAIR-DO-FECHAMENTO VALUE "S".
       77 WRK-CONFIRMA PIC X(01) VALUE "N".
       77 WRK-ANOMES-CORRENTE PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-ACHOU PIC X(01) VALUE "N".
           88 PERIODO-ACHOU VALUE "S".
       77 WRK-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-ACAO PIC X(10) VALUE SPACES.
       77 WRK-CNT-PERIODOS PIC 9(03) VALUE ZEROS.
       01 WRK-ANOMES.
           02 WRK-ANOMES-ANO          PIC 9(04).
           02 WRK-ANOMES-MES          PIC 9(02).
       01 WRK-ANOMES-NUM REDEFINES WRK-ANOMES PIC 9(06).
       01 WRK-HORASYS.
           02 WRK-HORASYS-HHMMSS      PIC 9(06).
           02 WRK-HORASYS-CENTESIMOS  PIC 9(02).
       01 WRK-LOGIN-INFO.
           02 WRK-LOGIN-USUARIO        PIC X(20) VALUE SPACES.
           02 WRK-LOGIN-NIVEL          PIC 9(02) VALUE ZEROS.
               88 LOGIN-MANAGER        VALUE 03.
           02 WRK-LOGIN-RESULTADO      PIC X(10) VALUE SPACES.
               88 LOGIN-SUCESSO        VALUE "SUCESSO".
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-SESSAO.
           02 LK-SESSAO-USUARIO        PIC X(20).
           02 LK-SESSAO-NIVEL          PIC 9(02).
           02 LK-SESSAO-RESULTADO      PIC X(10).
       PROCEDURE DIVISION USING OPTIONAL LK-SESSAO.
       0001-PRINCIPAL.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           DIVIDE WRK-DATASYS-NUM BY 100
               GIVING WRK-ANOMES-CORRENTE.
           PERFORM 0050-CONFERIR-CREDENCIAL.
           IF LOGIN-SUCESSO AND LOGIN-MANAGER
               PERFORM 0060-ABRIR-PERIODOS
               PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DO-FECHAMENTO
               IF WRK-FS-PER = "00"
                   CLOSE PERIOD-CONTROL
               END-IF
           ELSE
               DISPLAY "ACESSO NEGADO - FECHAMENTO DE PERIODO E"
                   " RESTRITO AO NIVEL MANAGER"
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

       0060-ABRIR-PERIODOS.
           OPEN I-O PERIOD-CONTROL.
           IF WRK-FS-PER = "35"
               OPEN OUTPUT PERIOD-CONTROL
               CLOSE PERIOD-CONTROL
               OPEN I-O PERIOD-CONTROL
           END-IF.
           IF WRK-FS-PER NOT = "00"
               DISPLAY "ERRO AO ABRIR PERIODCT: " WRK-FS-PER
               MOVE "S" TO WRK-SAIR
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY "      FECHAMENTO DO PERIODO CONTABIL".
           DISPLAY "=============================================".
           DISPLAY " 01 - SITUACAO DOS PERIODOS".
           DISPLAY " 02 - FECHAR PERIODO".
           DISPLAY " 03 - REABRIR PERIODO (CORRECAO)".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01 PERFORM 0200-LISTAR-PERIODOS
               WHEN 02 PERFORM 0300-FECHAR-PERIODO
               WHEN 03 PERFORM 0400-REABRIR-PERIODO
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0150-LER-PERIODO.
           MOVE "N" TO WRK-PERIODO-ACHOU.
           MOVE WRK-ANOMES-NUM TO PER-ANOMES.
           READ PERIOD-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-PERIODO-ACHOU
           END-READ.

       0160-PEDIR-PERIODO.
           DISPLAY "PERIODO (AAAAMM):".
           ACCEPT WRK-ANOMES.
           IF WRK-ANOMES-NUM NOT NUMERIC
               OR WRK-ANOMES-MES < 01 OR WRK-ANOMES-MES > 12
               DISPLAY "PERIODO INVALIDO: " WRK-ANOMES
               MOVE ZEROS TO WRK-ANOMES-NUM
           END-IF.

       0200-LISTAR-PERIODOS.
           MOVE ZEROS TO WRK-CNT-PERIODOS.
           MOVE "N" TO WRK-EOF-PER.
           MOVE ZEROS TO PER-ANOMES.
           START PERIOD-CONTROL KEY IS NOT LESS THAN PER-ANOMES
               INVALID KEY
                   MOVE "S" TO WRK-EOF-PER
           END-START.
           PERFORM 0210-LISTAR-UM UNTIL FIM-PER.
           DISPLAY "PERIODOS REGISTRADOS: " WRK-CNT-PERIODOS
               " (MES SEM REGISTRO ESTA ABERTO)".

       0210-LISTAR-UM.
           READ PERIOD-CONTROL NEXT
               AT END
                   MOVE "S" TO WRK-EOF-PER
               NOT AT END
                   ADD 1 TO WRK-CNT-PERIODOS
                   IF PER-FECHADO
                       DISPLAY PER-ANOMES " FECHADO EM "
                           PER-DATA-FECHAMENTO " POR "
                           PER-USUARIO-FECHAMENTO
                   ELSE
                       DISPLAY PER-ANOMES " REABERTO EM "
                           PER-DATA-REABERTURA " POR "
                           PER-USUARIO-REABERTURA
                   END-IF
                   IF PER-QTD-REABERTURAS > ZEROS
                       DISPLAY "       REABERTURAS: "
                           PER-QTD-REABERTURAS
                   END-IF
           END-READ.

       0300-FECHAR-PERIODO.
      *********SO MES JA ENCERRADO: O MES CORRENTE DO NEGOCIO AINDA
      *********RECEBE LANCAMENTOS E NAO PODE SER FECHADO***************
           PERFORM 0160-PEDIR-PERIODO.
           IF WRK-ANOMES-NUM NOT = ZEROS
               PERFORM 0150-LER-PERIODO
               EVALUATE TRUE
                   WHEN WRK-ANOMES-NUM NOT < WRK-ANOMES-CORRENTE
                       DISPLAY "SO MES ANTERIOR AO CORRENTE ("
                           WRK-ANOMES-CORRENTE ") PODE SER FECHADO"
                   WHEN PERIODO-ACHOU AND PER-FECHADO
                       DISPLAY "PERIODO " WRK-ANOMES-NUM
                           " JA ESTA FECHADO"
                   WHEN OTHER
                       PERFORM 0310-CONFIRMAR-FECHAMENTO
               END-EVALUATE
           END-IF.

       0310-CONFIRMAR-FECHAMENTO.
           DISPLAY "CONFIRMA O FECHAMENTO DE " WRK-ANOMES-NUM
               "? O EXTRATO (PROGCOB81), O ICMS (PROGCOB40) E A"
               " VALORIZACAO (PROGCOB67) JA FORAM ENTREGUES? (S/N)".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
               IF NOT PERIODO-ACHOU
                   MOVE SPACES TO PER-RECORD
                   MOVE WRK-ANOMES-NUM TO PER-ANOMES
                   MOVE ZEROS TO PER-DATA-REABERTURA
                       PER-QTD-REABERTURAS
               END-IF
               MOVE "F" TO PER-STATUS
               MOVE WRK-DATASYS-NUM TO PER-DATA-FECHAMENTO
               MOVE WRK-LOGIN-USUARIO TO PER-USUARIO-FECHAMENTO
               IF PERIODO-ACHOU
                   REWRITE PER-RECORD
               ELSE
                   WRITE PER-RECORD
               END-IF
               IF WRK-FS-PER = "00"
                   MOVE "FECHAMENTO" TO WRK-ACAO
                   MOVE SPACES TO WRK-MOTIVO
                   PERFORM 0900-GRAVAR-LOG
                   DISPLAY "PERIODO " WRK-ANOMES-NUM " FECHADO"
               ELSE
                   DISPLAY "ERRO AO GRAVAR PERIODCT: " WRK-FS-PER
               END-IF
           ELSE
               DISPLAY "FECHAMENTO CANCELADO"
           END-IF.

       0400-REABRIR-PERIODO.
      *********CORRECAO RARA: O MOTIVO E OBRIGATORIO E VAI PARA O LOG,
      *********E O REGISTRO CONTA QUANTAS VEZES O MES FOI REABERTO*****
           PERFORM 0160-PEDIR-PERIODO.
           IF WRK-ANOMES-NUM NOT = ZEROS
               PERFORM 0150-LER-PERIODO
               IF NOT PERIODO-ACHOU OR NOT PER-FECHADO
                   DISPLAY "PERIODO " WRK-ANOMES-NUM
                       " NAO ESTA FECHADO"
               ELSE
                   DISPLAY "MOTIVO DA REABERTURA:"
                   ACCEPT WRK-MOTIVO
                   IF WRK-MOTIVO = SPACES
                       DISPLAY "MOTIVO OBRIGATORIO - REABERTURA"
                           " CANCELADA"
                   ELSE
                       PERFORM 0410-CONFIRMAR-REABERTURA
                   END-IF
               END-IF
           END-IF.

       0410-CONFIRMAR-REABERTURA.
           DISPLAY "CONFIRMA A REABERTURA DE " WRK-ANOMES-NUM
               "? FECHE DE NOVO APOS A CORRECAO (S/N)".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
               MOVE "A" TO PER-STATUS
               MOVE WRK-DATASYS-NUM TO PER-DATA-REABERTURA
               MOVE WRK-LOGIN-USUARIO TO PER-USUARIO-REABERTURA
               ADD 1 TO PER-QTD-REABERTURAS
               REWRITE PER-RECORD
               IF WRK-FS-PER = "00"
                   MOVE "REABERTURA" TO WRK-ACAO
                   PERFORM 0900-GRAVAR-LOG
                   DISPLAY "PERIODO " WRK-ANOMES-NUM " REABERTO"
               ELSE
                   DISPLAY "ERRO AO GRAVAR PERIODCT: " WRK-FS-PER
               END-IF
           ELSE
               DISPLAY "REABERTURA CANCELADA"
           END-IF.

       0900-GRAVAR-LOG.
           OPEN EXTEND PERIOD-LOG.
           IF WRK-FS-LOG NOT = "00"
               OPEN OUTPUT PERIOD-LOG
           END-IF.
           ACCEPT WRK-HORASYS FROM TIME.
           MOVE SPACES TO PERIOD-LOG-LINE.
           MOVE WRK-DATASYS-NUM TO PLOG-DATA.
           MOVE WRK-HORASYS-HHMMSS TO PLOG-HORA.
           MOVE WRK-LOGIN-USUARIO TO PLOG-USUARIO.
           MOVE WRK-ANOMES-NUM TO PLOG-ANOMES.
           MOVE WRK-ACAO TO PLOG-ACAO.
           MOVE WRK-MOTIVO TO PLOG-MOTIVO.
           WRITE PERIOD-LOG-LINE.
           CLOSE PERIOD-LOG.
