       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB85.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: REGUA DE COBRANCA DOS TITULOS DE FRETE EM ATRASO:
      *           PERCORRE O AROPEN E EMITE CARTAS NO DUNLETR AOS 15,
      *           30 E 60 DIAS DA DATA DA FATURA, COM O NOME DO
      *           CLIENTE DO CUSTMAST; CADA CARTA FICA NO HISTORICO
      *           DUNHIST POR TITULO E NIVEL PARA NAO SAIR DUAS VEZES.
      *           NO ULTIMO NIVEL O CLIENTE E BLOQUEADO NO CREDHOLD, E
      *           O PROGCOB09 E O PROGCOB32 PASSAM A RECUSAR PEDIDOS
      *           DELE ATE O GERENTE LIBERAR O BLOQUEIO AQUI
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-NUMERO
               FILE STATUS IS WRK-FS-AROPEN.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CODIGO
               FILE STATUS IS WRK-FS-CUST.
           SELECT DUNNING-HISTORY ASSIGN TO "DUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUN-CHAVE
               FILE STATUS IS WRK-FS-DUN.
           SELECT CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CLIENTE
               FILE STATUS IS WRK-FS-HLD.
           SELECT DUNNING-LETTERS ASSIGN TO "DUNLETR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LETR.
       DATA DIVISION.
       FILE SECTION.
       FD AR-OPEN-FILE.
           COPY CPAROPEN.
       FD CUSTOMER-MASTER.
           COPY CPCUST.
       FD DUNNING-HISTORY.
           COPY CPDUNHIS.
       FD CREDIT-HOLD-FILE.
           COPY CPCRHOLD.
       FD DUNNING-LETTERS.
       01 LETTER-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-FS-AROPEN PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUST PIC X(02) VALUE ZEROS.
       77 WRK-FS-DUN PIC X(02) VALUE ZEROS.
       77 WRK-FS-HLD PIC X(02) VALUE ZEROS.
       77 WRK-FS-LETR PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ARO PIC X(01) VALUE "N".
           88 FIM-ARO VALUE "S".
       77 WRK-EOF-HLD PIC X(01) VALUE "N".
           88 FIM-HLD VALUE "S".
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-SAIR PIC X(01) VALUE "N".
           88 SAIR-DA-COBRANCA VALUE "S".
       77 WRK-CADASTRO-CLIENTE-OK PIC X(01) VALUE "N".
           88 CADASTRO-CLIENTE-OK VALUE "S".
       77 WRK-ERRO-ABERTURA PIC X(01) VALUE "N".
           88 ERRO-ABERTURA VALUE "S".
       77 WRK-AROPEN-ABERTO PIC X(01) VALUE "N".
           88 AROPEN-ABERTO VALUE "S".
       77 WRK-HISTORICO-ABERTO PIC X(01) VALUE "N".
           88 HISTORICO-ABERTO VALUE "S".
       77 WRK-BLOQUEIOS-ABERTO PIC X(01) VALUE "N".
           88 BLOQUEIOS-ABERTO VALUE "S".
       77 WRK-CARTA-ENVIADA PIC X(01) VALUE "N".
           88 CARTA-JA-ENVIADA VALUE "S".
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       77 WRK-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-NOME-CLIENTE PIC X(30) VALUE SPACES.
       77 WRK-NIVEL PIC 9(01) VALUE ZEROS.
       77 WRK-IDADE-DIAS PIC S9(05) VALUE ZEROS.
       77 WRK-CNT-TITULOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-NIVEL-1 PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-NIVEL-2 PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-NIVEL-3 PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-BLOQUEIOS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-LISTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-SERIAL-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-FATURA PIC 9(07) VALUE ZEROS.
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
       01 WRK-LINHA-CARTA.
           02 WRK-LC-ROTULO           PIC X(20).
           02 WRK-LC-TEXTO            PIC X(60).
       01 WRK-LINHA-TITULO.
           02 FILLER                  PIC X(08) VALUE "TITULO: ".
           02 WRK-LT-TITULO           PIC 9(06).
           02 FILLER                  PIC X(12) VALUE "  FATURA EM ".
           02 WRK-LT-FATURA           PIC 9(08).
           02 FILLER                  PIC X(08) VALUE "  DIAS: ".
           02 WRK-LT-DIAS             PIC ZZZZ9.
           02 FILLER                  PIC X(09) VALUE "  SALDO: ".
           02 WRK-LT-SALDO            PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-TABELA-MENSAGENS.
           02 FILLER                  PIC X(60) VALUE
               "LEMBRAMOS QUE O TITULO ABAIXO ESTA VENCIDO.".
           02 FILLER                  PIC X(60) VALUE
               "SE O PAGAMENTO JA FOI FEITO, DESCONSIDERE ESTE AVISO.".
           02 FILLER                  PIC X(60) VALUE
               "SEGUNDO AVISO: O TITULO ABAIXO CONTINUA EM ABERTO.".
           02 FILLER                  PIC X(60) VALUE
               "PEDIMOS A REGULARIZACAO EM ATE 5 DIAS UTEIS.".
           02 FILLER                  PIC X(60) VALUE
               "ULTIMO AVISO: O TITULO ABAIXO SEGUE SEM PAGAMENTO.".
           02 FILLER                  PIC X(60) VALUE
               "NOVOS PEDIDOS ESTAO SUSPENSOS ATE A REGULARIZACAO.".
       01 WRK-MENSAGENS REDEFINES WRK-TABELA-MENSAGENS.
           02 WRK-MSG-NIVEL OCCURS 3 TIMES.
               03 WRK-MSG-LINHA-1     PIC X(60).
               03 WRK-MSG-LINHA-2     PIC X(60).
       01 WRK-LOGIN-INFO.
           02 WRK-LOGIN-USUARIO        PIC X(20) VALUE SPACES.
           02 WRK-LOGIN-NIVEL          PIC 9(02) VALUE ZEROS.
               88 LOGIN-MANAGER        VALUE 03.
               88 LOGIN-AUDITOR        VALUE 04.
           02 WRK-LOGIN-RESULTADO      PIC X(10) VALUE SPACES.
               88 LOGIN-SUCESSO        VALUE "SUCESSO".
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
           COPY CPRPTHDR.
       LINKAGE SECTION.
       01 LK-SESSAO.
           02 LK-SESSAO-USUARIO        PIC X(20).
           02 LK-SESSAO-NIVEL          PIC 9(02).
           02 LK-SESSAO-RESULTADO      PIC X(10).
       PROCEDURE DIVISION USING OPTIONAL LK-SESSAO.
       0001-PRINCIPAL.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           MOVE WRK-DATASYS-NUM TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.
           PERFORM 0050-CONFERIR-CREDENCIAL.
           IF LOGIN-SUCESSO AND NOT LOGIN-AUDITOR
               PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DA-COBRANCA
           ELSE
               DISPLAY "ACESSO NEGADO - REGUA DE COBRANCA"
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

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY "     REGUA DE COBRANCA E BLOQUEIO DE CREDITO".
           DISPLAY "=============================================".
           DISPLAY " 01 - EMITIR CARTAS DE COBRANCA".
           IF LOGIN-MANAGER
               DISPLAY " 02 - LIBERAR CLIENTE BLOQUEADO"
           END-IF.
           DISPLAY " 03 - LISTAR CLIENTES BLOQUEADOS".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01 PERFORM 0200-EMITIR-CARTAS
               WHEN 02
                   IF LOGIN-MANAGER
                       PERFORM 0400-LIBERAR-BLOQUEIO
                   ELSE
                       DISPLAY "LIBERACAO RESTRITA AO NIVEL MANAGER"
                   END-IF
               WHEN 03 PERFORM 0500-LISTAR-BLOQUEIOS
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0200-EMITIR-CARTAS.
           MOVE ZEROS TO WRK-CNT-TITULOS WRK-CNT-NIVEL-1
               WRK-CNT-NIVEL-2 WRK-CNT-NIVEL-3 WRK-CNT-BLOQUEIOS.
           PERFORM 0210-ABRIR-ARQUIVOS.
           IF NOT ERRO-ABERTURA
               MOVE "N" TO WRK-EOF-ARO
               MOVE ZEROS TO ARO-NUMERO
               START AR-OPEN-FILE KEY IS NOT LESS THAN ARO-NUMERO
                   INVALID KEY
                       MOVE "S" TO WRK-EOF-ARO
               END-START
               PERFORM 0220-LER-TITULO UNTIL FIM-ARO
               DISPLAY "TITULOS EM ABERTO LIDOS: " WRK-CNT-TITULOS
               DISPLAY "CARTAS NIVEL 1 (15 DIAS): " WRK-CNT-NIVEL-1
               DISPLAY "CARTAS NIVEL 2 (30 DIAS): " WRK-CNT-NIVEL-2
               DISPLAY "CARTAS NIVEL 3 (60 DIAS): " WRK-CNT-NIVEL-3
               DISPLAY "CLIENTES BLOQUEADOS AGORA: " WRK-CNT-BLOQUEIOS
               DISPLAY "CARTAS GRAVADAS NO DUNLETR"
           END-IF.
           PERFORM 0290-FECHAR-ARQUIVOS.

       0210-ABRIR-ARQUIVOS.
           MOVE "N" TO WRK-ERRO-ABERTURA.
           MOVE "N" TO WRK-CADASTRO-CLIENTE-OK.
           OPEN INPUT AR-OPEN-FILE.
           IF WRK-FS-AROPEN = "00"
               MOVE "S" TO WRK-AROPEN-ABERTO
           ELSE
               DISPLAY "CONTAS A RECEBER AROPEN NAO ENCONTRADO ("
                   WRK-FS-AROPEN ") - RODE O FATURAMENTO PROGCOB27"
               MOVE "S" TO WRK-ERRO-ABERTURA
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CUST = "00"
               MOVE "S" TO WRK-CADASTRO-CLIENTE-OK
           ELSE
               DISPLAY "AVISO: CADASTRO CUSTMAST NAO ENCONTRADO - AS"
                   " CARTAS SAEM SEM O NOME DO CLIENTE"
           END-IF.
           OPEN I-O DUNNING-HISTORY.
           IF WRK-FS-DUN = "35"
               OPEN OUTPUT DUNNING-HISTORY
               CLOSE DUNNING-HISTORY
               OPEN I-O DUNNING-HISTORY
           END-IF.
           IF WRK-FS-DUN = "00"
               MOVE "S" TO WRK-HISTORICO-ABERTO
           ELSE
               DISPLAY "ERRO AO ABRIR DUNHIST: " WRK-FS-DUN
               MOVE "S" TO WRK-ERRO-ABERTURA
           END-IF.
           PERFORM 0600-ABRIR-BLOQUEIOS.
           IF NOT BLOQUEIOS-ABERTO
               MOVE "S" TO WRK-ERRO-ABERTURA
           END-IF.
           OPEN OUTPUT DUNNING-LETTERS.
           ADD 1 TO WRK-PAGINA.
           MOVE "PROGCOB85" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-LOGIN-USUARIO TO RPT-HDR-OPERADOR.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE SPACES TO LETTER-LINE.
           MOVE RPT-HEADER-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.

       0220-LER-TITULO.
           READ AR-OPEN-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-ARO
               NOT AT END
                   IF ARO-ABERTA AND ARO-SALDO > ZEROS
                       ADD 1 TO WRK-CNT-TITULOS
                       PERFORM 0230-CLASSIFICAR-ATRASO
                       IF WRK-NIVEL > ZEROS
                           PERFORM 0240-CONFERIR-HISTORICO
                           IF NOT CARTA-JA-ENVIADA
                               PERFORM 0250-EMITIR-CARTA
                               IF WRK-NIVEL = 3
                                   PERFORM 0260-BLOQUEAR-CLIENTE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0230-CLASSIFICAR-ATRASO.
      *********NIVEL DA REGUA PELOS DIAS DESDE A DATA DA FATURA; SO O
      *********NIVEL MAIS ALTO ATINGIDO SAI (TITULO QUE PULOU UM NIVEL
      *********ENTRE DUAS EXECUCOES NAO RECEBE A CARTA ATRASADA)*******
           MOVE ARO-DATA-FATURA TO WRK-DATA-CONVERTE.
           PERFORM 0700-CALCULAR-SERIAL.
           MOVE WRK-SERIAL TO WRK-SERIAL-FATURA.
           COMPUTE WRK-IDADE-DIAS =
               WRK-SERIAL-HOJE - WRK-SERIAL-FATURA.
           EVALUATE TRUE
               WHEN WRK-IDADE-DIAS >= 60
                   MOVE 3 TO WRK-NIVEL
               WHEN WRK-IDADE-DIAS >= 30
                   MOVE 2 TO WRK-NIVEL
               WHEN WRK-IDADE-DIAS >= 15
                   MOVE 1 TO WRK-NIVEL
               WHEN OTHER
                   MOVE ZEROS TO WRK-NIVEL
           END-EVALUATE.

       0240-CONFERIR-HISTORICO.
           MOVE ARO-NUMERO TO DUN-TITULO.
           MOVE WRK-NIVEL TO DUN-NIVEL.
           READ DUNNING-HISTORY
               INVALID KEY
                   MOVE "N" TO WRK-CARTA-ENVIADA
               NOT INVALID KEY
                   MOVE "S" TO WRK-CARTA-ENVIADA
           END-READ.

       0250-EMITIR-CARTA.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           IF CADASTRO-CLIENTE-OK
               MOVE ARO-CLIENTE TO CUST-CODIGO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NOME TO WRK-NOME-CLIENTE
               END-READ
           END-IF.
           MOVE ALL "-" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "CARTA DE COBRANCA" TO WRK-LC-ROTULO.
           MOVE SPACES TO WRK-LC-TEXTO.
           STRING "NIVEL " WRK-NIVEL " - EMITIDA EM " WRK-DATASYS-NUM
               DELIMITED BY SIZE INTO WRK-LC-TEXTO.
           MOVE WRK-LINHA-CARTA TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "CLIENTE:" TO WRK-LC-ROTULO.
           MOVE SPACES TO WRK-LC-TEXTO.
           STRING ARO-CLIENTE " - " WRK-NOME-CLIENTE
               DELIMITED BY SIZE INTO WRK-LC-TEXTO.
           MOVE WRK-LINHA-CARTA TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WRK-MSG-LINHA-1(WRK-NIVEL) TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WRK-MSG-LINHA-2(WRK-NIVEL) TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE ARO-NUMERO TO WRK-LT-TITULO.
           MOVE ARO-DATA-FATURA TO WRK-LT-FATURA.
           MOVE WRK-IDADE-DIAS TO WRK-LT-DIAS.
           MOVE ARO-SALDO TO WRK-LT-SALDO.
           MOVE WRK-LINHA-TITULO TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO DUN-RECORD.
           MOVE ARO-NUMERO TO DUN-TITULO.
           MOVE WRK-NIVEL TO DUN-NIVEL.
           MOVE ARO-CLIENTE TO DUN-CLIENTE.
           MOVE WRK-DATASYS-NUM TO DUN-DATA-ENVIO.
           MOVE WRK-IDADE-DIAS TO DUN-DIAS-ATRASO.
           MOVE ARO-SALDO TO DUN-SALDO.
           MOVE WRK-LOGIN-USUARIO TO DUN-OPERADOR.
           WRITE DUN-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR DUNHIST DO TITULO "
                       ARO-NUMERO
           END-WRITE.
           EVALUATE WRK-NIVEL
               WHEN 1 ADD 1 TO WRK-CNT-NIVEL-1
               WHEN 2 ADD 1 TO WRK-CNT-NIVEL-2
               WHEN 3 ADD 1 TO WRK-CNT-NIVEL-3
           END-EVALUATE.

       0260-BLOQUEAR-CLIENTE.
      *********CLIENTE JA BLOQUEADO CONTINUA COMO ESTA; CLIENTE QUE O
      *********GERENTE LIBEROU E TEM OUTRO TITULO NO ULTIMO NIVEL VOLTA
      *********A SER BLOQUEADO*****************************************
           MOVE ARO-CLIENTE TO HLD-CLIENTE.
           READ CREDIT-HOLD-FILE
               INVALID KEY
                   PERFORM 0265-MONTAR-BLOQUEIO
                   WRITE HLD-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR CREDHOLD DE "
                               ARO-CLIENTE
                   END-WRITE
                   ADD 1 TO WRK-CNT-BLOQUEIOS
               NOT INVALID KEY
                   IF HLD-LIBERADO
                       PERFORM 0265-MONTAR-BLOQUEIO
                       REWRITE HLD-RECORD
                       ADD 1 TO WRK-CNT-BLOQUEIOS
                   END-IF
           END-READ.

       0265-MONTAR-BLOQUEIO.
           MOVE SPACES TO HLD-RECORD.
           MOVE ARO-CLIENTE TO HLD-CLIENTE.
           MOVE "B" TO HLD-STATUS.
           MOVE WRK-DATASYS-NUM TO HLD-DATA-BLOQUEIO.
           MOVE ARO-NUMERO TO HLD-TITULO.
           MOVE ARO-SALDO TO HLD-SALDO.
           MOVE ZEROS TO HLD-DATA-LIBERACAO.

       0290-FECHAR-ARQUIVOS.
           IF AROPEN-ABERTO
               CLOSE AR-OPEN-FILE
               MOVE "N" TO WRK-AROPEN-ABERTO
           END-IF.
           IF CADASTRO-CLIENTE-OK
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF HISTORICO-ABERTO
               CLOSE DUNNING-HISTORY
               MOVE "N" TO WRK-HISTORICO-ABERTO
           END-IF.
           PERFORM 0610-FECHAR-BLOQUEIOS.
           CLOSE DUNNING-LETTERS.

       0400-LIBERAR-BLOQUEIO.
      *********SO O GERENTE LIBERA; A LIBERACAO FICA GRAVADA COM DATA
      *********E USUARIO E O REGISTRO CONTINUA NO CREDHOLD*************
           PERFORM 0600-ABRIR-BLOQUEIOS.
           IF BLOQUEIOS-ABERTO
               DISPLAY "CODIGO DO CLIENTE A LIBERAR:"
               ACCEPT WRK-CLIENTE
               MOVE WRK-CLIENTE TO HLD-CLIENTE
               READ CREDIT-HOLD-FILE
                   INVALID KEY
                       DISPLAY "CLIENTE SEM BLOQUEIO: " WRK-CLIENTE
                   NOT INVALID KEY
                       PERFORM 0410-CONFIRMAR-LIBERACAO
               END-READ
               PERFORM 0610-FECHAR-BLOQUEIOS
           END-IF.

       0410-CONFIRMAR-LIBERACAO.
           IF NOT HLD-BLOQUEADO
               DISPLAY "CLIENTE JA LIBERADO EM " HLD-DATA-LIBERACAO
                   " POR " HLD-OPERADOR-LIBERACAO
           ELSE
               DISPLAY "BLOQUEADO EM " HLD-DATA-BLOQUEIO " PELO TITULO "
                   HLD-TITULO " SALDO " HLD-SALDO
               DISPLAY "CONFIRMA A LIBERACAO? (S/N)"
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
                   MOVE "L" TO HLD-STATUS
                   MOVE WRK-DATASYS-NUM TO HLD-DATA-LIBERACAO
                   MOVE WRK-LOGIN-USUARIO TO HLD-OPERADOR-LIBERACAO
                   REWRITE HLD-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO LIBERAR " HLD-CLIENTE
                       NOT INVALID KEY
                           DISPLAY "CLIENTE LIBERADO: " HLD-CLIENTE
                   END-REWRITE
               ELSE
                   DISPLAY "LIBERACAO CANCELADA"
               END-IF
           END-IF.

       0500-LISTAR-BLOQUEIOS.
           MOVE ZEROS TO WRK-CNT-LISTADOS.
           PERFORM 0600-ABRIR-BLOQUEIOS.
           IF BLOQUEIOS-ABERTO
               MOVE "N" TO WRK-EOF-HLD
               MOVE LOW-VALUES TO HLD-CLIENTE
               START CREDIT-HOLD-FILE KEY IS NOT LESS THAN HLD-CLIENTE
                   INVALID KEY
                       MOVE "S" TO WRK-EOF-HLD
               END-START
               PERFORM 0510-LISTAR-UM UNTIL FIM-HLD
               PERFORM 0610-FECHAR-BLOQUEIOS
           END-IF.
           DISPLAY "CLIENTES BLOQUEADOS: " WRK-CNT-LISTADOS.

       0510-LISTAR-UM.
           READ CREDIT-HOLD-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-HLD
               NOT AT END
                   IF HLD-BLOQUEADO
                       DISPLAY HLD-CLIENTE " BLOQUEADO EM "
                           HLD-DATA-BLOQUEIO " TITULO " HLD-TITULO
                           " SALDO " HLD-SALDO
                       ADD 1 TO WRK-CNT-LISTADOS
                   END-IF
           END-READ.

       0600-ABRIR-BLOQUEIOS.
           OPEN I-O CREDIT-HOLD-FILE.
           IF WRK-FS-HLD = "35"
               OPEN OUTPUT CREDIT-HOLD-FILE
               CLOSE CREDIT-HOLD-FILE
               OPEN I-O CREDIT-HOLD-FILE
           END-IF.
           IF WRK-FS-HLD = "00"
               MOVE "S" TO WRK-BLOQUEIOS-ABERTO
           ELSE
               DISPLAY "ERRO AO ABRIR CREDHOLD: " WRK-FS-HLD
           END-IF.

       0610-FECHAR-BLOQUEIOS.
           IF BLOQUEIOS-ABERTO
               CLOSE CREDIT-HOLD-FILE
               MOVE "N" TO WRK-BLOQUEIOS-ABERTO
           END-IF.

       0700-CALCULAR-SERIAL.
      *********NUMERO SERIAL DE DIAS DA DATA EM WRK-DATA-CONVERTE
      *********(MESMA FORMULA DO PROGCOB50)****************************
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
