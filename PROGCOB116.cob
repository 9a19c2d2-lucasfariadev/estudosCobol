       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB116.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: MANUTENCAO DOS PARAMETROS DE OPERACAO (PARMFILE)
      *           QUE OS PROGRAMAS LEEM NA PARTIDA PELO PROGPARM -
      *           NADA APLICA DIRETO: CADA ALTERACAO (NOVO VALOR E
      *           DATA DE VIGENCIA) VIRA PENDENCIA NO PENDCHG E SO
      *           ENTRA NO PARMFILE COM A APROVACAO DE UM SEGUNDO
      *           MANAGER NO PROGCOB80, COMO O LIMITE DE CREDITO DO
      *           PROGCOB79. SO OS PARAMETROS CONHECIDOS DA TABELA
      *           ABAIXO SAO ACEITOS, DENTRO DO MAXIMO DE CADA UM.
      *           O RELATORIO PARMRPT LISTA O VALOR EM VIGOR DE CADA
      *           PARAMETRO, SE VEM DO ARQUIVO OU DO PADRAO DO
      *           PROGRAMA, E A MUDANCA JA AGENDADA PARA O FUTURO
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - NOVO PARAMETRO DIAS-INATIVO DO BLOQUEIO DE
      *                   CONTA SEM LOGIN (PROGCOB119)
      * 15/10/2026 LFL - NOVO PARAMETRO DIAS-SIMULACAO DA JANELA DO
      *                   SIMULADOR DE TAXA DE FRETE (PROGCOB122)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-NOME
               FILE STATUS IS WRK-FS-PARM.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-NUMERO
               FILE STATUS IS WRK-FS-PEND.
           SELECT PARAMETER-REPORT ASSIGN TO "PARMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETER-FILE.
           COPY CPPARM.
       FD PENDING-CHANGE-FILE.
           COPY CPPEND.
       FD PARAMETER-REPORT.
       01 PARAMETER-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARM PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEND PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF-PEND PIC X(01) VALUE "N".
           88 FIM-PEND VALUE "S".
       77 WRK-PROX-PEND PIC 9(06) VALUE ZEROS.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-SAIR PIC X(01) VALUE "N".
           88 SAIR-DOS-PARAMETROS VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE SPACES.
       77 WRK-NOME PIC X(14) VALUE SPACES.
       77 WRK-IND PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-IND PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VIGENCIA PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-EM-VIGOR PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PARM-ACHOU PIC X(01) VALUE "N".
           88 PARAMETRO-NO-ARQUIVO VALUE "S".
       77 WRK-IMAGEM-ANTES PIC X(60) VALUE SPACES.
       77 WRK-PRM-VALOR PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PRM-VIGENCIA PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZ.ZZ9,99.
       77 WRK-CNT-LINHAS PIC 9(03) VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
           COPY CPRPTHDR.
           COPY CPPRMAR.
      *********PARAMETROS CONHECIDOS: NOME, PADRAO DO PROGRAMA,
      *********MAXIMO ACEITO, DESCRICAO E QUEM USA*********************
       01 WRK-PARAMETROS-CONHECIDOS.
           02 FILLER PIC X(14) VALUE "ALERTA-FALTAS".
           02 FILLER PIC 9(05)V99 VALUE 15.
           02 FILLER PIC 9(05)V99 VALUE 99,99.
           02 FILLER PIC X(24) VALUE "% FALTAS P/ ALERTA".
           02 FILLER PIC X(20) VALUE "PROGCOB70".
           02 FILLER PIC X(14) VALUE "LIMITE-FALTAS".
           02 FILLER PIC 9(05)V99 VALUE 25.
           02 FILLER PIC 9(05)V99 VALUE 99,99.
           02 FILLER PIC X(24) VALUE "% FALTAS P/ REPROVACAO".
           02 FILLER PIC X(20) VALUE "PROGCOB08 PROGCOB12".
           02 FILLER PIC X(14) VALUE "EXPURGO-EMBARQ".
           02 FILLER PIC 9(05)V99 VALUE 90.
           02 FILLER PIC 9(05)V99 VALUE 999.
           02 FILLER PIC X(24) VALUE "DIAS P/ ARQUIVAR EMBARQ".
           02 FILLER PIC X(20) VALUE "PROGCOB48".
           02 FILLER PIC X(14) VALUE "EXPURGO-AUDIT".
           02 FILLER PIC 9(05)V99 VALUE 365.
           02 FILLER PIC 9(05)V99 VALUE 999.
           02 FILLER PIC X(24) VALUE "DIAS P/ ARQUIVAR AUDIT".
           02 FILLER PIC X(20) VALUE "PROGCOB48".
           02 FILLER PIC X(14) VALUE "JANELA-ACERTO".
           02 FILLER PIC 9(05)V99 VALUE 7.
           02 FILLER PIC 9(05)V99 VALUE 999.
           02 FILLER PIC X(24) VALUE "DIAS DA JANELA DO ACERTO".
           02 FILLER PIC X(20) VALUE "PROGCOB29".
           02 FILLER PIC X(14) VALUE "ALERTA-RMA".
           02 FILLER PIC 9(05)V99 VALUE 7.
           02 FILLER PIC 9(05)V99 VALUE 999.
           02 FILLER PIC X(24) VALUE "DIAS P/ ALERTA DE RMA".
           02 FILLER PIC X(20) VALUE "PROGCOB58".
           02 FILLER PIC X(14) VALUE "TOLERANCIA-FRT".
           02 FILLER PIC 9(05)V99 VALUE 1.
           02 FILLER PIC 9(05)V99 VALUE 999,99.
           02 FILLER PIC X(24) VALUE "% TOLERANCIA FATURA FRT".
           02 FILLER PIC X(20) VALUE "PROGCOB31".
           02 FILLER PIC X(14) VALUE "DIAS-INATIVO".
           02 FILLER PIC 9(05)V99 VALUE 90.
           02 FILLER PIC 9(05)V99 VALUE 999.
           02 FILLER PIC X(24) VALUE "DIAS SEM LOGIN P/ BLOQ.".
           02 FILLER PIC X(20) VALUE "PROGCOB119".
           02 FILLER PIC X(14) VALUE "DIAS-SIMULACAO".
           02 FILLER PIC 9(05)V99 VALUE 30.
           02 FILLER PIC 9(05)V99 VALUE 366.
           02 FILLER PIC X(24) VALUE "DIAS DE HISTORICO SIMUL.".
           02 FILLER PIC X(20) VALUE "PROGCOB122".
       01 WRK-PARAMETROS-R REDEFINES WRK-PARAMETROS-CONHECIDOS.
           02 WRK-PARAMETRO OCCURS 9 TIMES.
               03 WRK-PAR-NOME        PIC X(14).
               03 WRK-PAR-PADRAO      PIC 9(05)V99.
               03 WRK-PAR-MAXIMO      PIC 9(05)V99.
               03 WRK-PAR-DESCRICAO   PIC X(24).
               03 WRK-PAR-PROGRAMAS   PIC X(20).
       01 WRK-QTD-PARAMETROS PIC 9(02) VALUE 9.
       01 WRK-LINHA-PARAMETRO.
           02 WLP-NOME                PIC X(14).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLP-EM-VIGOR            PIC ZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLP-ORIGEM              PIC X(07).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLP-VIGENCIA            PIC X(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLP-AGENDADO            PIC X(22).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLP-DESCRICAO           PIC X(24).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLP-PROGRAMAS           PIC X(20).
       LINKAGE SECTION.
       01 LK-OPERADOR                 PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           ELSE
               DISPLAY "OPERADOR:"
               ACCEPT WRK-OPERADOR
           END-IF.
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DOS-PARAMETROS.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY "   PARAMETROS DE OPERACAO (COM APROVACAO)".
           DISPLAY "=============================================".
           DISPLAY " 01 - CONSULTAR PARAMETROS EM VIGOR".
           DISPLAY " 02 - ALTERAR PARAMETRO (PENDENTE)".
           DISPLAY " 03 - RELATORIO DOS PARAMETROS (PARMRPT)".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01 PERFORM 0200-CONSULTAR
               WHEN 02 PERFORM 0300-ALTERAR-PARAMETRO
               WHEN 03 PERFORM 0500-RELATORIO
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0150-LER-PARAMETRO.
      *********VALOR EM VIGOR PELO PROPRIO PROGPARM (O MESMO QUE OS
      *********PROGRAMAS VEEM) E O REGISTRO DO ARQUIVO, SE HOUVER******
           MOVE WRK-PAR-NOME(WRK-IND) TO PRMA-NOME.
           MOVE WRK-PAR-PADRAO(WRK-IND) TO PRMA-VALOR.
           CALL "PROGPARM" USING PRMA-AREA.
           MOVE PRMA-VALOR TO WRK-VALOR-EM-VIGOR.
           MOVE "N" TO WRK-PARM-ACHOU.
           MOVE SPACES TO WRK-IMAGEM-ANTES.
           MOVE ZEROS TO WRK-PRM-VALOR WRK-PRM-VIGENCIA.
           OPEN INPUT PARAMETER-FILE.
           IF WRK-FS-PARM = "00"
               MOVE WRK-PAR-NOME(WRK-IND) TO PRM-NOME
               READ PARAMETER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-PARM-ACHOU
                       MOVE PRM-RECORD TO WRK-IMAGEM-ANTES
                       MOVE PRM-VALOR TO WRK-PRM-VALOR
                       MOVE PRM-VIGENCIA TO WRK-PRM-VIGENCIA
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       0160-ACHAR-NA-TABELA.
           IF WRK-PAR-NOME(WRK-IND) = WRK-NOME
               MOVE WRK-IND TO WRK-ACHOU-IND
           END-IF.

       0200-CONSULTAR.
           PERFORM 0210-CONSULTAR-UM
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-PARAMETROS.

       0210-CONSULTAR-UM.
           PERFORM 0150-LER-PARAMETRO.
           MOVE WRK-VALOR-EM-VIGOR TO WRK-VALOR-ED.
           IF PRMA-DO-ARQUIVO
               DISPLAY WRK-PAR-NOME(WRK-IND) " " WRK-VALOR-ED
                   " (ARQUIVO) " WRK-PAR-DESCRICAO(WRK-IND)
           ELSE
               DISPLAY WRK-PAR-NOME(WRK-IND) " " WRK-VALOR-ED
                   " (PADRAO)  " WRK-PAR-DESCRICAO(WRK-IND)
           END-IF.
           IF PARAMETRO-NO-ARQUIVO
               AND WRK-PRM-VIGENCIA > WRK-DATASYS-NUM
               MOVE WRK-PRM-VALOR TO WRK-VALOR-ED
               DISPLAY "    AGENDADO " WRK-VALOR-ED " A PARTIR DE "
                   WRK-PRM-VIGENCIA
           END-IF.

       0300-ALTERAR-PARAMETRO.
           DISPLAY "NOME DO PARAMETRO:".
           ACCEPT WRK-NOME.
           MOVE ZEROS TO WRK-ACHOU-IND.
           PERFORM 0160-ACHAR-NA-TABELA
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-PARAMETROS.
           IF WRK-ACHOU-IND = ZEROS
               DISPLAY "PARAMETRO DESCONHECIDO: " WRK-NOME
           ELSE
               MOVE WRK-ACHOU-IND TO WRK-IND
               PERFORM 0310-COLHER-ALTERACAO
           END-IF.

       0310-COLHER-ALTERACAO.
           PERFORM 0150-LER-PARAMETRO.
           MOVE WRK-VALOR-EM-VIGOR TO WRK-VALOR-ED.
           DISPLAY WRK-PAR-NOME(WRK-IND) " - "
               WRK-PAR-DESCRICAO(WRK-IND) " - EM VIGOR " WRK-VALOR-ED.
           DISPLAY "NOVO VALOR:".
           ACCEPT WRK-VALOR.
           DISPLAY "VIGENCIA (AAAAMMDD, VAZIO = HOJE):".
           ACCEPT WRK-VIGENCIA.
           IF WRK-VIGENCIA = ZEROS
               MOVE WRK-DATASYS-NUM TO WRK-VIGENCIA
           END-IF.
           EVALUATE TRUE
               WHEN WRK-VALOR = ZEROS
                   DISPLAY "VALOR NAO PODE SER ZERO"
               WHEN WRK-VALOR > WRK-PAR-MAXIMO(WRK-IND)
                   MOVE WRK-PAR-MAXIMO(WRK-IND) TO WRK-VALOR-ED
                   DISPLAY "VALOR ACIMA DO MAXIMO " WRK-VALOR-ED
               WHEN WRK-VIGENCIA < WRK-DATASYS-NUM
                   DISPLAY "VIGENCIA NAO PODE SER RETROATIVA"
               WHEN OTHER
                   PERFORM 0320-MONTAR-IMAGENS
                   PERFORM 0700-GRAVAR-PENDENCIA
           END-EVALUATE.

       0320-MONTAR-IMAGENS.
      *********ATE A VIGENCIA CHEGAR, VALE O QUE ESTA EM VIGOR HOJE,
      *********QUE FICA GUARDADO COMO VALOR ANTERIOR******************
           MOVE SPACES TO PRM-RECORD.
           MOVE WRK-PAR-NOME(WRK-IND) TO PRM-NOME.
           MOVE WRK-VALOR TO PRM-VALOR.
           MOVE WRK-VALOR-EM-VIGOR TO PRM-VALOR-ANTERIOR.
           MOVE WRK-VIGENCIA TO PRM-VIGENCIA.
           MOVE WRK-PAR-DESCRICAO(WRK-IND) TO PRM-DESCRICAO.

       0500-RELATORIO.
           OPEN OUTPUT PARAMETER-REPORT.
           IF WRK-FS-RPT NOT = "00"
               DISPLAY "ERRO AO ABRIR PARMRPT: " WRK-FS-RPT
           ELSE
               MOVE "PROGCOB116" TO RPT-HDR-PROGRAMA
               MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA
               MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR
               MOVE 1 TO RPT-HDR-PAGINA
               MOVE SPACES TO PARAMETER-LINE
               MOVE RPT-HEADER-LINE TO PARAMETER-LINE
               WRITE PARAMETER-LINE
               MOVE "PARAMETROS DE OPERACAO EM VIGOR"
                   TO PARAMETER-LINE
               WRITE PARAMETER-LINE
               MOVE SPACES TO PARAMETER-LINE
               WRITE PARAMETER-LINE
               STRING "PARAMETRO          EM VIGOR  ORIGEM   VIGENCIA"
                   "  AGENDADO                DESCRICAO"
                   "                 PROGRAMAS"
                   DELIMITED BY SIZE INTO PARAMETER-LINE
               WRITE PARAMETER-LINE
               MOVE ZEROS TO WRK-CNT-LINHAS
               PERFORM 0510-LINHA-PARAMETRO
                   VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-PARAMETROS
               CLOSE PARAMETER-REPORT
               DISPLAY "RELATORIO PARMRPT GERADO - " WRK-CNT-LINHAS
                   " PARAMETROS"
           END-IF.

       0510-LINHA-PARAMETRO.
           PERFORM 0150-LER-PARAMETRO.
           MOVE SPACES TO WRK-LINHA-PARAMETRO.
           MOVE WRK-PAR-NOME(WRK-IND) TO WLP-NOME.
           MOVE WRK-VALOR-EM-VIGOR TO WLP-EM-VIGOR.
           MOVE WRK-PAR-DESCRICAO(WRK-IND) TO WLP-DESCRICAO.
           MOVE WRK-PAR-PROGRAMAS(WRK-IND) TO WLP-PROGRAMAS.
           IF PRMA-DO-ARQUIVO
               MOVE "ARQUIVO" TO WLP-ORIGEM
           ELSE
               MOVE "PADRAO" TO WLP-ORIGEM
           END-IF.
           IF PARAMETRO-NO-ARQUIVO
               MOVE WRK-PRM-VIGENCIA TO WLP-VIGENCIA
               IF WRK-PRM-VIGENCIA > WRK-DATASYS-NUM
                   MOVE WRK-PRM-VALOR TO WRK-VALOR-ED
                   STRING WRK-VALOR-ED " EM " WRK-PRM-VIGENCIA
                       DELIMITED BY SIZE INTO WLP-AGENDADO
               END-IF
           END-IF.
           MOVE SPACES TO PARAMETER-LINE.
           MOVE WRK-LINHA-PARAMETRO TO PARAMETER-LINE.
           WRITE PARAMETER-LINE.
           ADD 1 TO WRK-CNT-LINHAS.

       0700-GRAVAR-PENDENCIA.
      *********A MUDANCA VIRA PENDENCIA NO PENDCHG COM A IMAGEM
      *********ANTES/DEPOIS DO PRM-RECORD; A APROVACAO DE UM SEGUNDO
      *********MANAGER (PROGCOB80) E QUEM APLICA NO PARMFILE**********
           PERFORM 0710-ABRIR-PENDENCIAS.
           IF WRK-FS-PEND = "00"
               MOVE WRK-PROX-PEND TO PEN-NUMERO
               MOVE WRK-DATASYS-NUM TO PEN-DATA
               MOVE "PARMFILE" TO PEN-ALVO
               MOVE "PARAMETRO" TO PEN-ACAO
               MOVE PRM-NOME TO PEN-CHAVE
               MOVE WRK-IMAGEM-ANTES TO PEN-ANTES
               MOVE PRM-RECORD TO PEN-DEPOIS
               MOVE WRK-OPERADOR TO PEN-SOLICITANTE
               MOVE "P" TO PEN-STATUS
               MOVE SPACES TO PEN-APROVADOR
               MOVE ZEROS TO PEN-DATA-DECISAO
               WRITE PEN-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PENDENCIA: "
                           WRK-FS-PEND
                   NOT INVALID KEY
                       DISPLAY "ALTERACAO PENDENTE " PEN-NUMERO
                           " GRAVADA - AGUARDA APROVACAO DE UM"
                           " MANAGER NO PROGCOB80"
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
