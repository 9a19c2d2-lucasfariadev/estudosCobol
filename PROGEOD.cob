      *                   PROGCOB81 (EXTRATO CONTABIL EM PARTIDAS
      *                   DOBRADAS), A RODAR DEPOIS DOS DIARIOS PARA O
      *                   SALESDET E O FRTDET DO DIA JA ESTAREM PRONTOS
      * 15/10/2026 LFL - O CALENDARIO PASSA A ACEITAR O PASSO
      *                   PROGCOB90 (GERACAO DOS PEDIDOS PROGRAMADOS NO
      *                   ORDERSIN), COM LINHA DE CONTADORES NO EODRPT;
      *                   SEM COLUNA NO RUN-CONTROL PORQUE O PROPRIO
      *                   PEDIDO GUARDA A ULTIMA OCORRENCIA GERADA E O
      *                   REPROCESSAMENTO NAO DUPLICA
      * 15/10/2026 LFL - O CALENDARIO PASSA A ACEITAR O PASSO
      *                   PROGCOB102 (ETIQUETAS DE GONDOLA E LISTA DE
      *                   TROCA DOS PRECOS QUE ENTRAM EM VIGOR NA
      *                   DATA), COM LINHA DE CONTADORES NO EODRPT; SEM
      *                   COLUNA NO RUN-CONTROL PORQUE O REPROCESSAMENTO
      *                   SO REGRAVA AS MESMAS ETIQUETAS
      * 15/10/2026 LFL - O CALENDARIO PASSA A ACEITAR O PASSO
      *                   PROGCOB114 (VARREDURA DE INTEGRIDADE
      *                   REFERENCIAL DOS CADASTROS, RELATORIO
      *                   INTEGRPT E RESULTADO DE CADA REGRA NO
      *                   SYSLOG), COM LINHA DE CONTADORES NO EODRPT;
      *                   SEM COLUNA NO RUN-CONTROL PORQUE O PASSO SO
      *                   LE OS CADASTROS
      * 15/10/2026 LFL - O CALENDARIO PASSA A ACEITAR A FREQUENCIA
      *                   T=TRIMESTRAL (PRIMEIRO DIA UTIL DE JANEIRO,
      *                   ABRIL, JULHO E OUTUBRO, DEPOIS DOS DIARIOS) E
      *                   OS PASSOS PROGCOB119 (BLOQUEIO DE CONTA SEM
      *                   LOGIN, DIARIO) E PROGCOB120 (CAMPANHA DE
      *                   RECERTIFICACAO DE ACESSOS, TRIMESTRAL), COM
      *                   LINHA DE CONTADORES NO EODRPT; SEM COLUNA NO
      *                   RUN-CONTROL PORQUE O PROGCOB119 SO BLOQUEIA
      *                   QUEM AINDA NAO ESTA BLOQUEADO E O PROGCOB120
      *                   NAO REGRAVA A CAMPANHA JA GERADA NO DIA
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 WRK-38-GRAVADOS          PIC 9(05) VALUE ZEROS.
           02 WRK-38-REJEITADOS        PIC 9(05) VALUE ZEROS.
           02 WRK-38-ABEND             PIC X(01) VALUE "N".
       01 WRK-STATS-90.
           02 WRK-90-LIDOS             PIC 9(05) VALUE ZEROS.
           02 WRK-90-GRAVADOS          PIC 9(05) VALUE ZEROS.
           02 WRK-90-REJEITADOS        PIC 9(05) VALUE ZEROS.
           02 WRK-90-ABEND             PIC X(01) VALUE "N".
       01 WRK-STATS-102.
           02 WRK-102-LIDOS            PIC 9(05) VALUE ZEROS.
           02 WRK-102-GRAVADOS         PIC 9(05) VALUE ZEROS.
           02 WRK-102-REJEITADOS       PIC 9(05) VALUE ZEROS.
           02 WRK-102-ABEND            PIC X(01) VALUE "N".
       01 WRK-STATS-114.
           02 WRK-114-LIDOS            PIC 9(05) VALUE ZEROS.
           02 WRK-114-GRAVADOS         PIC 9(05) VALUE ZEROS.
           02 WRK-114-REJEITADOS       PIC 9(05) VALUE ZEROS.
           02 WRK-114-ABEND            PIC X(01) VALUE "N".
       01 WRK-STATS-119.
           02 WRK-119-LIDOS            PIC 9(05) VALUE ZEROS.
           02 WRK-119-GRAVADOS         PIC 9(05) VALUE ZEROS.
           02 WRK-119-REJEITADOS       PIC 9(05) VALUE ZEROS.
           02 WRK-119-ABEND            PIC X(01) VALUE "N".
       01 WRK-STATS-120.
           02 WRK-120-LIDOS            PIC 9(05) VALUE ZEROS.
           02 WRK-120-GRAVADOS         PIC 9(05) VALUE ZEROS.
           02 WRK-120-REJEITADOS       PIC 9(05) VALUE ZEROS.
           02 WRK-120-ABEND            PIC X(01) VALUE "N".
       77 WRK-TOT-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-GRAVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-REJEITADOS PIC 9(06) VALUE ZEROS.
       01 WRK-DATASYS-X.
           02 WRK-DATASYS-ANO         PIC 9(04) VALUE ZEROS.
           02 WRK-DATASYS-MES         PIC 9(02) VALUE ZEROS.
               88 INICIO-TRIMESTRE    VALUE 01 04 07 10.
           02 WRK-DATASYS-DIA         PIC 9(02) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
       0080-EXECUTAR-CALENDARIO.
      *********EXECUTA UM PASSO DO CALENDARIO: DIARIO TODA NOITE,
      *********MENSAL SO NO PRIMEIRO DIA UTIL DO MES E SO DEPOIS DOS
      *********DIARIOS DO DIA CONCLUIDOS; TRIMESTRAL COMO O MENSAL,
      *********MAS SO NO MES QUE ABRE O TRIMESTRE**********************
           EVALUATE WRK-CAL-FREQ(WRK-CAL-IDX)
               WHEN "M"
                   PERFORM 0085-CONFERIR-DIARIAS
                   EVALUATE TRUE
                       WHEN NOT PRIMEIRO-DIA-UTIL
                           DISPLAY "EOD: PASSO MENSAL "
                               WRK-CAL-PASSO(WRK-CAL-IDX)
                               " SO NO PRIMEIRO DIA UTIL - PULADO"
                       WHEN NOT DIARIAS-OK
                           DISPLAY "EOD: PASSO MENSAL "
                               WRK-CAL-PASSO(WRK-CAL-IDX)
                               " AGUARDA OS DIARIOS CONCLUIDOS - PULADO"
                       WHEN OTHER
                           PERFORM 0090-DESPACHAR-PASSO
                   END-EVALUATE
               WHEN "T"
                   PERFORM 0085-CONFERIR-DIARIAS
                   EVALUATE TRUE
                       WHEN NOT INICIO-TRIMESTRE
                           OR NOT PRIMEIRO-DIA-UTIL
                           DISPLAY "EOD: PASSO TRIMESTRAL "
                               WRK-CAL-PASSO(WRK-CAL-IDX)
                               " SO NO 1O DIA UTIL DO TRIMESTRE -"
                               " PULADO"
                       WHEN NOT DIARIAS-OK
                           DISPLAY "EOD: PASSO TRIMESTRAL "
                               WRK-CAL-PASSO(WRK-CAL-IDX)
                               " AGUARDA OS DIARIOS CONCLUIDOS - PULADO"
                       WHEN OTHER
                           PERFORM 0090-DESPACHAR-PASSO
                   END-EVALUATE
               WHEN OTHER
                   PERFORM 0090-DESPACHAR-PASSO
           END-EVALUATE.

       0085-CONFERIR-DIARIAS.
           IF RC-PASSO-08 = "C" AND RC-PASSO-09 = "C"
                   PERFORM 0580-EXECUTAR-PROGCOB78
               WHEN "PROGCOB81"
                   PERFORM 0590-EXECUTAR-PROGCOB81
               WHEN "PROGCOB90"
                   PERFORM 0595-EXECUTAR-PROGCOB90
               WHEN "PROGCOB102"
                   PERFORM 0597-EXECUTAR-PROGCOB102
               WHEN "PROGCOB114"
                   PERFORM 0598-EXECUTAR-PROGCOB114
               WHEN "PROGCOB119"
                   PERFORM 0599-EXECUTAR-PROGCOB119
               WHEN "PROGCOB120"
                   PERFORM 0600-EXECUTAR-PROGCOB120
               WHEN OTHER
                   DISPLAY "EOD: PASSO DESCONHECIDO NO JOBCAL: "
                       WRK-CAL-PASSO(WRK-CAL-IDX)
           MOVE "PROGCOB81" TO WRK-HIST-PROGRAMA.
           PERFORM 0560-REGISTRAR-PASSO-MENSAL.

       0595-EXECUTAR-PROGCOB90.
      *********PEDIDOS PROGRAMADOS VENCIDOS ATE O PROXIMO DIA UTIL VAO
      *********PARA O ORDERSIN; RODAR ANTES DA CRITICA E DA COTACAO.
      *********REPROCESSAR E SEGURO: CADA PEDIDO GUARDA A ULTIMA
      *********OCORRENCIA JA GERADA*************************************
           DISPLAY "EOD: INICIANDO PROGCOB90 (PEDIDOS PROGRAMADOS)".
           CALL "PROGCOB90" USING WRK-STATS-90, WRK-OPERADOR.
           CANCEL "PROGCOB90".
           DISPLAY "EOD: PROGCOB90 CONCLUIDO".
           MOVE SPACES TO EOD-REPORT-LINE.
           MOVE "PROGCOB90" TO ER-PROGRAMA.
           MOVE WRK-90-LIDOS TO ER-LIDOS.
           MOVE WRK-90-GRAVADOS TO ER-GRAVADOS.
           MOVE WRK-90-REJEITADOS TO ER-REJEITADOS.
           MOVE WRK-90-ABEND TO WRK-ABEND-AUX.
           PERFORM 0410-MONTAR-ABEND.
           WRITE EOD-REPORT-LINE.
           MOVE "PROGCOB90" TO WRK-HIST-PROGRAMA.
           MOVE WRK-STATS-90 TO WRK-HIST-STATS.
           PERFORM 0420-GRAVAR-HISTORICO.
           ADD WRK-90-LIDOS TO WRK-TOT-LIDOS.
           ADD WRK-90-GRAVADOS TO WRK-TOT-GRAVADOS.
           ADD WRK-90-REJEITADOS TO WRK-TOT-REJEITADOS.
           IF WRK-90-ABEND = "S"
               ADD 1 TO WRK-TOT-ABEND
           END-IF.

       0597-EXECUTAR-PROGCOB102.
      *********ETIQUETAS DE GONDOLA (SHELFLBL) E LISTA DE TROCA DE
      *********PRECOS (PRICECHG) DOS PRECOS QUE VIGORAM NA DATA, PARA A
      *********LOJA TROCAR AS ETIQUETAS ANTES DE ABRIR******************
           DISPLAY "EOD: INICIANDO PROGCOB102 (ETIQUETAS DE PRECO)".
           CALL "PROGCOB102" USING WRK-STATS-102, WRK-OPERADOR.
           CANCEL "PROGCOB102".
           DISPLAY "EOD: PROGCOB102 CONCLUIDO".
           MOVE SPACES TO EOD-REPORT-LINE.
           MOVE "PROGCOB102" TO ER-PROGRAMA.
           MOVE WRK-102-LIDOS TO ER-LIDOS.
           MOVE WRK-102-GRAVADOS TO ER-GRAVADOS.
           MOVE WRK-102-REJEITADOS TO ER-REJEITADOS.
           MOVE WRK-102-ABEND TO WRK-ABEND-AUX.
           PERFORM 0410-MONTAR-ABEND.
           WRITE EOD-REPORT-LINE.
           MOVE "PROGCOB102" TO WRK-HIST-PROGRAMA.
           MOVE WRK-STATS-102 TO WRK-HIST-STATS.
           PERFORM 0420-GRAVAR-HISTORICO.
           ADD WRK-102-LIDOS TO WRK-TOT-LIDOS.
           ADD WRK-102-GRAVADOS TO WRK-TOT-GRAVADOS.
           ADD WRK-102-REJEITADOS TO WRK-TOT-REJEITADOS.
           IF WRK-102-ABEND = "S"
               ADD 1 TO WRK-TOT-ABEND
           END-IF.

       0598-EXECUTAR-PROGCOB114.
      *********INTEGRIDADE REFERENCIAL DOS CADASTROS (INTEGRPT): LIDOS
      *********SAO OS REGISTROS CONFERIDOS, GRAVADOS AS REGRAS
      *********VERIFICADAS E REJEITADOS AS CHAVES ORFAS****************
           DISPLAY "EOD: INICIANDO PROGCOB114 (INTEGRIDADE DOS"
               " CADASTROS)".
           CALL "PROGCOB114" USING WRK-STATS-114, WRK-OPERADOR.
           CANCEL "PROGCOB114".
           DISPLAY "EOD: PROGCOB114 CONCLUIDO".
           MOVE SPACES TO EOD-REPORT-LINE.
           MOVE "PROGCOB114" TO ER-PROGRAMA.
           MOVE WRK-114-LIDOS TO ER-LIDOS.
           MOVE WRK-114-GRAVADOS TO ER-GRAVADOS.
           MOVE WRK-114-REJEITADOS TO ER-REJEITADOS.
           MOVE WRK-114-ABEND TO WRK-ABEND-AUX.
           PERFORM 0410-MONTAR-ABEND.
           WRITE EOD-REPORT-LINE.
           MOVE "PROGCOB114" TO WRK-HIST-PROGRAMA.
           MOVE WRK-STATS-114 TO WRK-HIST-STATS.
           PERFORM 0420-GRAVAR-HISTORICO.
           ADD WRK-114-LIDOS TO WRK-TOT-LIDOS.
           ADD WRK-114-GRAVADOS TO WRK-TOT-GRAVADOS.
           ADD WRK-114-REJEITADOS TO WRK-TOT-REJEITADOS.
           IF WRK-114-ABEND = "S"
               ADD 1 TO WRK-TOT-ABEND
           END-IF.

       0599-EXECUTAR-PROGCOB119.
      *********BLOQUEIO DE CONTA SEM LOGIN (INATVRPT): LIDOS SAO OS
      *********USUARIOS DO USERCRED, GRAVADOS OS BLOQUEADOS E
      *********REJEITADOS OS QUE NAO PUDERAM SER REGRAVADOS************
           DISPLAY "EOD: INICIANDO PROGCOB119 (BLOQUEIO DE CONTA"
               " INATIVA)".
           CALL "PROGCOB119" USING WRK-STATS-119, WRK-OPERADOR.
           CANCEL "PROGCOB119".
           DISPLAY "EOD: PROGCOB119 CONCLUIDO".
           MOVE SPACES TO EOD-REPORT-LINE.
           MOVE "PROGCOB119" TO ER-PROGRAMA.
           MOVE WRK-119-LIDOS TO ER-LIDOS.
           MOVE WRK-119-GRAVADOS TO ER-GRAVADOS.
           MOVE WRK-119-REJEITADOS TO ER-REJEITADOS.
           MOVE WRK-119-ABEND TO WRK-ABEND-AUX.
           PERFORM 0410-MONTAR-ABEND.
           WRITE EOD-REPORT-LINE.
           MOVE "PROGCOB119" TO WRK-HIST-PROGRAMA.
           MOVE WRK-STATS-119 TO WRK-HIST-STATS.
           PERFORM 0420-GRAVAR-HISTORICO.
           ADD WRK-119-LIDOS TO WRK-TOT-LIDOS.
           ADD WRK-119-GRAVADOS TO WRK-TOT-GRAVADOS.
           ADD WRK-119-REJEITADOS TO WRK-TOT-REJEITADOS.
           IF WRK-119-ABEND = "S"
               ADD 1 TO WRK-TOT-ABEND
           END-IF.

       0600-EXECUTAR-PROGCOB120.
      *********CAMPANHA DE RECERTIFICACAO (RECERT E RECRTRPT): LIDOS
      *********SAO OS USUARIOS DO USERCRED, GRAVADOS AS LINHAS DA
      *********CAMPANHA E REJEITADOS OS ERROS DE GRAVACAO**************
           DISPLAY "EOD: INICIANDO PROGCOB120 (RECERTIFICACAO DE"
               " ACESSOS)".
           CALL "PROGCOB120" USING WRK-STATS-120, WRK-OPERADOR.
           CANCEL "PROGCOB120".
           DISPLAY "EOD: PROGCOB120 CONCLUIDO".
           MOVE SPACES TO EOD-REPORT-LINE.
           MOVE "PROGCOB120" TO ER-PROGRAMA.
           MOVE WRK-120-LIDOS TO ER-LIDOS.
           MOVE WRK-120-GRAVADOS TO ER-GRAVADOS.
           MOVE WRK-120-REJEITADOS TO ER-REJEITADOS.
           MOVE WRK-120-ABEND TO WRK-ABEND-AUX.
           PERFORM 0410-MONTAR-ABEND.
           WRITE EOD-REPORT-LINE.
           MOVE "PROGCOB120" TO WRK-HIST-PROGRAMA.
           MOVE WRK-STATS-120 TO WRK-HIST-STATS.
           PERFORM 0420-GRAVAR-HISTORICO.
           ADD WRK-120-LIDOS TO WRK-TOT-LIDOS.
           ADD WRK-120-GRAVADOS TO WRK-TOT-GRAVADOS.
           ADD WRK-120-REJEITADOS TO WRK-TOT-REJEITADOS.
           IF WRK-120-ABEND = "S"
               ADD 1 TO WRK-TOT-ABEND
           END-IF.

       0560-REGISTRAR-PASSO-MENSAL.
      *********OS MENSAIS NAO DEVOLVEM CONTADORES; A LINHA DO EODRPT E
      *********DO EODHIST SAI ZERADA, SO PARA DATAR QUE O PASSO RODOU**
