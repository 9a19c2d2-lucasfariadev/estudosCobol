       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB122.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: SIMULACAO DO IMPACTO NA RECEITA DE FRETE DAS TAXAS
      *           PENDENTES DA UFRATE (PENDCHG, PROGCOB30). RECOTA
      *           PELO PROGRATE OS PEDIDOS DOS ULTIMOS DIAS-SIMULACAO
      *           DIAS (PARMFILE, PADRAO 30) DO HISTORICO FRTHIST
      *           GRAVADO PELO PROGCOB09, UMA VEZ PELA TAXA VIGENTE E
      *           OUTRA PELA TAXA PROPOSTA, E LISTA NO RELATORIO
      *           SIMRPT O FRETE ATUAL, O SIMULADO E A DIFERENCA POR
      *           UF E DOS DEZ CLIENTES MAIS AFETADOS, COM A
      *           DIFERENCA PROJETADA PARA 30 DIAS. O FRETE ATUAL
      *           TAMBEM E RECOTADO (NAO O COBRADO NA EPOCA), PARA A
      *           DIFERENCA SER SO A DA TAXA.
      *           SEM A AREA CPSIMAR, PERGUNTA A PENDENCIA (ZERO =
      *           TODAS AS TAXAS PENDENTES; DUAS PARA A MESMA UF, VALE
      *           A MAIS NOVA). CHAMADO PELO PROGCOB80 COM A AREA,
      *           SIMULA SO A UF E A TAXA DA AREA, SEM PERGUNTA E SEM
      *           RELATORIO, E DEVOLVE OS TOTAIS NA PROPRIA AREA.
      *           LOTE DO PROGCOB09 RODADO DE NOVO NO MESMO DIA: SO
      *           VALE O ULTIMO (FRH-HORA MAIS ALTA DA DATA)
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
           SELECT FREIGHT-HISTORY ASSIGN TO "FRTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRTHIST.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-NUMERO
               FILE STATUS IS WRK-FS-PEND.
           SELECT SIMULATION-REPORT ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD FREIGHT-HISTORY.
           COPY CPFRTHIS.
       FD PENDING-CHANGE-FILE.
           COPY CPPEND.
       FD SIMULATION-REPORT.
       01 SIMULATION-LINE             PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-FS-FRTHIST PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEND PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 WRK-HISTORICO-OK PIC X(01) VALUE "N".
           88 HISTORICO-OK VALUE "S".
       77 WRK-NA-JANELA PIC X(01) VALUE "N".
           88 NA-JANELA VALUE "S".
       77 WRK-SEM-RESTANTE PIC X(01) VALUE "N".
           88 NENHUM-RESTANTE VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PEND-ESCOLHIDA PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS-SIMULACAO PIC 9(05) VALUE 30.
       77 WRK-DIAS-COBERTOS PIC 9(05) VALUE ZEROS.
       77 WRK-IDADE PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-JANELA PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-RECOTADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-CLI-FORA PIC 9(07) VALUE ZEROS.
       77 WRK-FRETE-ATUAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FRETE-SIMULADO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-PEDIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-ATUAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-SIMULADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-DIFERENCA PIC S9(09)V99 VALUE ZEROS.
       77 WRK-IMPACTO-MENSAL PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DIF-ABSOLUTA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MAIOR-ABSOLUTA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MAIOR-POS PIC 9(04) VALUE ZEROS.
       77 WRK-RANK PIC 9(02) VALUE ZEROS.
       77 WRK-IND PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-ANTERIOR PIC 9(08) VALUE ZEROS.
       77 WRK-SERIAL-LINHA PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-MAIS-ANTIGO PIC 9(07) VALUE ZEROS.
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
           COPY CPPRMAR.
           COPY CPRATE.
      *********IMAGEM DEPOIS DA PENDENCIA DA UFRATE (PROGCOB30)*******
           COPY CPUFRATE.
      *********TAXAS SIMULADAS: UMA LINHA POR UF, COM OS TOTAIS*******
       01 WRK-TABELA-CENARIO.
           02 WRK-CEN-ENTRY OCCURS 1 TO 30 TIMES
                   DEPENDING ON WRK-QTD-CEN
                   INDEXED BY WRK-CEN-IDX.
               03 WRK-CEN-UF          PIC X(02).
               03 WRK-CEN-PENDENCIA   PIC 9(06).
               03 WRK-CEN-MULT        PIC 9(01)V99.
               03 WRK-CEN-TAXA-KG     PIC 9(02)V99.
               03 WRK-CEN-PEDIDOS     PIC 9(07).
               03 WRK-CEN-ATUAL       PIC 9(09)V99.
               03 WRK-CEN-SIMULADO    PIC 9(09)V99.
       77 WRK-QTD-CEN PIC 9(02) VALUE ZEROS.
      *********HORA DO ULTIMO LOTE DE CADA DATA DA JANELA*************
       01 WRK-TABELA-LOTES.
           02 WRK-LOT-ENTRY OCCURS 1 TO 400 TIMES
                   DEPENDING ON WRK-QTD-LOTES
                   INDEXED BY WRK-LOT-IDX.
               03 WRK-LOT-DATA        PIC 9(08).
               03 WRK-LOT-HORA        PIC 9(06).
       77 WRK-QTD-LOTES PIC 9(04) VALUE ZEROS.
      *********TOTAIS POR CLIENTE DOS PEDIDOS RECOTADOS***************
       01 WRK-TABELA-CLIENTES.
           02 WRK-CLI-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-CLI
                   INDEXED BY WRK-CLI-IDX.
               03 WRK-CLI-CODIGO      PIC X(06).
               03 WRK-CLI-PEDIDOS     PIC 9(07).
               03 WRK-CLI-ATUAL       PIC 9(09)V99.
               03 WRK-CLI-SIMULADO    PIC 9(09)V99.
               03 WRK-CLI-LISTADO     PIC X(01).
       77 WRK-QTD-CLI PIC 9(04) VALUE ZEROS.
       01 WRK-CABEC-UF.
           02 FILLER PIC X(32) VALUE "UF  PENDEN  MULT  TX/KG  PEDIDOS".
           02 FILLER PIC X(15) VALUE "    FRETE ATUAL".
           02 FILLER PIC X(15) VALUE "   FRETE SIMUL.".
           02 FILLER PIC X(16) VALUE "       DIFERENCA".
       01 WRK-LINHA-UF.
           02 WLU-UF                  PIC X(02).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLU-PENDENCIA           PIC ZZZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLU-MULT                PIC 9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLU-TAXA-KG             PIC Z9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLU-PEDIDOS             PIC ZZZZZZ9.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLU-ATUAL               PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLU-SIMULADO            PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLU-DIFERENCA           PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-TOTAL.
           02 WLT-ROTULO              PIC X(25).
           02 WLT-PEDIDOS             PIC ZZZZZZ9.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLT-ATUAL               PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLT-SIMULADO            PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLT-DIFERENCA           PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-CABEC-CLIENTE.
           02 FILLER PIC X(15) VALUE "CLIENTE PEDIDOS".
           02 FILLER PIC X(15) VALUE "    FRETE ATUAL".
           02 FILLER PIC X(15) VALUE "   FRETE SIMUL.".
           02 FILLER PIC X(16) VALUE "       DIFERENCA".
       01 WRK-LINHA-CLIENTE.
           02 WLC-CLIENTE             PIC X(07).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLC-PEDIDOS             PIC ZZZZZZ9.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLC-ATUAL               PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLC-SIMULADO            PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLC-DIFERENCA           PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-IMPACTO-ED PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-OPERADOR                  PIC X(20).
           COPY CPSIMAR.
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR,
               OPTIONAL SIMA-AREA.
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
           IF ADDRESS OF SIMA-AREA NOT = NULL
               PERFORM 0050-CENARIO-DA-AREA
           ELSE
               PERFORM 0200-MONTAR-CENARIO
           END-IF.
           IF WRK-QTD-CEN > 0
               PERFORM 0100-APURAR-LOTES
               PERFORM 0120-RECOTAR-HISTORICO
               PERFORM 0400-APURAR-IMPACTO
               IF ADDRESS OF SIMA-AREA NOT = NULL
                   PERFORM 0450-DEVOLVER-AREA
               ELSE
                   PERFORM 0500-EMITIR-RELATORIO
               END-IF
           ELSE
               DISPLAY "NENHUMA TAXA PENDENTE DA UFRATE PARA SIMULAR"
           END-IF.
           GOBACK.

       0050-CENARIO-DA-AREA.
      *********CHAMADA DO PROGCOB80: SO A UF E A TAXA DA AREA**********
           MOVE "N" TO SIMA-RESULTADO.
           MOVE ZEROS TO SIMA-DIAS SIMA-PEDIDOS SIMA-FRETE-ATUAL
               SIMA-FRETE-SIMULADO SIMA-DIFERENCA SIMA-IMPACTO-MENSAL.
           MOVE 1 TO WRK-QTD-CEN.
           MOVE SIMA-UF TO WRK-CEN-UF(1).
           MOVE ZEROS TO WRK-CEN-PENDENCIA(1).
           MOVE SIMA-MULT TO WRK-CEN-MULT(1).
           MOVE SIMA-TAXA-KG TO WRK-CEN-TAXA-KG(1).
           MOVE ZEROS TO WRK-CEN-PEDIDOS(1) WRK-CEN-ATUAL(1)
               WRK-CEN-SIMULADO(1).

       0100-APURAR-LOTES.
      *********PRIMEIRA LEITURA: DATAS DA JANELA, HORA DO ULTIMO LOTE
      *********DE CADA DATA E A DATA MAIS ANTIGA COM HISTORICO*********
           MOVE ZEROS TO WRK-QTD-LOTES WRK-SERIAL-MAIS-ANTIGO
               WRK-DATA-ANTERIOR.
           OPEN INPUT FREIGHT-HISTORY.
           IF WRK-FS-FRTHIST = "00"
               MOVE "S" TO WRK-HISTORICO-OK
               MOVE "N" TO WRK-EOF
               PERFORM 0110-LER-PARA-LOTES UNTIL FIM-ARQUIVO
               CLOSE FREIGHT-HISTORY
           ELSE
               DISPLAY "AVISO: HISTORICO DE FRETE FRTHIST NAO"
                   " ENCONTRADO - NADA A RECOTAR"
           END-IF.

       0110-LER-PARA-LOTES.
           READ FREIGHT-HISTORY
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   ADD 1 TO WRK-CNT-LIDOS
                   PERFORM 0150-CONFERIR-JANELA
                   IF NA-JANELA
                       ADD 1 TO WRK-CNT-JANELA
                       PERFORM 0115-MARCAR-LOTE
                   END-IF
           END-READ.

       0115-MARCAR-LOTE.
           IF WRK-SERIAL-MAIS-ANTIGO = ZEROS
              OR WRK-SERIAL-LINHA < WRK-SERIAL-MAIS-ANTIGO
               MOVE WRK-SERIAL-LINHA TO WRK-SERIAL-MAIS-ANTIGO
           END-IF.
           IF WRK-QTD-LOTES = ZEROS
               PERFORM 0117-NOVA-DATA
           ELSE
               SET WRK-LOT-IDX TO 1
               SEARCH WRK-LOT-ENTRY
                   AT END
                       PERFORM 0117-NOVA-DATA
                   WHEN WRK-LOT-DATA(WRK-LOT-IDX) = FRH-DATA
                       IF FRH-HORA > WRK-LOT-HORA(WRK-LOT-IDX)
                           MOVE FRH-HORA TO WRK-LOT-HORA(WRK-LOT-IDX)
                       END-IF
               END-SEARCH
           END-IF.

       0117-NOVA-DATA.
           IF WRK-QTD-LOTES < 400
               ADD 1 TO WRK-QTD-LOTES
               MOVE FRH-DATA TO WRK-LOT-DATA(WRK-QTD-LOTES)
               MOVE FRH-HORA TO WRK-LOT-HORA(WRK-QTD-LOTES)
           END-IF.

       0120-RECOTAR-HISTORICO.
      *********SEGUNDA LEITURA: RECOTA OS PEDIDOS DO ULTIMO LOTE DE
      *********CADA DATA CUJA UF ESTA NO CENARIO***********************
           IF HISTORICO-OK
               MOVE ZEROS TO WRK-DATA-ANTERIOR
               OPEN INPUT FREIGHT-HISTORY
               MOVE "N" TO WRK-EOF
               PERFORM 0125-LER-PARA-RECOTAR UNTIL FIM-ARQUIVO
               CLOSE FREIGHT-HISTORY
           END-IF.

       0125-LER-PARA-RECOTAR.
           READ FREIGHT-HISTORY
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   PERFORM 0150-CONFERIR-JANELA
                   IF NA-JANELA AND WRK-QTD-LOTES > ZEROS
                       SET WRK-LOT-IDX TO 1
                       SEARCH WRK-LOT-ENTRY
                           AT END
                               CONTINUE
                           WHEN WRK-LOT-DATA(WRK-LOT-IDX) = FRH-DATA
                               IF FRH-HORA = WRK-LOT-HORA(WRK-LOT-IDX)
                                   PERFORM 0130-PROCURAR-UF
                               END-IF
                       END-SEARCH
                   END-IF
           END-READ.

       0130-PROCURAR-UF.
           SET WRK-CEN-IDX TO 1.
           SEARCH WRK-CEN-ENTRY
               AT END
                   CONTINUE
               WHEN WRK-CEN-UF(WRK-CEN-IDX) = FRH-UF
                   PERFORM 0300-RECOTAR-PEDIDO
           END-SEARCH.

       0150-CONFERIR-JANELA.
      *********A LINHA ESTA NA JANELA SE A DATA E DE HOJE OU DOS
      *********DIAS-SIMULACAO - 1 DIAS ANTERIORES. O SERIAL SO E
      *********RECALCULADO QUANDO A DATA MUDA (O ARQUIVO E CRONOLOGICO)
           MOVE "N" TO WRK-NA-JANELA.
           IF FRH-DATA NUMERIC AND FRH-DATA > ZEROS
               IF FRH-DATA NOT = WRK-DATA-ANTERIOR
                   MOVE FRH-DATA TO WRK-DATA-CONVERTE
                   PERFORM 0700-CALCULAR-SERIAL
                   MOVE WRK-SERIAL TO WRK-SERIAL-LINHA
                   MOVE FRH-DATA TO WRK-DATA-ANTERIOR
               END-IF
               IF WRK-SERIAL-LINHA NOT > WRK-SERIAL-HOJE
                   COMPUTE WRK-IDADE =
                       WRK-SERIAL-HOJE - WRK-SERIAL-LINHA
                   IF WRK-IDADE < WRK-DIAS-SIMULACAO
                       MOVE "S" TO WRK-NA-JANELA
                   END-IF
               END-IF
           END-IF.

       0200-MONTAR-CENARIO.
      *********UMA PENDENCIA OU TODAS AS TAXAS PENDENTES DA UFRATE;
      *********EM ORDEM DE NUMERO, A MAIS NOVA DA UF FICA POR ULTIMO***
           MOVE ZEROS TO WRK-QTD-CEN.
           DISPLAY "=============================================".
           DISPLAY "   SIMULACAO DE IMPACTO DE TAXA DE FRETE".
           DISPLAY "=============================================".
           DISPLAY "PENDENCIA DA UFRATE (0 = TODAS AS PENDENTES): ".
           ACCEPT WRK-PEND-ESCOLHIDA.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF WRK-FS-PEND NOT = "00"
               DISPLAY "ERRO AO ABRIR PENDCHG: " WRK-FS-PEND
           ELSE
               IF WRK-PEND-ESCOLHIDA > ZEROS
                   MOVE WRK-PEND-ESCOLHIDA TO PEN-NUMERO
                   READ PENDING-CHANGE-FILE
                       INVALID KEY
                           DISPLAY "PENDENCIA NAO ENCONTRADA"
                       NOT INVALID KEY
                           IF PEN-PENDENTE AND PEN-ALVO = "UFRATE"
                               PERFORM 0220-INCLUIR-CENARIO
                           ELSE
                               DISPLAY "A PENDENCIA NAO E UMA TAXA DE"
                                   " FRETE AGUARDANDO DECISAO"
                           END-IF
                   END-READ
               ELSE
                   MOVE "N" TO WRK-EOF
                   PERFORM 0210-LER-PENDENCIA UNTIL FIM-ARQUIVO
               END-IF
               CLOSE PENDING-CHANGE-FILE
           END-IF.

       0210-LER-PENDENCIA.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF PEN-PENDENTE AND PEN-ALVO = "UFRATE"
                       PERFORM 0220-INCLUIR-CENARIO
                   END-IF
           END-READ.

       0220-INCLUIR-CENARIO.
           MOVE PEN-DEPOIS TO UF-RATE-RECORD.
           IF WRK-QTD-CEN = ZEROS
               PERFORM 0225-NOVA-UF
           ELSE
               SET WRK-CEN-IDX TO 1
               SEARCH WRK-CEN-ENTRY
                   AT END
                       PERFORM 0225-NOVA-UF
                   WHEN WRK-CEN-UF(WRK-CEN-IDX) = UF-CODIGO
                       MOVE PEN-NUMERO
                           TO WRK-CEN-PENDENCIA(WRK-CEN-IDX)
                       MOVE UF-MULTIPLICADOR
                           TO WRK-CEN-MULT(WRK-CEN-IDX)
                       MOVE UF-TAXA-KG TO WRK-CEN-TAXA-KG(WRK-CEN-IDX)
               END-SEARCH
           END-IF.

       0225-NOVA-UF.
           IF WRK-QTD-CEN < 30
               ADD 1 TO WRK-QTD-CEN
               MOVE UF-CODIGO TO WRK-CEN-UF(WRK-QTD-CEN)
               MOVE PEN-NUMERO TO WRK-CEN-PENDENCIA(WRK-QTD-CEN)
               MOVE UF-MULTIPLICADOR TO WRK-CEN-MULT(WRK-QTD-CEN)
               MOVE UF-TAXA-KG TO WRK-CEN-TAXA-KG(WRK-QTD-CEN)
               MOVE ZEROS TO WRK-CEN-PEDIDOS(WRK-QTD-CEN)
                   WRK-CEN-ATUAL(WRK-QTD-CEN)
                   WRK-CEN-SIMULADO(WRK-QTD-CEN)
           END-IF.

       0300-RECOTAR-PEDIDO.
      *********A MESMA COTACAO DO LOTE, PELA TAXA VIGENTE E PELA
      *********PROPOSTA (RATE-SIMULACAO); CAMBIO, CUPOM E CONTRATO DO
      *********CLIENTE VALEM NAS DUAS**********************************
           MOVE FRH-UF TO RATE-UF.
           MOVE FRH-VALOR TO RATE-VALOR.
           MOVE FRH-PESO TO RATE-PESO.
           MOVE FRH-CUPOM TO RATE-CUPOM.
           MOVE FRH-MOEDA TO RATE-MOEDA.
           MOVE FRH-CLIENTE TO RATE-CLIENTE.
           MOVE "N" TO RATE-SIMULACAO.
           CALL "PROGRATE" USING RATE-AREA.
           MOVE ZEROS TO WRK-FRETE-ATUAL.
           IF RATE-UF-ATENDIDA
               MOVE RATE-FRETE-BRL TO WRK-FRETE-ATUAL
           END-IF.
           MOVE "S" TO RATE-SIMULACAO.
           MOVE WRK-CEN-MULT(WRK-CEN-IDX) TO RATE-SIM-MULT.
           MOVE WRK-CEN-TAXA-KG(WRK-CEN-IDX) TO RATE-SIM-TAXA-KG.
           CALL "PROGRATE" USING RATE-AREA.
           MOVE RATE-FRETE-BRL TO WRK-FRETE-SIMULADO.
           ADD 1 TO WRK-CNT-RECOTADOS.
           ADD 1 TO WRK-CEN-PEDIDOS(WRK-CEN-IDX).
           ADD WRK-FRETE-ATUAL TO WRK-CEN-ATUAL(WRK-CEN-IDX).
           ADD WRK-FRETE-SIMULADO TO WRK-CEN-SIMULADO(WRK-CEN-IDX).
           IF ADDRESS OF SIMA-AREA = NULL
               PERFORM 0310-SOMAR-CLIENTE
           END-IF.

       0310-SOMAR-CLIENTE.
           IF WRK-QTD-CLI = ZEROS
               PERFORM 0315-NOVO-CLIENTE
           ELSE
               SET WRK-CLI-IDX TO 1
               SEARCH WRK-CLI-ENTRY
                   AT END
                       PERFORM 0315-NOVO-CLIENTE
                   WHEN WRK-CLI-CODIGO(WRK-CLI-IDX) = FRH-CLIENTE
                       ADD 1 TO WRK-CLI-PEDIDOS(WRK-CLI-IDX)
                       ADD WRK-FRETE-ATUAL TO WRK-CLI-ATUAL(WRK-CLI-IDX)
                       ADD WRK-FRETE-SIMULADO
                           TO WRK-CLI-SIMULADO(WRK-CLI-IDX)
               END-SEARCH
           END-IF.

       0315-NOVO-CLIENTE.
           IF WRK-QTD-CLI < 500
               ADD 1 TO WRK-QTD-CLI
               MOVE FRH-CLIENTE TO WRK-CLI-CODIGO(WRK-QTD-CLI)
               MOVE 1 TO WRK-CLI-PEDIDOS(WRK-QTD-CLI)
               MOVE WRK-FRETE-ATUAL TO WRK-CLI-ATUAL(WRK-QTD-CLI)
               MOVE WRK-FRETE-SIMULADO TO WRK-CLI-SIMULADO(WRK-QTD-CLI)
               MOVE "N" TO WRK-CLI-LISTADO(WRK-QTD-CLI)
           ELSE
               ADD 1 TO WRK-CNT-CLI-FORA
           END-IF.

       0400-APURAR-IMPACTO.
      *********DIAS COBERTOS = DA DATA MAIS ANTIGA DA JANELA ATE HOJE,
      *********NO MAXIMO DIAS-SIMULACAO; A DIFERENCA DESSES DIAS E
      *********PROJETADA PARA 30***************************************
           MOVE ZEROS TO WRK-TOT-PEDIDOS WRK-TOT-ATUAL WRK-TOT-SIMULADO
               WRK-IMPACTO-MENSAL WRK-DIAS-COBERTOS.
           PERFORM 0410-SOMAR-UF
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-CEN.
           COMPUTE WRK-TOT-DIFERENCA =
               WRK-TOT-SIMULADO - WRK-TOT-ATUAL.
           IF WRK-SERIAL-MAIS-ANTIGO > ZEROS
               COMPUTE WRK-DIAS-COBERTOS =
                   WRK-SERIAL-HOJE - WRK-SERIAL-MAIS-ANTIGO + 1
               IF WRK-DIAS-COBERTOS > WRK-DIAS-SIMULACAO
                   MOVE WRK-DIAS-SIMULACAO TO WRK-DIAS-COBERTOS
               END-IF
               COMPUTE WRK-IMPACTO-MENSAL ROUNDED =
                   WRK-TOT-DIFERENCA * 30 / WRK-DIAS-COBERTOS
           END-IF.

       0410-SOMAR-UF.
           ADD WRK-CEN-PEDIDOS(WRK-IND) TO WRK-TOT-PEDIDOS.
           ADD WRK-CEN-ATUAL(WRK-IND) TO WRK-TOT-ATUAL.
           ADD WRK-CEN-SIMULADO(WRK-IND) TO WRK-TOT-SIMULADO.

       0450-DEVOLVER-AREA.
           MOVE WRK-DIAS-COBERTOS TO SIMA-DIAS.
           MOVE WRK-TOT-PEDIDOS TO SIMA-PEDIDOS.
           MOVE WRK-TOT-ATUAL TO SIMA-FRETE-ATUAL.
           MOVE WRK-TOT-SIMULADO TO SIMA-FRETE-SIMULADO.
           MOVE WRK-TOT-DIFERENCA TO SIMA-DIFERENCA.
           MOVE WRK-IMPACTO-MENSAL TO SIMA-IMPACTO-MENSAL.
           IF WRK-TOT-PEDIDOS > ZEROS
               MOVE "S" TO SIMA-RESULTADO
           END-IF.

       0500-EMITIR-RELATORIO.
           OPEN OUTPUT SIMULATION-REPORT.
           MOVE "PROGCOB122" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           MOVE 1 TO RPT-HDR-PAGINA.
           MOVE SPACES TO SIMULATION-LINE.
           MOVE RPT-HEADER-LINE TO SIMULATION-LINE.
           WRITE SIMULATION-LINE.
           MOVE SPACES TO SIMULATION-LINE.
           STRING "SIMULACAO DE TAXA DE FRETE - JANELA DE "
               WRK-DIAS-SIMULACAO " DIAS, " WRK-DIAS-COBERTOS
               " COM HISTORICO"
               DELIMITED BY SIZE INTO SIMULATION-LINE.
           WRITE SIMULATION-LINE.
           MOVE SPACES TO SIMULATION-LINE.
           WRITE SIMULATION-LINE.
           MOVE WRK-CABEC-UF TO SIMULATION-LINE.
           WRITE SIMULATION-LINE.
           PERFORM 0510-LINHA-UF
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-CEN.
           MOVE "TOTAL" TO WLT-ROTULO.
           MOVE WRK-TOT-PEDIDOS TO WLT-PEDIDOS.
           MOVE WRK-TOT-ATUAL TO WLT-ATUAL.
           MOVE WRK-TOT-SIMULADO TO WLT-SIMULADO.
           MOVE WRK-TOT-DIFERENCA TO WLT-DIFERENCA.
           MOVE WRK-LINHA-TOTAL TO SIMULATION-LINE.
           WRITE SIMULATION-LINE.
           MOVE SPACES TO SIMULATION-LINE.
           WRITE SIMULATION-LINE.
           MOVE "MAIORES DIFERENCAS POR CLIENTE" TO SIMULATION-LINE.
           WRITE SIMULATION-LINE.
           MOVE WRK-CABEC-CLIENTE TO SIMULATION-LINE.
           WRITE SIMULATION-LINE.
           MOVE "N" TO WRK-SEM-RESTANTE.
           PERFORM 0520-LISTAR-MAIOR-CLIENTE
               VARYING WRK-RANK FROM 1 BY 1
               UNTIL WRK-RANK > 10 OR NENHUM-RESTANTE.
           IF WRK-CNT-CLI-FORA > ZEROS
               MOVE SPACES TO SIMULATION-LINE
               STRING "PEDIDOS FORA DA TABELA DE CLIENTES: "
                   WRK-CNT-CLI-FORA
                   DELIMITED BY SIZE INTO SIMULATION-LINE
               WRITE SIMULATION-LINE
           END-IF.
           MOVE SPACES TO SIMULATION-LINE.
           WRITE SIMULATION-LINE.
           MOVE SPACES TO SIMULATION-LINE.
           IF WRK-TOT-PEDIDOS > ZEROS
               MOVE WRK-IMPACTO-MENSAL TO WRK-IMPACTO-ED
               STRING "IMPACTO MENSAL ESTIMADO (30 DIAS): "
                   WRK-IMPACTO-ED
                   DELIMITED BY SIZE INTO SIMULATION-LINE
           ELSE
               MOVE "SEM PEDIDOS DAS UFS SIMULADAS NO HISTORICO FRTHIST"
                   TO SIMULATION-LINE
           END-IF.
           WRITE SIMULATION-LINE.
           CLOSE SIMULATION-REPORT.
           DISPLAY "PROGCOB122: LINHAS DO HISTORICO.: " WRK-CNT-LIDOS.
           DISPLAY "PROGCOB122: LINHAS NA JANELA....: " WRK-CNT-JANELA.
           DISPLAY "PROGCOB122: PEDIDOS RECOTADOS...: "
               WRK-CNT-RECOTADOS.
           DISPLAY "PROGCOB122: IMPACTO MENSAL......: " WRK-IMPACTO-ED.
           DISPLAY "RELATORIO GRAVADO EM SIMRPT".

       0510-LINHA-UF.
           MOVE WRK-CEN-UF(WRK-IND) TO WLU-UF.
           MOVE WRK-CEN-PENDENCIA(WRK-IND) TO WLU-PENDENCIA.
           MOVE WRK-CEN-MULT(WRK-IND) TO WLU-MULT.
           MOVE WRK-CEN-TAXA-KG(WRK-IND) TO WLU-TAXA-KG.
           MOVE WRK-CEN-PEDIDOS(WRK-IND) TO WLU-PEDIDOS.
           MOVE WRK-CEN-ATUAL(WRK-IND) TO WLU-ATUAL.
           MOVE WRK-CEN-SIMULADO(WRK-IND) TO WLU-SIMULADO.
           COMPUTE WLU-DIFERENCA =
               WRK-CEN-SIMULADO(WRK-IND) - WRK-CEN-ATUAL(WRK-IND).
           MOVE WRK-LINHA-UF TO SIMULATION-LINE.
           WRITE SIMULATION-LINE.

       0520-LISTAR-MAIOR-CLIENTE.
      *********SELECAO REPETIDA DO MAIOR VALOR ABSOLUTO DA DIFERENCA
      *********AINDA NAO LISTADO; CLIENTE SEM DIFERENCA NAO ENTRA******
           MOVE ZEROS TO WRK-MAIOR-ABSOLUTA WRK-MAIOR-POS.
           PERFORM 0525-COMPARAR-CLIENTE
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-CLI.
           IF WRK-MAIOR-POS = ZEROS
               MOVE "S" TO WRK-SEM-RESTANTE
           ELSE
               MOVE "S" TO WRK-CLI-LISTADO(WRK-MAIOR-POS)
               IF WRK-CLI-CODIGO(WRK-MAIOR-POS) = SPACES
                   MOVE "AVULSO" TO WLC-CLIENTE
               ELSE
                   MOVE WRK-CLI-CODIGO(WRK-MAIOR-POS) TO WLC-CLIENTE
               END-IF
               MOVE WRK-CLI-PEDIDOS(WRK-MAIOR-POS) TO WLC-PEDIDOS
               MOVE WRK-CLI-ATUAL(WRK-MAIOR-POS) TO WLC-ATUAL
               MOVE WRK-CLI-SIMULADO(WRK-MAIOR-POS) TO WLC-SIMULADO
               COMPUTE WLC-DIFERENCA =
                   WRK-CLI-SIMULADO(WRK-MAIOR-POS)
                   - WRK-CLI-ATUAL(WRK-MAIOR-POS)
               MOVE WRK-LINHA-CLIENTE TO SIMULATION-LINE
               WRITE SIMULATION-LINE
           END-IF.

       0525-COMPARAR-CLIENTE.
           IF WRK-CLI-LISTADO(WRK-IND) = "N"
               COMPUTE WRK-DIFERENCA =
                   WRK-CLI-SIMULADO(WRK-IND) - WRK-CLI-ATUAL(WRK-IND)
               IF WRK-DIFERENCA < ZEROS
                   COMPUTE WRK-DIF-ABSOLUTA = ZEROS - WRK-DIFERENCA
               ELSE
                   MOVE WRK-DIFERENCA TO WRK-DIF-ABSOLUTA
               END-IF
               IF WRK-DIF-ABSOLUTA > WRK-MAIOR-ABSOLUTA
                   MOVE WRK-DIF-ABSOLUTA TO WRK-MAIOR-ABSOLUTA
                   MOVE WRK-IND TO WRK-MAIOR-POS
               END-IF
           END-IF.

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

       0970-CARREGAR-PARAMETROS.
      *********O VALUE E O PADRAO; VALENDO NO PARMFILE, VALE O DE LA.
      *********JANELA ZERADA NAO TERIA PEDIDO NENHUM: FICA O PADRAO****
           MOVE "DIAS-SIMULACAO" TO PRMA-NOME.
           MOVE WRK-DIAS-SIMULACAO TO PRMA-VALOR.
           CALL "PROGPARM" USING PRMA-AREA.
           MOVE PRMA-VALOR TO WRK-DIAS-SIMULACAO.
           IF WRK-DIAS-SIMULACAO = ZEROS
               MOVE 30 TO WRK-DIAS-SIMULACAO
           END-IF.
           IF WRK-DIAS-SIMULACAO > 366
               MOVE 366 TO WRK-DIAS-SIMULACAO
           END-IF.
