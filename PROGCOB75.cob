      * DATA 02/09/2026
      * MANUTENCAO:
      * 02/09/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - ORDENS DE ALTERACAO DA OBRA (CHGORDER):
      *                   ACRESCIMO (COM O REORCAMENTO DOS COMODOS NOVOS
      *                   DO PROGCOB11 LIDO DO PROJQUOT), REDUCAO OU
      *                   REPRECIFICACAO, REPARTIDAS PELAS ETAPAS; A
      *                   APROVADA PELO CLIENTE AJUSTA O ORCADO DA OBRA
      *                   E O VALOR DAS ETAPAS NAO FATURADAS. O JOBRPT
      *                   SEPARA ORIGINAL, ALTERACOES E REVISADO
      * 15/10/2026 LFL - O ACEITE PASSA A PEDIR A DATA DE TERMINO
      *                   PROMETIDA AO CLIENTE E NOVA OPCAO DE CADASTRO
      *                   DAS EQUIPES DE OBRA (CREWFILE), USADOS PELA
      *                   PROGRAMACAO DAS EQUIPES DO PROGCOB111
      * 15/10/2026 LFL - A ETAPA NASCE SEM TERMINO PREVISTO
      *                   (JST-FIM-PREVISTO, DADO PELO PROGCOB111)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT JOB-REPORT ASSIGN TO "JOBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT CREW-FILE ASSIGN TO "CREWFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRW-CODIGO
               FILE STATUS IS WRK-FS-CRW.
           SELECT CHANGE-ORDER-FILE ASSIGN TO "CHGORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JCO-CHAVE
               FILE STATUS IS WRK-FS-JCO.
       DATA DIVISION.
       FILE SECTION.
       FD PROJECT-QUOTE-FILE.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 JRL-CLIENTE             PIC X(30).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 JRL-ORIGINAL            PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 JRL-ADITIVOS            PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 JRL-ORCADO              PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 JRL-FATURADO            PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 JRL-STATUS              PIC X(12).
       01 JOB-REPORT-TITULOS REDEFINES JOB-REPORT-LINE.
           02 FILLER                  PIC X(39).
           02 JRT-ORIGINAL            PIC X(14).
           02 FILLER                  PIC X(03).
           02 JRT-ADITIVOS            PIC X(14).
           02 FILLER                  PIC X(02).
           02 JRT-ORCADO              PIC X(14).
           02 FILLER                  PIC X(02).
           02 JRT-FATURADO            PIC X(14).
           02 FILLER                  PIC X(14).
       FD CHANGE-ORDER-FILE.
           COPY CPCHGORD.
       FD CREW-FILE.
           COPY CPCREW.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PROJQ PIC X(02) VALUE ZEROS.
       77 WRK-FS-JOB PIC X(02) VALUE ZEROS.
       77 WRK-FS-JST PIC X(02) VALUE ZEROS.
       77 WRK-FS-BILL PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-FS-JCO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRW PIC X(02) VALUE ZEROS.
       77 WRK-DATA-PROMETIDA PIC 9(08) VALUE ZEROS.
       77 WRK-EQUIPE PIC X(05) VALUE SPACES.
       77 WRK-EQUIPE-NOME PIC X(20) VALUE SPACES.
       77 WRK-EQUIPE-SITUACAO PIC X(01) VALUE SPACE.
       77 WRK-OCUPADA-ATE PIC 9(08) VALUE ZEROS.
       77 WRK-EQUIPE-ACHOU PIC X(01) VALUE "N".
           88 EQUIPE-ACHOU VALUE "S".
       77 WRK-EOF-JCO PIC X(01) VALUE "N".
           88 FIM-JCO VALUE "S".
       77 WRK-ALTERACAO-OK PIC X(01) VALUE "N".
           88 ALTERACAO-OK VALUE "S".
       77 WRK-TIPO-ALT PIC X(01) VALUE SPACE.
       77 WRK-SINAL PIC X(01) VALUE SPACE.
       77 WRK-SINAL-MULT PIC S9(01) VALUE +1.
       77 WRK-DESCRICAO PIC X(40) VALUE SPACES.
       77 WRK-NUMERO-OBRA PIC 9(05) VALUE ZEROS.
       77 WRK-ORCAMENTO-ALT PIC 9(05) VALUE ZEROS.
       77 WRK-SEQUENCIA PIC 9(03) VALUE ZEROS.
       77 WRK-MAIOR-SEQ PIC 9(03) VALUE ZEROS.
       77 WRK-DELTA PIC S9(11)V99 VALUE ZEROS.
       77 WRK-NOVO-VALOR PIC S9(12)V99 VALUE ZEROS.
       77 WRK-VALOR-EDIT PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-CNT-ALTERACOES PIC 9(03) VALUE ZEROS.
       77 WRK-EOF-PROJQ PIC X(01) VALUE "N".
           88 FIM-PROJQ VALUE "S".
       77 WRK-EOF-JOB PIC X(01) VALUE "N".
           IF WRK-FS-JST = "00"
               CLOSE JOB-STAGE-FILE
           END-IF.
           IF WRK-FS-JCO = "00"
               CLOSE CHANGE-ORDER-FILE
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
               DISPLAY "ERRO AO ABRIR JOBSTAGE: " WRK-FS-JST
               MOVE "S" TO WRK-SAIR
           END-IF.
           OPEN I-O CHANGE-ORDER-FILE.
           IF WRK-FS-JCO = "35"
               OPEN OUTPUT CHANGE-ORDER-FILE
               CLOSE CHANGE-ORDER-FILE
               OPEN I-O CHANGE-ORDER-FILE
           END-IF.
           IF WRK-FS-JCO NOT = "00"
               DISPLAY "ERRO AO ABRIR CHGORDER: " WRK-FS-JCO
               MOVE "S" TO WRK-SAIR
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY " 02 - LANCAR AVANCO DE ETAPA".
           DISPLAY " 03 - FATURAR ETAPA CONCLUIDA".
           DISPLAY " 04 - RELATORIO DE OBRAS (ORCADO X FATURADO)".
           DISPLAY " 05 - ABRIR ORDEM DE ALTERACAO".
           DISPLAY " 06 - APROVACAO DO CLIENTE NA ORDEM DE ALTERACAO".
           DISPLAY " 07 - ORDENS DE ALTERACAO DE UMA OBRA".
           DISPLAY " 08 - CADASTRO DE EQUIPES DE OBRA".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
               WHEN 02 PERFORM 0300-LANCAR-AVANCO
               WHEN 03 PERFORM 0400-FATURAR-ETAPA
               WHEN 04 PERFORM 0500-RELATORIO-OBRAS
               WHEN 05 PERFORM 0600-ABRIR-ALTERACAO
               WHEN 06 PERFORM 0700-DECIDIR-ALTERACAO
               WHEN 07 PERFORM 0800-LISTAR-ALTERACOES
               WHEN 08 PERFORM 0900-CADASTRAR-EQUIPE
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           ACCEPT WRK-VALOR-PAREDE.
           DISPLAY "VALOR DA ETAPA RODAPE:".
           ACCEPT WRK-VALOR-RODAPE.
           DISPLAY "TERMINO PROMETIDO AO CLIENTE AAAAMMDD (0 = SEM):".
           ACCEPT WRK-DATA-PROMETIDA.
           IF WRK-DATA-PROMETIDA NOT NUMERIC
               MOVE ZEROS TO WRK-DATA-PROMETIDA
           END-IF.
           IF WRK-DATA-PROMETIDA > ZEROS
               AND WRK-DATA-PROMETIDA < WRK-DATASYS-NUM
               DISPLAY "AVISO: TERMINO PROMETIDO ANTERIOR A HOJE"
           END-IF.
           COMPUTE WRK-SOMA-ETAPAS =
               WRK-VALOR-PISO + WRK-VALOR-PAREDE + WRK-VALOR-RODAPE.
           IF WRK-SOMA-ETAPAS NOT = WRK-TOTAL
           MOVE WRK-CLIENTE TO JOB-CLIENTE.
           MOVE WRK-TOTAL TO JOB-VALOR-ORCADO.
           MOVE ZEROS TO JOB-VALOR-FATURADO.
           MOVE ZEROS TO JOB-VALOR-ADITIVOS.
           MOVE WRK-DATA-PROMETIDA TO JOB-DATA-PROMETIDA.
           MOVE SPACES TO JOB-EQUIPE.
           MOVE WRK-DATASYS-NUM TO JOB-DATA-ACEITE.
           MOVE "A" TO JOB-STATUS.
           WRITE JOB-RECORD
           MOVE ZEROS TO JST-PCT.
           MOVE WRK-TOTAL TO JST-VALOR.
           MOVE "N" TO JST-FATURADA.
           MOVE ZEROS TO JST-FIM-PREVISTO.
           WRITE JST-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ETAPA " WRK-ETAPA
                   MOVE "S" TO WRK-EOF-JOB
           END-START.
           OPEN OUTPUT JOB-REPORT.
           MOVE SPACES TO JOB-REPORT-LINE.
           MOVE "OBRA" TO JRL-CLIENTE.
           MOVE "      ORIGINAL" TO JRT-ORIGINAL.
           MOVE "    ALTERACOES" TO JRT-ADITIVOS.
           MOVE "     REVISADO" TO JRT-ORCADO.
           MOVE "     FATURADO" TO JRT-FATURADO.
           WRITE JOB-REPORT-LINE.
           PERFORM 0510-LINHA-DE-OBRA UNTIL FIM-JOB.
           CLOSE JOB-REPORT.
           MOVE "N" TO WRK-EOF-JOB.
                   MOVE SPACES TO JOB-REPORT-LINE
                   MOVE JOB-NUMERO TO JRL-NUMERO
                   MOVE JOB-CLIENTE TO JRL-CLIENTE
                   IF JOB-VALOR-ADITIVOS NOT NUMERIC
                       MOVE ZEROS TO JOB-VALOR-ADITIVOS
                   END-IF
                   COMPUTE WRK-NOVO-VALOR =
                       JOB-VALOR-ORCADO - JOB-VALOR-ADITIVOS
                   MOVE WRK-NOVO-VALOR TO JRL-ORIGINAL
                   MOVE JOB-VALOR-ADITIVOS TO JRL-ADITIVOS
                   MOVE JOB-VALOR-ORCADO TO JRL-ORCADO
                   MOVE JOB-VALOR-FATURADO TO JRL-FATURADO
                   IF JOB-CONCLUIDA
                   WRITE JOB-REPORT-LINE
                   ADD 1 TO WRK-CNT-OBRAS
           END-READ.

       0600-ABRIR-ALTERACAO.
      *********ORDEM DE ALTERACAO SO PARA OBRA EM ANDAMENTO; ENTRA
      *********PENDENTE DA APROVACAO DO CLIENTE************************
           DISPLAY "NUMERO DA OBRA:".
           ACCEPT WRK-NUMERO.
           PERFORM 0605-LER-OBRA.
           IF NOT OBRA-ACHOU
               DISPLAY "OBRA NAO ENCONTRADA"
           ELSE
               IF JOB-CONCLUIDA
                   DISPLAY "OBRA CONCLUIDA - NAO ACEITA ALTERACAO"
               ELSE
                   PERFORM 0610-COLETAR-ALTERACAO
               END-IF
           END-IF.

       0605-LER-OBRA.
           MOVE "N" TO WRK-OBRA-ACHOU.
           MOVE WRK-NUMERO TO JOB-NUMERO.
           READ JOB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-OBRA-ACHOU
           END-READ.

       0610-COLETAR-ALTERACAO.
           DISPLAY "CLIENTE " JOB-CLIENTE.
           DISPLAY "TIPO (A=ACRESCIMO R=REDUCAO P=REPRECIFICACAO):".
           ACCEPT WRK-TIPO-ALT.
           MOVE WRK-TIPO-ALT TO JCO-TIPO.
           IF NOT JCO-TIPO-VALIDO
               DISPLAY "TIPO INVALIDO - NADA ABERTO"
           ELSE
               DISPLAY "DESCRICAO:"
               ACCEPT WRK-DESCRICAO
               PERFORM 0620-VALORES-ALTERACAO
           END-IF.

       0620-VALORES-ALTERACAO.
      *********NO ACRESCIMO O VALOR VEM DO REORCAMENTO DOS COMODOS NOVOS
      *********PELO PROGCOB11 (PROJETO NO PROJQUOT); O VALOR E SEMPRE
      *********REPARTIDO PELAS TRES ETAPAS, COMO NO ACEITE*************
           MOVE ZEROS TO WRK-ORCAMENTO-ALT WRK-TOTAL.
           MOVE +1 TO WRK-SINAL-MULT.
           IF WRK-TIPO-ALT = "A"
               DISPLAY "PROJETO DO REORCAMENTO NO PROJQUOT (0 = SEM):"
               ACCEPT WRK-ORCAMENTO-ALT
               IF WRK-ORCAMENTO-ALT > 0
                   MOVE WRK-NUMERO TO WRK-NUMERO-OBRA
                   MOVE WRK-ORCAMENTO-ALT TO WRK-NUMERO
                   PERFORM 0210-BUSCAR-ORCAMENTO
                   MOVE WRK-NUMERO-OBRA TO WRK-NUMERO
                   IF ORCAMENTO-ACHOU
                       DISPLAY "REORCAMENTO DO PROJETO "
                           WRK-ORCAMENTO-ALT " - TOTAL " WRK-TOTAL
                   ELSE
                       DISPLAY "PROJETO SEM ORCAMENTO NO PROJQUOT - "
                           "VALORES INFORMADOS A MAO"
                       MOVE ZEROS TO WRK-ORCAMENTO-ALT WRK-TOTAL
                   END-IF
               END-IF
           END-IF.
           IF WRK-TIPO-ALT = "R"
               MOVE -1 TO WRK-SINAL-MULT
           END-IF.
           IF WRK-TIPO-ALT = "P"
               DISPLAY "AUMENTO (A) OU DESCONTO (D):"
               ACCEPT WRK-SINAL
               IF WRK-SINAL = "D" OR WRK-SINAL = "d"
                   MOVE -1 TO WRK-SINAL-MULT
               END-IF
           END-IF.
           DISPLAY "VALOR NA ETAPA PISO:".
           ACCEPT WRK-VALOR-PISO.
           DISPLAY "VALOR NA ETAPA PAREDE:".
           ACCEPT WRK-VALOR-PAREDE.
           DISPLAY "VALOR NA ETAPA RODAPE:".
           ACCEPT WRK-VALOR-RODAPE.
           COMPUTE WRK-SOMA-ETAPAS =
               WRK-VALOR-PISO + WRK-VALOR-PAREDE + WRK-VALOR-RODAPE.
           MOVE "S" TO WRK-CONFIRMA.
           IF WRK-SOMA-ETAPAS = ZEROS
               DISPLAY "ALTERACAO SEM VALOR - NADA ABERTO"
               MOVE "N" TO WRK-CONFIRMA
           ELSE
               IF WRK-ORCAMENTO-ALT > 0
                   AND WRK-SOMA-ETAPAS NOT = WRK-TOTAL
                   DISPLAY "AVISO: SOMA DAS ETAPAS (" WRK-SOMA-ETAPAS
                       ") DIFERE DO REORCAMENTO (" WRK-TOTAL ")"
                   DISPLAY "CONFIRMA MESMO ASSIM? (S/N)"
                   ACCEPT WRK-CONFIRMA
               END-IF
           END-IF.
           IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
               PERFORM 0630-GRAVAR-ALTERACAO
           END-IF.

       0630-GRAVAR-ALTERACAO.
           PERFORM 0640-PROXIMA-SEQUENCIA.
           MOVE SPACES TO JCO-RECORD.
           MOVE WRK-NUMERO TO JCO-NUMERO.
           MOVE WRK-SEQUENCIA TO JCO-SEQUENCIA.
           MOVE WRK-TIPO-ALT TO JCO-TIPO.
           MOVE WRK-DESCRICAO TO JCO-DESCRICAO.
           MOVE WRK-ORCAMENTO-ALT TO JCO-ORCAMENTO.
           COMPUTE JCO-VALOR-PISO = WRK-VALOR-PISO * WRK-SINAL-MULT.
           COMPUTE JCO-VALOR-PAREDE =
               WRK-VALOR-PAREDE * WRK-SINAL-MULT.
           COMPUTE JCO-VALOR-RODAPE =
               WRK-VALOR-RODAPE * WRK-SINAL-MULT.
           COMPUTE JCO-VALOR = WRK-SOMA-ETAPAS * WRK-SINAL-MULT.
           MOVE "P" TO JCO-STATUS.
           MOVE WRK-DATASYS-NUM TO JCO-DATA-ABERTURA.
           MOVE ZEROS TO JCO-DATA-DECISAO.
           WRITE JCO-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ORDEM DE ALTERACAO"
               NOT INVALID KEY
                   MOVE JCO-VALOR TO WRK-VALOR-EDIT
                   DISPLAY "ORDEM DE ALTERACAO " WRK-NUMERO "/"
                       WRK-SEQUENCIA " ABERTA - VALOR " WRK-VALOR-EDIT
                       " - AGUARDA APROVACAO DO CLIENTE"
           END-WRITE.

       0640-PROXIMA-SEQUENCIA.
      *********MAIOR SEQUENCIA DA OBRA + 1*****************************
           MOVE ZEROS TO WRK-MAIOR-SEQ.
           MOVE "N" TO WRK-EOF-JCO.
           MOVE WRK-NUMERO TO JCO-NUMERO.
           MOVE ZEROS TO JCO-SEQUENCIA.
           START CHANGE-ORDER-FILE KEY IS NOT LESS THAN JCO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-JCO
           END-START.
           PERFORM 0645-ACHAR-MAIOR UNTIL FIM-JCO.
           COMPUTE WRK-SEQUENCIA = WRK-MAIOR-SEQ + 1.

       0645-ACHAR-MAIOR.
           READ CHANGE-ORDER-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-JCO
               NOT AT END
                   IF JCO-NUMERO NOT = WRK-NUMERO
                       MOVE "S" TO WRK-EOF-JCO
                   ELSE
                       MOVE JCO-SEQUENCIA TO WRK-MAIOR-SEQ
                   END-IF
           END-READ.

       0700-DECIDIR-ALTERACAO.
      *********REGISTRA A RESPOSTA DO CLIENTE; A APROVADA SO E APLICADA
      *********SE NENHUMA ETAPA AFETADA JA FOI FATURADA****************
           DISPLAY "NUMERO DA OBRA:".
           ACCEPT WRK-NUMERO.
           DISPLAY "SEQUENCIA DA ORDEM DE ALTERACAO:".
           ACCEPT WRK-SEQUENCIA.
           MOVE WRK-NUMERO TO JCO-NUMERO.
           MOVE WRK-SEQUENCIA TO JCO-SEQUENCIA.
           READ CHANGE-ORDER-FILE
               INVALID KEY
                   DISPLAY "ORDEM DE ALTERACAO NAO ENCONTRADA"
               NOT INVALID KEY
                   IF NOT JCO-PENDENTE
                       DISPLAY "ORDEM DE ALTERACAO JA DECIDIDA: "
                           JCO-STATUS
                   ELSE
                       PERFORM 0710-RESPOSTA-CLIENTE
                   END-IF
           END-READ.

       0710-RESPOSTA-CLIENTE.
           MOVE JCO-VALOR TO WRK-VALOR-EDIT.
           DISPLAY JCO-TIPO " " JCO-DESCRICAO " VALOR " WRK-VALOR-EDIT.
           DISPLAY "CLIENTE APROVOU? (S=APROVADA N=RECUSADA):".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
               PERFORM 0720-APLICAR-ALTERACAO
           ELSE
               IF WRK-CONFIRMA = "N" OR WRK-CONFIRMA = "n"
                   MOVE "N" TO JCO-STATUS
                   MOVE WRK-DATASYS-NUM TO JCO-DATA-DECISAO
                   REWRITE JCO-RECORD
                   DISPLAY "ORDEM DE ALTERACAO RECUSADA PELO CLIENTE"
               ELSE
                   DISPLAY "RESPOSTA INVALIDA - NADA REGISTRADO"
               END-IF
           END-IF.

       0720-APLICAR-ALTERACAO.
           MOVE "S" TO WRK-ALTERACAO-OK.
           PERFORM 0605-LER-OBRA.
           IF NOT OBRA-ACHOU OR JOB-CONCLUIDA
               DISPLAY "OBRA NAO ENCONTRADA OU CONCLUIDA"
               MOVE "N" TO WRK-ALTERACAO-OK
           ELSE
               IF JOB-VALOR-ADITIVOS NOT NUMERIC
                   MOVE ZEROS TO JOB-VALOR-ADITIVOS
               END-IF
               COMPUTE WRK-NOVO-VALOR = JOB-VALOR-ORCADO + JCO-VALOR
               IF WRK-NOVO-VALOR < JOB-VALOR-FATURADO
                   DISPLAY "ORCADO REVISADO FICARIA ABAIXO DO JA"
                       " FATURADO"
                   MOVE "N" TO WRK-ALTERACAO-OK
               END-IF
           END-IF.
           IF ALTERACAO-OK
               MOVE "PISO" TO WRK-ETAPA
               MOVE JCO-VALOR-PISO TO WRK-DELTA
               PERFORM 0730-CONFERIR-ETAPA
               MOVE "PAREDE" TO WRK-ETAPA
               MOVE JCO-VALOR-PAREDE TO WRK-DELTA
               PERFORM 0730-CONFERIR-ETAPA
               MOVE "RODAPE" TO WRK-ETAPA
               MOVE JCO-VALOR-RODAPE TO WRK-DELTA
               PERFORM 0730-CONFERIR-ETAPA
           END-IF.
           IF NOT ALTERACAO-OK
               DISPLAY "APROVACAO NAO APLICADA - ORDEM SEGUE PENDENTE"
           ELSE
               MOVE "PISO" TO WRK-ETAPA
               MOVE JCO-VALOR-PISO TO WRK-DELTA
               PERFORM 0740-AJUSTAR-ETAPA
               MOVE "PAREDE" TO WRK-ETAPA
               MOVE JCO-VALOR-PAREDE TO WRK-DELTA
               PERFORM 0740-AJUSTAR-ETAPA
               MOVE "RODAPE" TO WRK-ETAPA
               MOVE JCO-VALOR-RODAPE TO WRK-DELTA
               PERFORM 0740-AJUSTAR-ETAPA
               ADD JCO-VALOR TO JOB-VALOR-ORCADO
               ADD JCO-VALOR TO JOB-VALOR-ADITIVOS
               REWRITE JOB-RECORD
               MOVE "C" TO JCO-STATUS
               MOVE WRK-DATASYS-NUM TO JCO-DATA-DECISAO
               REWRITE JCO-RECORD
               MOVE JOB-VALOR-ORCADO TO WRK-VALOR-EDIT
               DISPLAY "ORDEM DE ALTERACAO APROVADA - ORCADO REVISADO "
                   WRK-VALOR-EDIT
           END-IF.

       0730-CONFERIR-ETAPA.
      *********ETAPA COM VALOR A ALTERAR NAO PODE ESTAR FATURADA NEM
      *********FICAR NEGATIVA******************************************
           IF WRK-DELTA NOT = ZEROS
               MOVE WRK-NUMERO TO JST-NUMERO
               MOVE WRK-ETAPA TO JST-ETAPA
               READ JOB-STAGE-FILE
                   INVALID KEY
                       DISPLAY "ETAPA " WRK-ETAPA " NAO ENCONTRADA"
                       MOVE "N" TO WRK-ALTERACAO-OK
                   NOT INVALID KEY
                       COMPUTE WRK-NOVO-VALOR = JST-VALOR + WRK-DELTA
                       IF JST-FATURADA-SIM
                           DISPLAY "ETAPA " WRK-ETAPA " JA FATURADA"
                           MOVE "N" TO WRK-ALTERACAO-OK
                       END-IF
                       IF WRK-NOVO-VALOR < ZEROS
                           DISPLAY "ETAPA " WRK-ETAPA
                               " FICARIA COM VALOR NEGATIVO"
                           MOVE "N" TO WRK-ALTERACAO-OK
                       END-IF
               END-READ
           END-IF.

       0740-AJUSTAR-ETAPA.
           IF WRK-DELTA NOT = ZEROS
               MOVE WRK-NUMERO TO JST-NUMERO
               MOVE WRK-ETAPA TO JST-ETAPA
               READ JOB-STAGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WRK-DELTA TO JST-VALOR
                       REWRITE JST-RECORD
               END-READ
           END-IF.

       0800-LISTAR-ALTERACOES.
           DISPLAY "NUMERO DA OBRA:".
           ACCEPT WRK-NUMERO.
           MOVE ZEROS TO WRK-CNT-ALTERACOES.
           MOVE "N" TO WRK-EOF-JCO.
           MOVE WRK-NUMERO TO JCO-NUMERO.
           MOVE ZEROS TO JCO-SEQUENCIA.
           START CHANGE-ORDER-FILE KEY IS NOT LESS THAN JCO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF-JCO
           END-START.
           PERFORM 0810-LISTAR-UMA UNTIL FIM-JCO.
           DISPLAY "ORDENS DE ALTERACAO DA OBRA: " WRK-CNT-ALTERACOES.

       0810-LISTAR-UMA.
           READ CHANGE-ORDER-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-JCO
               NOT AT END
                   IF JCO-NUMERO NOT = WRK-NUMERO
                       MOVE "S" TO WRK-EOF-JCO
                   ELSE
                       MOVE JCO-VALOR TO WRK-VALOR-EDIT
                       DISPLAY JCO-SEQUENCIA " " JCO-TIPO " "
                           JCO-DESCRICAO " " WRK-VALOR-EDIT " "
                           JCO-STATUS
                       ADD 1 TO WRK-CNT-ALTERACOES
                   END-IF
           END-READ.

       0900-CADASTRAR-EQUIPE.
      *********INCLUI OU ALTERA A EQUIPE; INATIVA SAI DA PROGRAMACAO**
           OPEN I-O CREW-FILE.
           IF WRK-FS-CRW = "35"
               OPEN OUTPUT CREW-FILE
               CLOSE CREW-FILE
               OPEN I-O CREW-FILE
           END-IF.
           IF WRK-FS-CRW NOT = "00"
               DISPLAY "ERRO AO ABRIR CREWFILE: " WRK-FS-CRW
           ELSE
               PERFORM 0910-MANTER-EQUIPE
               CLOSE CREW-FILE
           END-IF.

       0910-MANTER-EQUIPE.
           DISPLAY "CODIGO DA EQUIPE:".
           ACCEPT WRK-EQUIPE.
           MOVE "N" TO WRK-EQUIPE-ACHOU.
           MOVE WRK-EQUIPE TO CRW-CODIGO.
           READ CREW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-EQUIPE-ACHOU
                   DISPLAY "EQUIPE " CRW-CODIGO " " CRW-NOME
                       " SITUACAO " CRW-SITUACAO " OCUPADA ATE "
                       CRW-OCUPADA-ATE
           END-READ.
           IF WRK-EQUIPE = SPACES
               DISPLAY "CODIGO OBRIGATORIO - NADA GRAVADO"
           ELSE
               DISPLAY "NOME DA EQUIPE (VAZIO = MANTEM):"
               ACCEPT WRK-EQUIPE-NOME
               DISPLAY "SITUACAO (A=ATIVA I=INATIVA):"
               ACCEPT WRK-EQUIPE-SITUACAO
               DISPLAY "OCUPADA FORA DAS OBRAS ATE AAAAMMDD"
                   " (0 = LIVRE):"
               ACCEPT WRK-OCUPADA-ATE
               PERFORM 0920-GRAVAR-EQUIPE
           END-IF.

       0920-GRAVAR-EQUIPE.
           IF NOT EQUIPE-ACHOU
               MOVE SPACES TO CRW-RECORD
               MOVE WRK-EQUIPE TO CRW-CODIGO
               MOVE "A" TO CRW-SITUACAO
           END-IF.
           IF WRK-EQUIPE-NOME NOT = SPACES
               MOVE WRK-EQUIPE-NOME TO CRW-NOME
           END-IF.
           IF WRK-EQUIPE-SITUACAO = "A" OR WRK-EQUIPE-SITUACAO = "I"
               MOVE WRK-EQUIPE-SITUACAO TO CRW-SITUACAO
           END-IF.
           IF WRK-OCUPADA-ATE NUMERIC
               MOVE WRK-OCUPADA-ATE TO CRW-OCUPADA-ATE
           ELSE
               MOVE ZEROS TO CRW-OCUPADA-ATE
           END-IF.
           IF EQUIPE-ACHOU
               REWRITE CRW-RECORD
               DISPLAY "EQUIPE " CRW-CODIGO " ALTERADA"
           ELSE
               WRITE CRW-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A EQUIPE"
                   NOT INVALID KEY
                       DISPLAY "EQUIPE " CRW-CODIGO " INCLUIDA"
               END-WRITE
           END-IF.
