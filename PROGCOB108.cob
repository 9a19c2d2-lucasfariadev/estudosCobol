       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB108.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: LOTE MENSAL DE PAGAMENTO DE HORAS-AULA: LE AS
      *           SESSOES DE AULA DO MES (CLSSESS, GRAVADAS PELA
      *           CHAMADA DIARIA PROGCOB70), SOMA AS HORAS POR
      *           PROFESSOR, CURSO E SECAO, PRECIFICA PELO VALOR DA
      *           HORA-AULA DO PROFESSOR (TCHRATE, PROGCOB69) E
      *           IMPRIME O DEMONSTRATIVO POR PROFESSOR (PAYSTMT),
      *           GERA A INTERFACE DA FOLHA (PAYIFACE) E A LISTA DE
      *           SUBSTITUICOES (SUBSRPT) - SESSOES EM QUE A CHAMADA
      *           FOI FEITA POR OUTRO QUE NAO O PROFESSOR ATRIBUIDO,
      *           PARA O PAGAMENTO DO SUBSTITUTO SER CONFERIDO A PARTE
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
           SELECT SESSION-LOG ASSIGN TO "CLSSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SESSAO.
           SELECT RATE-FILE ASSIGN TO "TCHRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRT-PROFESSOR
               FILE STATUS IS WRK-FS-VALOR.
           SELECT TEACHER-MASTER ASSIGN TO "TEACHER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS WRK-FS-PROF.
           SELECT PAY-STATEMENT ASSIGN TO "PAYSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT PAYROLL-INTERFACE ASSIGN TO "PAYIFACE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHA.
           SELECT SUBSTITUTE-REPORT ASSIGN TO "SUBSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUBST.
       DATA DIVISION.
       FILE SECTION.
       FD SESSION-LOG.
           COPY CPCLSSES.
       FD RATE-FILE.
           COPY CPTCHRAT.
       FD TEACHER-MASTER.
           COPY CPTEACHR.
       FD PAY-STATEMENT.
       01 STATEMENT-LINE.
           02 PSL-PROFESSOR           PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PSL-CURSO               PIC X(05).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PSL-SECAO               PIC X(02).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PSL-SESSOES             PIC ZZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PSL-HORAS               PIC ZZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PSL-VALOR-HORA          PIC ZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PSL-VALOR               PIC Z.ZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 PSL-TEXTO               PIC X(40).
       FD PAYROLL-INTERFACE.
           COPY CPPAYIF.
       FD SUBSTITUTE-REPORT.
       01 SUBSTITUTE-LINE.
           02 SBL-DATA                PIC 9(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SBL-CURSO               PIC X(05).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SBL-SECAO               PIC X(02).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SBL-ATRIBUIDO           PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SBL-SUBSTITUTO          PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SBL-HORAS               PIC Z9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SBL-VALOR-HORA          PIC ZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 SBL-VALOR               PIC ZZZ.ZZ9,99.
       WORKING-STORAGE SECTION.
       77 WRK-FS-SESSAO PIC X(02) VALUE ZEROS.
       77 WRK-FS-VALOR PIC X(02) VALUE ZEROS.
       77 WRK-FS-PROF PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-FS-FOLHA PIC X(02) VALUE ZEROS.
       77 WRK-FS-SUBST PIC X(02) VALUE ZEROS.
       77 WRK-EOF-SESSAO PIC X(01) VALUE "N".
           88 FIM-SESSAO VALUE "S".
       77 WRK-VALORES-OK PIC X(01) VALUE "N".
           88 VALORES-OK VALUE "S".
       77 WRK-PROFESSORES-OK PIC X(01) VALUE "N".
           88 PROFESSORES-OK VALUE "S".
       77 WRK-TEM-VALOR PIC X(01) VALUE "N".
           88 TEM-VALOR VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-INFORMADA PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       77 WRK-COMP-SESSAO PIC 9(06) VALUE ZEROS.
       77 WRK-POS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-IDX2 PIC 9(03) VALUE ZEROS.
       77 WRK-PROF-ATUAL PIC X(20) VALUE SPACES.
       77 WRK-NOME-PROF PIC X(30) VALUE SPACES.
       77 WRK-VALOR-HORA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VALOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PROF-SESSOES PIC 9(04) VALUE ZEROS.
       77 WRK-PROF-HORAS PIC 9(04)V99 VALUE ZEROS.
       77 WRK-CNT-LIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-DO-MES PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SUBST PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-FORA-TABELA PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-PROFESSORES PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SEM-VALOR PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-HORAS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOTAL-FOLHA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-SUBST PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-EDIT PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-HORAS-EDIT PIC ZZZ.ZZ9,99.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       01 WRK-DATASYS-NUM-X REDEFINES WRK-DATASYS-NUM.
           02 WRK-DATASYS-ANO    PIC 9(04).
           02 WRK-DATASYS-MES    PIC 9(02).
           02 WRK-DATASYS-DIA    PIC 9(02).
      *********HORAS DO MES POR PROFESSOR, CURSO E SECAO (SO SESSOES
      *********DADAS PELO PROFESSOR ATRIBUIDO)*************************
       01 WRK-TABELA-HORAS.
           02 WRK-HRS-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-QTD-HRS.
               03 WRK-HRS-CHAVE.
                   04 WRK-HRS-PROFESSOR   PIC X(20).
                   04 WRK-HRS-CURSO       PIC X(05).
                   04 WRK-HRS-SECAO       PIC X(02).
               03 WRK-HRS-SESSOES         PIC 9(04).
               03 WRK-HRS-HORAS           PIC 9(04)V99.
       77 WRK-QTD-HRS PIC 9(03) VALUE ZEROS.
       01 WRK-TITULO-COMP.
           02 FILLER                  PIC X(12) VALUE "COMPETENCIA ".
           02 WTC-COMPETENCIA         PIC 9(06).
       01 WRK-TROCA-AUX               PIC X(37).
           COPY CPRPTHDR.
       LINKAGE SECTION.
       01 LK-OPERADOR                 PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           PERFORM 0050-ABRIR-ARQUIVOS.
           IF NOT FIM-SESSAO
               PERFORM 0060-INFORMAR-COMPETENCIA
               PERFORM 0080-GRAVAR-CABECALHOS
               PERFORM 0100-LER-SESSAO
               PERFORM 0200-PROCESSAR UNTIL FIM-SESSAO
               PERFORM 0350-ORDENAR
               PERFORM 0400-DEMONSTRATIVOS
               PERFORM 0900-FINALIZAR
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           OPEN INPUT SESSION-LOG.
           IF WRK-FS-SESSAO NOT = "00"
               DISPLAY "SESSOES DE AULA CLSSESS NAO ENCONTRADAS: "
                   WRK-FS-SESSAO
               MOVE "S" TO WRK-EOF-SESSAO
           END-IF.
           OPEN INPUT RATE-FILE.
           IF WRK-FS-VALOR = "00"
               MOVE "S" TO WRK-VALORES-OK
           ELSE
               DISPLAY "AVISO: VALORES DE HORA-AULA TCHRATE NAO"
                   " ENCONTRADOS - NADA SERA ENVIADO A FOLHA"
           END-IF.
           OPEN INPUT TEACHER-MASTER.
           IF WRK-FS-PROF = "00"
               MOVE "S" TO WRK-PROFESSORES-OK
           END-IF.

       0060-INFORMAR-COMPETENCIA.
      *********COMPETENCIA AAAAMM; EM BRANCO OU INVALIDA ASSUME O MES
      *********ANTERIOR AO DA DATA DE HOJE (O LOTE RODA NO INICIO DO
      *********MES SEGUINTE)*******************************************
           IF WRK-DATASYS-MES = 1
               COMPUTE WRK-COMPETENCIA =
                   ((WRK-DATASYS-ANO - 1) * 100) + 12
           ELSE
               COMPUTE WRK-COMPETENCIA =
                   (WRK-DATASYS-ANO * 100) + WRK-DATASYS-MES - 1
           END-IF.
           DISPLAY "COMPETENCIA AAAAMM (ENTER = " WRK-COMPETENCIA "):".
           ACCEPT WRK-COMP-INFORMADA.
           IF WRK-COMP-INFORMADA NOT = ZEROS
               DIVIDE WRK-COMP-INFORMADA BY 100 GIVING WRK-COMP-ANO
                   REMAINDER WRK-COMP-MES
               IF WRK-COMP-MES >= 1 AND WRK-COMP-MES <= 12
                   AND WRK-COMP-ANO > 1900
                   MOVE WRK-COMP-INFORMADA TO WRK-COMPETENCIA
               ELSE
                   DISPLAY "COMPETENCIA INVALIDA - ASSUMIDA "
                       WRK-COMPETENCIA
               END-IF
           END-IF.
           DISPLAY "PAGAMENTO DE HORAS-AULA DA COMPETENCIA "
               WRK-COMPETENCIA.

       0080-GRAVAR-CABECALHOS.
      *********CABECALHO PADRAO: PROGRAMA, DATA, OPERADOR E PAGINA;
      *********O DEMONSTRATIVO GANHA UMA PAGINA POR PROFESSOR**********
           OPEN OUTPUT PAY-STATEMENT.
           OPEN OUTPUT PAYROLL-INTERFACE.
           OPEN OUTPUT SUBSTITUTE-REPORT.
           MOVE "PROGCOB108" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           MOVE 1 TO RPT-HDR-PAGINA.
           MOVE SPACES TO SUBSTITUTE-LINE.
           MOVE RPT-HEADER-LINE TO SUBSTITUTE-LINE.
           WRITE SUBSTITUTE-LINE.
           MOVE SPACES TO SUBSTITUTE-LINE.
           MOVE WRK-COMPETENCIA TO SBL-DATA.
           MOVE "SUBSTITUICOES" TO SBL-ATRIBUIDO.
           MOVE "DA COMPETENCIA" TO SBL-SUBSTITUTO.
           WRITE SUBSTITUTE-LINE.
           MOVE SPACES TO SUBSTITUTE-LINE.
           MOVE "CURSO" TO SBL-CURSO.
           MOVE "SC" TO SBL-SECAO.
           MOVE "PROF ATRIBUIDO" TO SBL-ATRIBUIDO.
           MOVE "CHAMADA FEITA POR" TO SBL-SUBSTITUTO.
           WRITE SUBSTITUTE-LINE.

       0100-LER-SESSAO.
           READ SESSION-LOG
               AT END
                   MOVE "S" TO WRK-EOF-SESSAO
               NOT AT END
                   ADD 1 TO WRK-CNT-LIDAS
           END-READ.

       0200-PROCESSAR.
      *********SESSAO DA COMPETENCIA: DADA PELO PROFESSOR ATRIBUIDO (OU
      *********SEM ATRIBUICAO NO TEACHASG) VAI PARA O DEMONSTRATIVO;
      *********DADA POR OUTRO VAI PARA A LISTA DE SUBSTITUICOES********
           DIVIDE CLS-DATA BY 100 GIVING WRK-COMP-SESSAO.
           IF WRK-COMP-SESSAO = WRK-COMPETENCIA
               ADD 1 TO WRK-CNT-DO-MES
               IF CLS-PROF-ATRIBUIDO = SPACES
                   OR CLS-PROF-ATRIBUIDO = CLS-PROFESSOR
                   PERFORM 0210-ACUMULAR-HORAS
               ELSE
                   PERFORM 0250-LINHA-SUBSTITUICAO
               END-IF
           END-IF.
           PERFORM 0100-LER-SESSAO.

       0210-ACUMULAR-HORAS.
           MOVE ZEROS TO WRK-POS.
           PERFORM 0220-PROCURAR-LINHA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-HRS OR WRK-POS > 0.
           IF WRK-POS = 0
               IF WRK-QTD-HRS < 500
                   ADD 1 TO WRK-QTD-HRS
                   MOVE WRK-QTD-HRS TO WRK-POS
                   MOVE CLS-PROFESSOR TO WRK-HRS-PROFESSOR(WRK-POS)
                   MOVE CLS-CURSO TO WRK-HRS-CURSO(WRK-POS)
                   MOVE CLS-SECAO TO WRK-HRS-SECAO(WRK-POS)
                   MOVE ZEROS TO WRK-HRS-SESSOES(WRK-POS)
                   MOVE ZEROS TO WRK-HRS-HORAS(WRK-POS)
               ELSE
                   ADD 1 TO WRK-CNT-FORA-TABELA
               END-IF
           END-IF.
           IF WRK-POS > 0
               ADD 1 TO WRK-HRS-SESSOES(WRK-POS)
               ADD CLS-HORAS TO WRK-HRS-HORAS(WRK-POS)
           END-IF.

       0220-PROCURAR-LINHA.
           IF WRK-HRS-PROFESSOR(WRK-IDX) = CLS-PROFESSOR
               AND WRK-HRS-CURSO(WRK-IDX) = CLS-CURSO
               AND WRK-HRS-SECAO(WRK-IDX) = CLS-SECAO
               MOVE WRK-IDX TO WRK-POS
           END-IF.

       0250-LINHA-SUBSTITUICAO.
      *********VALOR DE REFERENCIA PELA HORA-AULA DE QUEM DEU A AULA;
      *********O LANCAMENTO NA FOLHA E FEITO A PARTE, DEPOIS DE
      *********CONFERIDA A SUBSTITUICAO********************************
           MOVE CLS-PROFESSOR TO WRK-PROF-ATUAL.
           PERFORM 0450-BUSCAR-VALOR.
           MOVE SPACES TO SUBSTITUTE-LINE.
           MOVE CLS-DATA TO SBL-DATA.
           MOVE CLS-CURSO TO SBL-CURSO.
           MOVE CLS-SECAO TO SBL-SECAO.
           MOVE CLS-PROF-ATRIBUIDO TO SBL-ATRIBUIDO.
           MOVE CLS-PROFESSOR TO SBL-SUBSTITUTO.
           MOVE CLS-HORAS TO SBL-HORAS.
           IF TEM-VALOR
               COMPUTE WRK-VALOR ROUNDED = CLS-HORAS * WRK-VALOR-HORA
               MOVE WRK-VALOR-HORA TO SBL-VALOR-HORA
               MOVE WRK-VALOR TO SBL-VALOR
               ADD WRK-VALOR TO WRK-TOTAL-SUBST
           END-IF.
           WRITE SUBSTITUTE-LINE.
           ADD 1 TO WRK-CNT-SUBST.

       0350-ORDENAR.
      *********ORDENA POR PROFESSOR, CURSO E SECAO (TROCA SIMPLES)*****
           IF WRK-QTD-HRS > 1
               PERFORM 0360-PASSADA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX >= WRK-QTD-HRS
           END-IF.

       0360-PASSADA.
           COMPUTE WRK-IDX2 = WRK-IDX + 1.
           PERFORM 0370-COMPARAR-TROCAR
               UNTIL WRK-IDX2 > WRK-QTD-HRS.

       0370-COMPARAR-TROCAR.
           IF WRK-HRS-CHAVE(WRK-IDX2) < WRK-HRS-CHAVE(WRK-IDX)
               MOVE WRK-HRS-ENTRY(WRK-IDX) TO WRK-TROCA-AUX
               MOVE WRK-HRS-ENTRY(WRK-IDX2) TO WRK-HRS-ENTRY(WRK-IDX)
               MOVE WRK-TROCA-AUX TO WRK-HRS-ENTRY(WRK-IDX2)
           END-IF.
           ADD 1 TO WRK-IDX2.

       0400-DEMONSTRATIVOS.
      *********UM DEMONSTRATIVO POR PROFESSOR: CURSOS/SECOES, TOTAL DE
      *********HORAS, VALOR DA HORA E VALOR A PAGAR, COM O REGISTRO DA
      *********INTERFACE DA FOLHA NA QUEBRA DO PROFESSOR***************
           MOVE SPACES TO WRK-PROF-ATUAL.
           PERFORM 0410-LINHA-DO-PROFESSOR
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-HRS.
           IF WRK-PROF-ATUAL NOT = SPACES
               PERFORM 0430-FECHAR-PROFESSOR
           END-IF.

       0410-LINHA-DO-PROFESSOR.
           IF WRK-HRS-PROFESSOR(WRK-IDX) NOT = WRK-PROF-ATUAL
               IF WRK-PROF-ATUAL NOT = SPACES
                   PERFORM 0430-FECHAR-PROFESSOR
               END-IF
               MOVE WRK-HRS-PROFESSOR(WRK-IDX) TO WRK-PROF-ATUAL
               PERFORM 0420-ABRIR-PROFESSOR
           END-IF.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE WRK-HRS-CURSO(WRK-IDX) TO PSL-CURSO.
           MOVE WRK-HRS-SECAO(WRK-IDX) TO PSL-SECAO.
           MOVE WRK-HRS-SESSOES(WRK-IDX) TO PSL-SESSOES.
           MOVE WRK-HRS-HORAS(WRK-IDX) TO PSL-HORAS.
           IF TEM-VALOR
               COMPUTE WRK-VALOR ROUNDED =
                   WRK-HRS-HORAS(WRK-IDX) * WRK-VALOR-HORA
               MOVE WRK-VALOR-HORA TO PSL-VALOR-HORA
               MOVE WRK-VALOR TO PSL-VALOR
           END-IF.
           WRITE STATEMENT-LINE.
           ADD WRK-HRS-SESSOES(WRK-IDX) TO WRK-PROF-SESSOES.
           ADD WRK-HRS-HORAS(WRK-IDX) TO WRK-PROF-HORAS.

       0420-ABRIR-PROFESSOR.
           PERFORM 0450-BUSCAR-VALOR.
           MOVE SPACES TO WRK-NOME-PROF.
           IF PROFESSORES-OK
               MOVE WRK-PROF-ATUAL TO PRF-CODIGO
               READ TEACHER-MASTER
                   INVALID KEY
                       MOVE "(FORA DO CADASTRO)" TO WRK-NOME-PROF
                   NOT INVALID KEY
                       MOVE PRF-NOME TO WRK-NOME-PROF
               END-READ
           END-IF.
           MOVE ZEROS TO WRK-PROF-SESSOES WRK-PROF-HORAS.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO RPT-HDR-PAGINA.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE RPT-HEADER-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE "DEMONSTRATIVO DE HORAS-AULA" TO PSL-PROFESSOR.
           MOVE WRK-COMPETENCIA TO WTC-COMPETENCIA.
           MOVE WRK-TITULO-COMP TO PSL-TEXTO.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE WRK-PROF-ATUAL TO PSL-PROFESSOR.
           MOVE WRK-NOME-PROF TO PSL-TEXTO.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE "CURSO" TO PSL-CURSO.
           MOVE "SC" TO PSL-SECAO.
           MOVE "SESSOES / HORAS / VALOR HORA / VALOR" TO PSL-TEXTO.
           WRITE STATEMENT-LINE.

       0430-FECHAR-PROFESSOR.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE "TOTAL DO PROFESSOR" TO PSL-PROFESSOR.
           MOVE WRK-PROF-SESSOES TO PSL-SESSOES.
           MOVE WRK-PROF-HORAS TO PSL-HORAS.
           ADD 1 TO WRK-CNT-PROFESSORES.
           ADD WRK-PROF-HORAS TO WRK-TOTAL-HORAS.
           IF TEM-VALOR
               COMPUTE WRK-VALOR ROUNDED =
                   WRK-PROF-HORAS * WRK-VALOR-HORA
               MOVE WRK-VALOR-HORA TO PSL-VALOR-HORA
               MOVE WRK-VALOR TO PSL-VALOR
               ADD WRK-VALOR TO WRK-TOTAL-FOLHA
               PERFORM 0440-GRAVAR-INTERFACE
           ELSE
               MOVE "SEM VALOR DE HORA-AULA - FORA DA FOLHA"
                   TO PSL-TEXTO
               ADD 1 TO WRK-CNT-SEM-VALOR
           END-IF.
           WRITE STATEMENT-LINE.

       0440-GRAVAR-INTERFACE.
           MOVE WRK-COMPETENCIA TO PIF-COMPETENCIA.
           MOVE WRK-PROF-ATUAL TO PIF-PROFESSOR.
           MOVE WRK-NOME-PROF TO PIF-NOME.
           MOVE WRK-PROF-SESSOES TO PIF-SESSOES.
           MOVE WRK-PROF-HORAS TO PIF-HORAS.
           MOVE WRK-VALOR-HORA TO PIF-VALOR-HORA.
           MOVE WRK-VALOR TO PIF-VALOR.
           WRITE PIF-RECORD.

       0450-BUSCAR-VALOR.
      *********VALOR DA HORA-AULA DO PROFESSOR EM WRK-PROF-ATUAL*******
           MOVE "N" TO WRK-TEM-VALOR.
           MOVE ZEROS TO WRK-VALOR-HORA.
           IF VALORES-OK
               MOVE WRK-PROF-ATUAL TO TRT-PROFESSOR
               READ RATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TRT-VALOR-HORA > ZEROS
                           MOVE "S" TO WRK-TEM-VALOR
                           MOVE TRT-VALOR-HORA TO WRK-VALOR-HORA
                       END-IF
               END-READ
           END-IF.

       0900-FINALIZAR.
           CLOSE SESSION-LOG.
           CLOSE PAY-STATEMENT.
           CLOSE PAYROLL-INTERFACE.
           CLOSE SUBSTITUTE-REPORT.
           IF VALORES-OK
               CLOSE RATE-FILE
           END-IF.
           IF PROFESSORES-OK
               CLOSE TEACHER-MASTER
           END-IF.
           DISPLAY "SESSOES LIDAS: " WRK-CNT-LIDAS
               "  DA COMPETENCIA: " WRK-CNT-DO-MES.
           DISPLAY "PROFESSORES NO DEMONSTRATIVO (PAYSTMT): "
               WRK-CNT-PROFESSORES
               "  SEM VALOR DE HORA-AULA: " WRK-CNT-SEM-VALOR.
           MOVE WRK-TOTAL-HORAS TO WRK-HORAS-EDIT.
           MOVE WRK-TOTAL-FOLHA TO WRK-TOTAL-EDIT.
           DISPLAY "HORAS-AULA: " WRK-HORAS-EDIT
               "  ENVIADO A FOLHA (PAYIFACE): " WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-SUBST TO WRK-TOTAL-EDIT.
           DISPLAY "SUBSTITUICOES (SUBSRPT): " WRK-CNT-SUBST
               "  VALOR DE REFERENCIA: " WRK-TOTAL-EDIT.
           IF WRK-CNT-FORA-TABELA > 0
               DISPLAY "AVISO: " WRK-CNT-FORA-TABELA " SESSOES ALEM"
                   " DO LIMITE DE 500 LINHAS NAO FORAM SOMADAS"
           END-IF.
