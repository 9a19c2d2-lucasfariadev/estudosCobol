       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB115.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: RECUPERACAO PARA A FRENTE DOS CADASTROS INDEXADOS
      *           STOCKBAL, AROPEN, GRDMAST E CUSTEXP: COM A COPIA DE
      *           SEGURANCA DA NOITE JA RESTAURADA, REAPLICA NA ORDEM
      *           DO DIARIO UPDJRNL (PROGJRNL) AS IMAGENS POSTERIORES
      *           GRAVADAS DEPOIS DO MOMENTO DA COPIA E ATE O MOMENTO
      *           ESCOLHIDO, DE UM ARQUIVO OU DE TODOS. INCLUSAO E
      *           ALTERACAO GRAVAM A IMAGEM (WRITE SE A CHAVE NAO
      *           EXISTE, REWRITE SE EXISTE), EXCLUSAO APAGA A CHAVE.
      *           IMPRIME O RELATORIO RECOVRPT COM AS LINHAS QUE NAO
      *           PUDERAM SER APLICADAS E O MOTIVO, E AS CONTAGENS
      *           APLICADAS POR ARQUIVO
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
           SELECT UPDATE-JOURNAL ASSIGN TO "UPDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JRNL.
           SELECT STOCK-BALANCE ASSIGN TO "STOCKBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-CHAVE
               FILE STATUS IS WRK-FS-BAL.
           SELECT AR-OPEN-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARO-NUMERO
               FILE STATUS IS WRK-FS-AROPEN.
           SELECT GRADE-MASTER ASSIGN TO "GRDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRD-CHAVE
               FILE STATUS IS WRK-FS-GRDMAST.
           SELECT CUSTOMER-EXPOSURE ASSIGN TO "CUSTEXP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXP-CLIENTE
               FILE STATUS IS WRK-FS-EXP.
           SELECT RECOVERY-REPORT ASSIGN TO "RECOVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD UPDATE-JOURNAL.
           COPY CPUPDJRN.
       FD STOCK-BALANCE.
           COPY CPSTKBAL.
       FD AR-OPEN-FILE.
           COPY CPAROPEN.
       FD GRADE-MASTER.
           COPY CPGRDMAS.
       FD CUSTOMER-EXPOSURE.
           COPY CPCUSEXP.
       FD RECOVERY-REPORT.
       01 RECOVERY-LINE               PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-JRNL PIC X(02) VALUE ZEROS.
       77 WRK-FS-BAL PIC X(02) VALUE ZEROS.
       77 WRK-FS-AROPEN PIC X(02) VALUE ZEROS.
       77 WRK-FS-GRDMAST PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXP PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-EOF PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 WRK-EXISTE PIC X(01) VALUE "N".
           88 EXISTE VALUE "S".
       77 WRK-CONFIRMA PIC X(01) VALUE "N".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-ARQ-FILTRO PIC X(10) VALUE SPACES.
       77 WRK-MOMENTO-COPIA PIC 9(14) VALUE ZEROS.
       77 WRK-MOMENTO-LIMITE PIC 9(14) VALUE ZEROS.
       77 WRK-MOMENTO-LINHA PIC 9(14) VALUE ZEROS.
       77 WRK-ARQ PIC 9(01) VALUE ZEROS.
       77 WRK-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-CNT-LIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-FORA-JANELA PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-OUTRO-ARQUIVO PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-APLICADAS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-REJEITADAS PIC 9(07) VALUE ZEROS.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
           COPY CPRPTHDR.
      *********OS QUATRO CADASTROS COBERTOS PELO DIARIO****************
       01 WRK-NOMES-ARQUIVO.
           02 FILLER                  PIC X(10) VALUE "STOCKBAL".
           02 FILLER                  PIC X(10) VALUE "AROPEN".
           02 FILLER                  PIC X(10) VALUE "GRDMAST".
           02 FILLER                  PIC X(10) VALUE "CUSTEXP".
       01 WRK-NOMES-ARQUIVO-R REDEFINES WRK-NOMES-ARQUIVO.
           02 WRK-NOME-ARQUIVO        PIC X(10) OCCURS 4 TIMES.
       01 WRK-TABELA-ARQUIVOS.
           02 WRK-ARQ-ENTRY OCCURS 4 TIMES.
               03 WRK-ARQ-ABERTO      PIC X(01).
               03 WRK-ARQ-STATUS      PIC X(02).
               03 WRK-ARQ-INCLUIDOS   PIC 9(07).
               03 WRK-ARQ-ALTERADOS   PIC 9(07).
               03 WRK-ARQ-EXCLUIDOS   PIC 9(07).
               03 WRK-ARQ-REJEITADOS  PIC 9(07).
       01 WRK-LINHA-REJEITADA.
           02 WLJ-DATA                PIC 9(08).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLJ-HORA                PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLJ-PROGRAMA            PIC X(10).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLJ-ARQUIVO             PIC X(10).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 WLJ-OPERACAO            PIC X(01).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLJ-CHAVE               PIC X(40).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLJ-MOTIVO              PIC X(40).
       01 WRK-LINHA-ARQUIVO.
           02 WLA-ARQUIVO             PIC X(10).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-INCLUIDOS           PIC Z.ZZZ.ZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-ALTERADOS           PIC Z.ZZZ.ZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-EXCLUIDOS           PIC Z.ZZZ.ZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-REJEITADOS          PIC Z.ZZZ.ZZ9.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 WLA-SITUACAO            PIC X(30).
       01 WRK-LINHA-CONTADOR.
           02 WLN-TEXTO               PIC X(30).
           02 WLN-VALOR               PIC Z.ZZZ.ZZ9.
       LINKAGE SECTION.
       01 LK-OPERADOR                 PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           PERFORM 0050-PEDIR-PARAMETROS.
           IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
               PERFORM 0100-ABRIR-ARQUIVOS
               PERFORM 0200-REAPLICAR-DIARIO
               PERFORM 0600-RESUMO
               PERFORM 0900-FINALIZAR
           ELSE
               DISPLAY "RECUPERACAO CANCELADA - NADA FOI APLICADO"
           END-IF.
           GOBACK.

       0050-PEDIR-PARAMETROS.
      *********A COPIA RESTAURADA JA CONTEM O QUE FOI GRAVADO ATE O
      *********MOMENTO DELA; DAI EM DIANTE, ATE O LIMITE, VEM DO DIARIO
           DISPLAY "RECUPERACAO PARA A FRENTE PELO DIARIO UPDJRNL".
           DISPLAY "RESTAURE ANTES A COPIA DE SEGURANCA DO ARQUIVO".
           DISPLAY "ARQUIVO (STOCKBAL/AROPEN/GRDMAST/CUSTEXP,"
               " BRANCO = TODOS):".
           ACCEPT WRK-ARQ-FILTRO.
           DISPLAY "MOMENTO DA COPIA DE SEGURANCA (AAAAMMDDHHMMSS):".
           ACCEPT WRK-MOMENTO-COPIA.
           DISPLAY "APLICAR ATE O MOMENTO (AAAAMMDDHHMMSS,"
               " ZERO = TUDO):".
           ACCEPT WRK-MOMENTO-LIMITE.
           IF WRK-MOMENTO-LIMITE = ZEROS
               MOVE 99999999999999 TO WRK-MOMENTO-LIMITE
           END-IF.
           IF WRK-MOMENTO-LIMITE NOT > WRK-MOMENTO-COPIA
               DISPLAY "LIMITE NAO E POSTERIOR A COPIA - NADA A"
                   " APLICAR"
               MOVE "N" TO WRK-CONFIRMA
           ELSE
               DISPLAY "CONFIRMA A REAPLICACAO SOBRE OS ARQUIVOS"
                   " RESTAURADOS? (S/N)"
               ACCEPT WRK-CONFIRMA
           END-IF.

       0100-ABRIR-ARQUIVOS.
      *********SO ABRE OS ARQUIVOS ESCOLHIDOS; O QUE NAO ABRE TEM AS
      *********LINHAS REJEITADAS COM O FILE STATUS NO MOTIVO***********
           PERFORM 0110-ZERAR-ARQUIVO
               VARYING WRK-ARQ FROM 1 BY 1 UNTIL WRK-ARQ > 4.
           IF WRK-ARQ-FILTRO = SPACES OR WRK-ARQ-FILTRO = "STOCKBAL"
               OPEN I-O STOCK-BALANCE
               MOVE 1 TO WRK-ARQ
               MOVE WRK-FS-BAL TO WRK-ARQ-STATUS(WRK-ARQ)
           END-IF.
           IF WRK-ARQ-FILTRO = SPACES OR WRK-ARQ-FILTRO = "AROPEN"
               OPEN I-O AR-OPEN-FILE
               MOVE 2 TO WRK-ARQ
               MOVE WRK-FS-AROPEN TO WRK-ARQ-STATUS(WRK-ARQ)
           END-IF.
           IF WRK-ARQ-FILTRO = SPACES OR WRK-ARQ-FILTRO = "GRDMAST"
               OPEN I-O GRADE-MASTER
               MOVE 3 TO WRK-ARQ
               MOVE WRK-FS-GRDMAST TO WRK-ARQ-STATUS(WRK-ARQ)
           END-IF.
           IF WRK-ARQ-FILTRO = SPACES OR WRK-ARQ-FILTRO = "CUSTEXP"
               OPEN I-O CUSTOMER-EXPOSURE
               MOVE 4 TO WRK-ARQ
               MOVE WRK-FS-EXP TO WRK-ARQ-STATUS(WRK-ARQ)
           END-IF.
           PERFORM 0120-MARCAR-ABERTO
               VARYING WRK-ARQ FROM 1 BY 1 UNTIL WRK-ARQ > 4.
           OPEN OUTPUT RECOVERY-REPORT.
           MOVE "PROGCOB115" TO RPT-HDR-PROGRAMA.
           MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA.
           MOVE WRK-OPERADOR TO RPT-HDR-OPERADOR.
           MOVE 1 TO RPT-HDR-PAGINA.
           MOVE SPACES TO RECOVERY-LINE.
           MOVE RPT-HEADER-LINE TO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "RECUPERACAO PELO DIARIO UPDJRNL - ARQUIVO: "
               WRK-ARQ-FILTRO " COPIA DE " WRK-MOMENTO-COPIA
               " ATE " WRK-MOMENTO-LIMITE
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE SPACES TO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE "LINHAS DO DIARIO NAO APLICADAS" TO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "DATA     HORA    PROGRAMA   ARQUIVO    O  CHAVE"
               "                                     MOTIVO"
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.

       0110-ZERAR-ARQUIVO.
           MOVE "N" TO WRK-ARQ-ABERTO(WRK-ARQ).
           MOVE SPACES TO WRK-ARQ-STATUS(WRK-ARQ).
           MOVE ZEROS TO WRK-ARQ-INCLUIDOS(WRK-ARQ)
               WRK-ARQ-ALTERADOS(WRK-ARQ) WRK-ARQ-EXCLUIDOS(WRK-ARQ)
               WRK-ARQ-REJEITADOS(WRK-ARQ).

       0120-MARCAR-ABERTO.
           IF WRK-ARQ-STATUS(WRK-ARQ) = "00"
               MOVE "S" TO WRK-ARQ-ABERTO(WRK-ARQ)
           END-IF.

       0200-REAPLICAR-DIARIO.
           MOVE "N" TO WRK-EOF.
           OPEN INPUT UPDATE-JOURNAL.
           IF WRK-FS-JRNL NOT = "00"
               DISPLAY "DIARIO UPDJRNL NAO ENCONTRADO (" WRK-FS-JRNL
                   ") - NADA A REAPLICAR"
               MOVE "S" TO WRK-EOF
           END-IF.
           PERFORM 0210-LER-DIARIO UNTIL FIM-ARQUIVO.
           IF WRK-FS-JRNL = "00" OR WRK-FS-JRNL = "10"
               CLOSE UPDATE-JOURNAL
           END-IF.

       0210-LER-DIARIO.
           READ UPDATE-JOURNAL
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   ADD 1 TO WRK-CNT-LIDAS
                   PERFORM 0220-SELECIONAR-LINHA
           END-READ.

       0220-SELECIONAR-LINHA.
      *********SO O QUE FOI GRAVADO DEPOIS DA COPIA E ATE O LIMITE, DO
      *********ARQUIVO ESCOLHIDO***************************************
           IF UJR-DATA NOT NUMERIC OR UJR-HORA NOT NUMERIC
               MOVE ZEROS TO WRK-MOMENTO-LINHA
           ELSE
               COMPUTE WRK-MOMENTO-LINHA =
                   UJR-DATA * 1000000 + UJR-HORA
           END-IF.
           IF WRK-MOMENTO-LINHA NOT > WRK-MOMENTO-COPIA
               OR WRK-MOMENTO-LINHA > WRK-MOMENTO-LIMITE
               ADD 1 TO WRK-CNT-FORA-JANELA
           ELSE
               IF WRK-ARQ-FILTRO NOT = SPACES
                   AND UJR-ARQUIVO NOT = WRK-ARQ-FILTRO
                   ADD 1 TO WRK-CNT-OUTRO-ARQUIVO
               ELSE
                   PERFORM 0230-APLICAR-LINHA
               END-IF
           END-IF.

       0230-APLICAR-LINHA.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE UJR-ARQUIVO
               WHEN "STOCKBAL"
                   MOVE 1 TO WRK-ARQ
               WHEN "AROPEN"
                   MOVE 2 TO WRK-ARQ
               WHEN "GRDMAST"
                   MOVE 3 TO WRK-ARQ
               WHEN "CUSTEXP"
                   MOVE 4 TO WRK-ARQ
               WHEN OTHER
                   MOVE ZEROS TO WRK-ARQ
                   MOVE "ARQUIVO FORA DA RECUPERACAO" TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-ARQ > ZEROS
               IF NOT UJR-INCLUSAO AND NOT UJR-ALTERACAO
                   AND NOT UJR-EXCLUSAO
                   MOVE "OPERACAO INVALIDA NO DIARIO" TO WRK-MOTIVO
               END-IF
               IF WRK-ARQ-ABERTO(WRK-ARQ) NOT = "S"
                   STRING "ARQUIVO NAO ABERTO (FS "
                       WRK-ARQ-STATUS(WRK-ARQ) ")"
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES
               EVALUATE WRK-ARQ
                   WHEN 1
                       PERFORM 0300-APLICAR-SALDO
                   WHEN 2
                       PERFORM 0320-APLICAR-TITULO
                   WHEN 3
                       PERFORM 0340-APLICAR-NOTA
                   WHEN 4
                       PERFORM 0360-APLICAR-EXPOSICAO
               END-EVALUATE
           END-IF.
           IF WRK-MOTIVO = SPACES
               PERFORM 0400-CONTAR-APLICADA
           ELSE
               PERFORM 0410-REJEITAR-LINHA
           END-IF.

       0300-APLICAR-SALDO.
           MOVE UJR-IMAGEM TO BAL-RECORD.
           IF UJR-EXCLUSAO
               DELETE STOCK-BALANCE
                   INVALID KEY
                       MOVE "EXCLUSAO DE CHAVE INEXISTENTE"
                           TO WRK-MOTIVO
               END-DELETE
           ELSE
               MOVE "S" TO WRK-EXISTE
               READ STOCK-BALANCE
                   INVALID KEY
                       MOVE "N" TO WRK-EXISTE
               END-READ
               MOVE UJR-IMAGEM TO BAL-RECORD
               IF EXISTE
                   REWRITE BAL-RECORD
               ELSE
                   WRITE BAL-RECORD
               END-IF
               IF WRK-FS-BAL NOT = "00"
                   STRING "ERRO NA GRAVACAO (FS " WRK-FS-BAL ")"
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               END-IF
           END-IF.

       0320-APLICAR-TITULO.
           MOVE UJR-IMAGEM TO ARO-RECORD.
           IF UJR-EXCLUSAO
               DELETE AR-OPEN-FILE
                   INVALID KEY
                       MOVE "EXCLUSAO DE CHAVE INEXISTENTE"
                           TO WRK-MOTIVO
               END-DELETE
           ELSE
               MOVE "S" TO WRK-EXISTE
               READ AR-OPEN-FILE
                   INVALID KEY
                       MOVE "N" TO WRK-EXISTE
               END-READ
               MOVE UJR-IMAGEM TO ARO-RECORD
               IF EXISTE
                   REWRITE ARO-RECORD
               ELSE
                   WRITE ARO-RECORD
               END-IF
               IF WRK-FS-AROPEN NOT = "00"
                   STRING "ERRO NA GRAVACAO (FS " WRK-FS-AROPEN ")"
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               END-IF
           END-IF.

       0340-APLICAR-NOTA.
           MOVE UJR-IMAGEM TO GRD-RECORD.
           IF UJR-EXCLUSAO
               DELETE GRADE-MASTER
                   INVALID KEY
                       MOVE "EXCLUSAO DE CHAVE INEXISTENTE"
                           TO WRK-MOTIVO
               END-DELETE
           ELSE
               MOVE "S" TO WRK-EXISTE
               READ GRADE-MASTER
                   INVALID KEY
                       MOVE "N" TO WRK-EXISTE
               END-READ
               MOVE UJR-IMAGEM TO GRD-RECORD
               IF EXISTE
                   REWRITE GRD-RECORD
               ELSE
                   WRITE GRD-RECORD
               END-IF
               IF WRK-FS-GRDMAST NOT = "00"
                   STRING "ERRO NA GRAVACAO (FS " WRK-FS-GRDMAST ")"
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               END-IF
           END-IF.

       0360-APLICAR-EXPOSICAO.
           MOVE UJR-IMAGEM TO EXP-RECORD.
           IF UJR-EXCLUSAO
               DELETE CUSTOMER-EXPOSURE
                   INVALID KEY
                       MOVE "EXCLUSAO DE CHAVE INEXISTENTE"
                           TO WRK-MOTIVO
               END-DELETE
           ELSE
               MOVE "S" TO WRK-EXISTE
               READ CUSTOMER-EXPOSURE
                   INVALID KEY
                       MOVE "N" TO WRK-EXISTE
               END-READ
               MOVE UJR-IMAGEM TO EXP-RECORD
               IF EXISTE
                   REWRITE EXP-RECORD
               ELSE
                   WRITE EXP-RECORD
               END-IF
               IF WRK-FS-EXP NOT = "00"
                   STRING "ERRO NA GRAVACAO (FS " WRK-FS-EXP ")"
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               END-IF
           END-IF.

       0400-CONTAR-APLICADA.
           ADD 1 TO WRK-CNT-APLICADAS.
           EVALUATE TRUE
               WHEN UJR-INCLUSAO
                   ADD 1 TO WRK-ARQ-INCLUIDOS(WRK-ARQ)
               WHEN UJR-ALTERACAO
                   ADD 1 TO WRK-ARQ-ALTERADOS(WRK-ARQ)
               WHEN OTHER
                   ADD 1 TO WRK-ARQ-EXCLUIDOS(WRK-ARQ)
           END-EVALUATE.

       0410-REJEITAR-LINHA.
           ADD 1 TO WRK-CNT-REJEITADAS.
           IF WRK-ARQ > ZEROS
               ADD 1 TO WRK-ARQ-REJEITADOS(WRK-ARQ)
           END-IF.
           MOVE UJR-DATA TO WLJ-DATA.
           MOVE UJR-HORA TO WLJ-HORA.
           MOVE UJR-PROGRAMA TO WLJ-PROGRAMA.
           MOVE UJR-ARQUIVO TO WLJ-ARQUIVO.
           MOVE UJR-OPERACAO TO WLJ-OPERACAO.
           MOVE UJR-CHAVE TO WLJ-CHAVE.
           MOVE WRK-MOTIVO TO WLJ-MOTIVO.
           MOVE SPACES TO RECOVERY-LINE.
           MOVE WRK-LINHA-REJEITADA TO RECOVERY-LINE.
           WRITE RECOVERY-LINE.

       0600-RESUMO.
           MOVE SPACES TO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE "APLICADAS POR ARQUIVO" TO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE SPACES TO RECOVERY-LINE.
           STRING "ARQUIVO       INCLUIDOS  ALTERADOS  EXCLUIDOS"
               " REJEITADOS  SITUACAO"
               DELIMITED BY SIZE INTO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           PERFORM 0610-LINHA-ARQUIVO
               VARYING WRK-ARQ FROM 1 BY 1 UNTIL WRK-ARQ > 4.
           MOVE SPACES TO RECOVERY-LINE.
           WRITE RECOVERY-LINE.
           MOVE "LINHAS LIDAS DO DIARIO" TO WLN-TEXTO.
           MOVE WRK-CNT-LIDAS TO WLN-VALOR.
           PERFORM 0620-LINHA-CONTADOR.
           MOVE "FORA DA JANELA DE TEMPO" TO WLN-TEXTO.
           MOVE WRK-CNT-FORA-JANELA TO WLN-VALOR.
           PERFORM 0620-LINHA-CONTADOR.
           MOVE "DE OUTRO ARQUIVO" TO WLN-TEXTO.
           MOVE WRK-CNT-OUTRO-ARQUIVO TO WLN-VALOR.
           PERFORM 0620-LINHA-CONTADOR.
           MOVE "APLICADAS" TO WLN-TEXTO.
           MOVE WRK-CNT-APLICADAS TO WLN-VALOR.
           PERFORM 0620-LINHA-CONTADOR.
           MOVE "NAO APLICADAS" TO WLN-TEXTO.
           MOVE WRK-CNT-REJEITADAS TO WLN-VALOR.
           PERFORM 0620-LINHA-CONTADOR.

       0610-LINHA-ARQUIVO.
           MOVE WRK-NOME-ARQUIVO(WRK-ARQ) TO WLA-ARQUIVO.
           MOVE WRK-ARQ-INCLUIDOS(WRK-ARQ) TO WLA-INCLUIDOS.
           MOVE WRK-ARQ-ALTERADOS(WRK-ARQ) TO WLA-ALTERADOS.
           MOVE WRK-ARQ-EXCLUIDOS(WRK-ARQ) TO WLA-EXCLUIDOS.
           MOVE WRK-ARQ-REJEITADOS(WRK-ARQ) TO WLA-REJEITADOS.
           MOVE SPACES TO WLA-SITUACAO.
           EVALUATE TRUE
               WHEN WRK-ARQ-ABERTO(WRK-ARQ) = "S"
                   MOVE "RECUPERADO" TO WLA-SITUACAO
               WHEN WRK-ARQ-STATUS(WRK-ARQ) = SPACES
                   MOVE "NAO ESCOLHIDO" TO WLA-SITUACAO
               WHEN OTHER
                   STRING "NAO ABERTO (FS " WRK-ARQ-STATUS(WRK-ARQ)
                       ")" DELIMITED BY SIZE INTO WLA-SITUACAO
           END-EVALUATE.
           MOVE SPACES TO RECOVERY-LINE.
           MOVE WRK-LINHA-ARQUIVO TO RECOVERY-LINE.
           WRITE RECOVERY-LINE.

       0620-LINHA-CONTADOR.
           MOVE SPACES TO RECOVERY-LINE.
           MOVE WRK-LINHA-CONTADOR TO RECOVERY-LINE.
           WRITE RECOVERY-LINE.

       0900-FINALIZAR.
           IF WRK-ARQ-ABERTO(1) = "S"
               CLOSE STOCK-BALANCE
           END-IF.
           IF WRK-ARQ-ABERTO(2) = "S"
               CLOSE AR-OPEN-FILE
           END-IF.
           IF WRK-ARQ-ABERTO(3) = "S"
               CLOSE GRADE-MASTER
           END-IF.
           IF WRK-ARQ-ABERTO(4) = "S"
               CLOSE CUSTOMER-EXPOSURE
           END-IF.
           CLOSE RECOVERY-REPORT.
           DISPLAY "RECUPERACAO CONCLUIDA (RECOVRPT)".
           DISPLAY "LINHAS LIDAS DO DIARIO: " WRK-CNT-LIDAS.
           DISPLAY "APLICADAS.............: " WRK-CNT-APLICADAS.
           DISPLAY "NAO APLICADAS.........: " WRK-CNT-REJEITADAS.
