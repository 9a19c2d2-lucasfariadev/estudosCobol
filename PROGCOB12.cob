      *                   REGISTRADA NO GRDAUDIT; A EXECUCAO
      *                   DESASSISTIDA (OPERADOR LOTE) SEGUE LIVRE,
      *                   POIS O PROGEOD RODA SEM NINGUEM NO TECLADO
      * 15/10/2026 LFL - LANCAMENTO NO TRANHIST GRAVADO COM A ORIGEM EM
      *                   BRANCO (CURSADO NA ESCOLA), PARA NAO SER
      *                   CONFUNDIDO COM O CREDITO DE TRANSFERENCIA
      * 15/10/2026 LFL - LINHA DO GRDAUDIT GRAVADA COM O NUMERO DE
      *                   REVISAO EM BRANCO (SO A REVISAO DE NOTA DO
      *                   PROGCOB107 PREENCHE)
      * 15/10/2026 LFL - CADA GRAVACAO NOS CADASTROS INDEXADOS DEIXA A
      *                   IMAGEM POSTERIOR NO DIARIO UPDJRNL (PROGJRNL),
      *                   PARA A RECUPERACAO PELO PROGCOB115
      * 15/10/2026 LFL - O LIMITE DE REPROVACAO POR FALTAS PASSA A VIR
      *                   DO PARMFILE (PROGPARM, LIMITE-FALTAS); O VALUE
      *                   FICA COMO PADRAO
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 CURSO-AUTORIZADO VALUE "S".
       77 WRK-CNT-ACESSO-NEGADO PIC 9(05) VALUE ZEROS.
           COPY CPSYSERR.
           COPY CPJRNLAR.
           COPY CPPRMAR.
       LINKAGE SECTION.
       01 LK-EOD-STATS.
           02 LK-EOD-LIDOS             PIC 9(05).
       PROCEDURE DIVISION USING OPTIONAL LK-EOD-STATS,
               OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0970-CARREGAR-PARAMETROS.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           MOVE WRK-NOTA2 TO TRANHS-NOTA2.
           MOVE WRK-NOTA3 TO TRANHS-NOTA3.
           MOVE WRK-MEDIA TO TRANHS-MEDIA.
           MOVE SPACE TO TRANHS-ORIGEM.
           WRITE TRANHS-RECORD
               INVALID KEY
                   REWRITE TRANHS-RECORD
           MOVE WRK-GAUD-ANTIGO TO GAUD-VALOR-ANTIGO.
           MOVE WRK-GAUD-NOVO TO GAUD-VALOR-NOVO.
           MOVE WRK-OPERADOR TO GAUD-OPERADOR.
           MOVE SPACES TO GAUD-REVISAO.
           WRITE GAUD-LINE.

       0235-GRAVAR-RECICLAGEM.
               MOVE GRD-CURSO TO GAUD-CURSO
               PERFORM 0238-AUDITAR-CURSO
               REWRITE GRD-RECORD
               IF WRK-FS-GRDMAST = "00"
                   MOVE "R" TO JRN-OPERACAO
                   PERFORM 0984-DIARIO-NOTA
               END-IF
               MOVE GRD-CURSO TO TRANHS-CURSO
               MOVE GRD-SITUACAO TO TRANHS-SITUACAO
               PERFORM 0215-GRAVAR-HISTORICO

       0370-ACRESCENTAR-ASTERISCO.
           MOVE "*" TO WRK-FAIXA-BARRA(WRK-CONTADOR:1).

       0984-DIARIO-NOTA.
      *********IMAGEM DA NOTA GRAVADA VAI PARA O DIARIO UPDJRNL*********
           MOVE "PROGCOB12" TO JRN-PROGRAMA.
           MOVE WRK-OPERADOR TO JRN-OPERADOR.
           MOVE "GRDMAST" TO JRN-ARQUIVO.
           MOVE GRD-CHAVE TO JRN-CHAVE.
           MOVE GRD-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.

       0970-CARREGAR-PARAMETROS.
      *********O VALUE E O PADRAO; VALENDO NO PARMFILE, VALE O DE LA**
           MOVE "LIMITE-FALTAS" TO PRMA-NOME.
           MOVE WRK-LIMITE-FALTAS TO PRMA-VALOR.
           CALL "PROGPARM" USING PRMA-AREA.
           MOVE PRMA-VALOR TO WRK-LIMITE-FALTAS.
