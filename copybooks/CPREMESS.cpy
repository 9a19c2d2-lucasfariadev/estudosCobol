      *****************************************************
      * CPREMESS - LAYOUT DO ARQUIVO DE REMESSA DA COBRANCA
      * BANCARIA (ARQUIVO REMESSA, SEQUENCIAL, UM POR
      * EXECUCAO DO PROGCOB84)
      * TIPO 0 = HEADER COM O NUMERO SEQUENCIAL DO ARQUIVO
      * TIPO 1 = DETALHE (INSTRUCAO 01 = REGISTRAR TITULO,
      *          02 = PEDIDO DE BAIXA)
      * TIPO 9 = TRAILER COM A QUANTIDADE DE DETALHES E O
      *          TOTAL DE CONTROLE (SOMA DOS VALORES)
      *****************************************************
       01 REM-RECORD.
           02 REM-TIPO                PIC X(01).
               88 REM-HEADER          VALUE '0'.
               88 REM-DETALHE         VALUE '1'.
               88 REM-TRAILER         VALUE '9'.
           02 REM-DADOS               PIC X(99).
           02 REM-HDR-DADOS REDEFINES REM-DADOS.
               03 REM-HDR-SEQUENCIA   PIC 9(06).
               03 REM-HDR-DATA        PIC 9(08).
               03 REM-HDR-CEDENTE     PIC X(30).
               03 FILLER              PIC X(55).
           02 REM-DET-DADOS REDEFINES REM-DADOS.
               03 REM-DET-INSTRUCAO   PIC 9(02).
                   88 REM-INSTR-REGISTRO VALUE 01.
                   88 REM-INSTR-BAIXA    VALUE 02.
               03 REM-DET-NOSSO-NUMERO PIC 9(10).
               03 REM-DET-SEU-NUMERO  PIC X(23).
               03 REM-DET-SACADO      PIC X(10).
               03 REM-DET-NOME        PIC X(30).
               03 REM-DET-VENCIMENTO  PIC 9(08).
               03 REM-DET-VALOR       PIC 9(08)V99.
               03 REM-DET-LINHA       PIC 9(06).
           02 REM-TRL-DADOS REDEFINES REM-DADOS.
               03 REM-TRL-QTD         PIC 9(06).
               03 REM-TRL-TOTAL       PIC 9(13)V99.
               03 FILLER              PIC X(78).
