      *****************************************************
      * CPTRFCRD - DETALHE DO CREDITO DE TRANSFERENCIA
      * (ARQUIVO TRFCRED, MESMA CHAVE DO TRANHIST: ALUNO +
      * CURSO + TERMO)
      * GRAVADO PELO PROGCOB106 JUNTO COM O LANCAMENTO
      * MARCADO (TRANHS-ORIGEM = T) NO TRANHIST: ESCOLA DE
      * ORIGEM, CURSO E NOTA NA ESCALA DE LA E A NOTA
      * CONVERTIDA PARA 0-10
      *****************************************************
       01 TRC-RECORD.
           02 TRC-CHAVE.
               03 TRC-STU-ID          PIC X(10).
               03 TRC-CURSO           PIC X(05).
               03 TRC-TERMO           PIC 9(05).
           02 TRC-INSTITUICAO         PIC X(08).
           02 TRC-CURSO-EXTERNO       PIC X(10).
           02 TRC-NOTA-EXTERNA        PIC 9(03)V99.
           02 TRC-NOTA-MAXIMA         PIC 9(03)V99.
           02 TRC-NOTA-CONVERTIDA     PIC 9(02)V99.
           02 TRC-DATA-LANCAMENTO     PIC 9(08).
           02 TRC-OPERADOR            PIC X(20).
