      * E DEPOIS DO CAMPO ALTERADO, NO MESMO ESPIRITO DA
      * TRILHA LOGINLOG DO PROGCOB10
      * LIDA PELO RELATORIO DE ALTERACOES PROGCOB25
      * GAUD-REVISAO LEVA O NUMERO DA REVISAO DE NOTA
      * (GRDREV, PROGCOB107) QUE AUTORIZOU A ALTERACAO; EM
      * BRANCO NO LANCAMENTO E NA CORRECAO DA RECICLAGEM
      *****************************************************
       01 GAUD-LINE.
           02 GAUD-DATA               PIC 9(08).
           02 GAUD-VALOR-NOVO         PIC X(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 GAUD-OPERADOR           PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 GAUD-REVISAO            PIC X(06).
