      *****************************************************
      * CPCRHOLD - BLOQUEIO DE CREDITO DO CLIENTE POR
      * COBRANCA (ARQUIVO CREDHOLD, CHAVE HLD-CLIENTE)
      * GRAVADO PELA REGUA DE COBRANCA PROGCOB85 QUANDO UM
      * TITULO DO AROPEN CHEGA AO ULTIMO NIVEL DE CARTA; O
      * PROGCOB09 (0209) E O PROGCOB32 (0235) RECUSAM PEDIDO
      * DE CLIENTE BLOQUEADO ATE O GERENTE LIBERAR NO
      * PROGCOB85, QUE GUARDA QUEM LIBEROU E QUANDO
      * STATUS: B=BLOQUEADO L=LIBERADO PELO GERENTE
      *****************************************************
       01 HLD-RECORD.
           02 HLD-CLIENTE             PIC X(06).
           02 HLD-STATUS              PIC X(01).
               88 HLD-BLOQUEADO       VALUE 'B'.
               88 HLD-LIBERADO        VALUE 'L'.
           02 HLD-DATA-BLOQUEIO       PIC 9(08).
           02 HLD-TITULO              PIC 9(06).
           02 HLD-SALDO               PIC 9(08)V99.
           02 HLD-DATA-LIBERACAO      PIC 9(08).
           02 HLD-OPERADOR-LIBERACAO  PIC X(20).
