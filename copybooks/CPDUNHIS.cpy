      *****************************************************
      * CPDUNHIS - HISTORICO DAS CARTAS DE COBRANCA POR
      * TITULO (ARQUIVO DUNHIST, CHAVE TITULO + NIVEL)
      * GRAVADO PELA REGUA DE COBRANCA PROGCOB85: UMA
      * LINHA POR CARTA ENVIADA; TITULO QUE JA TEM A CARTA
      * DO NIVEL NAO RECEBE A MESMA CARTA DE NOVO
      * NIVEL: 1=15 DIAS 2=30 DIAS 3=60 DIAS (BLOQUEIO)
      *****************************************************
       01 DUN-RECORD.
           02 DUN-CHAVE.
               03 DUN-TITULO          PIC 9(06).
               03 DUN-NIVEL           PIC 9(01).
                   88 DUN-ULTIMO-NIVEL VALUE 3.
           02 DUN-CLIENTE             PIC X(06).
           02 DUN-DATA-ENVIO          PIC 9(08).
           02 DUN-DIAS-ATRASO         PIC 9(05).
           02 DUN-SALDO               PIC 9(08)V99.
           02 DUN-OPERADOR            PIC X(20).
