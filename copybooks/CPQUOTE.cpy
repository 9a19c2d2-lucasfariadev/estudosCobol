      * ENQUANTO A VALIDADE NAO VENCE, MARCANDO QUO-STATUS
      * COMO UTILIZADA
      * STATUS: A=ATIVA U=UTILIZADA
      * QUO-CLIENTE E O CLIENTE INFORMADO NA COTACAO (EM
      * BRANCO = AVULSO OU REGISTRO ANTIGO), PARA A CONSULTA
      * DO CLIENTE (PROGCOB112) LISTAR AS COTACOES ATIVAS
      *****************************************************
       01 QUO-RECORD.
           02 QUO-NUMERO              PIC 9(06).
           02 QUO-STATUS              PIC X(01).
               88 QUO-ATIVA           VALUE 'A'.
               88 QUO-UTILIZADA       VALUE 'U'.
           02 QUO-CLIENTE             PIC X(06).
