      * SAIDAS AVULSAS DA GAVETA, E O DINHEIRO ESPERADO
      * PASSA A SER FUNDO + DINHEIRO + SUPRIMENTOS -
      * SANGRIAS, PARA A CONTAGEM FISICA FINALMENTE BATER
      * CL-QT/TOT-VALE E O VALE-TROCA: VALES USADOS NAS
      * VENDAS MENOS VALES EMITIDOS NAS DEVOLUCOES - NAO
      * PASSA PELA GAVETA
      *****************************************************
       01 CLOSING-LINE.
           02 CL-DATA                 PIC 9(08).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 CL-TOT-PONTOS           PIC S9(08)V99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 CL-QT-VALE              PIC 9(03).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 CL-TOT-VALE             PIC S9(08)V99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 CL-QT-PRAZO             PIC 9(03).
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 CL-TOT-PRAZO            PIC S9(08)V99.
