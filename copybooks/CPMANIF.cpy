      * USADO PELO PROGCOB09
      * MF-CLIENTE IDENTIFICA O CLIENTE DO PEDIDO; OS
      * SUBTOTAIS POR CLIENTE SAEM AO FINAL DO MANIFESTO
      * MF-CONTRATO MOSTRA O CONTRATO DE FRETE DO CLIENTE QUE
      * PRECIFICOU A LINHA (BRANCO = TAXA GERAL DA UFRATE)
      *****************************************************
       01 MANIFEST-LINE.
           02 MF-CLIENTE              PIC X(06).
           02 MF-ACUMULADO            PIC ZZZZZ.ZZ9,99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 MF-SITUACAO             PIC X(30) VALUE SPACES.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 MF-CONTRATO             PIC X(10) VALUE SPACES.
