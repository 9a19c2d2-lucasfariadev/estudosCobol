      *****************************************************
      * CPUPDJRN - LINHA DO DIARIO DE ATUALIZACOES UPDJRNL
      * (IMAGEM POSTERIOR DE CADA WRITE/REWRITE/DELETE NOS
      * CADASTROS INDEXADOS STOCKBAL, AROPEN, GRDMAST E
      * CUSTEXP), GRAVADA PELO PROGJRNL NA ORDEM EM QUE AS
      * ATUALIZACOES ACONTECERAM
      *****************************************************
       01 UJR-RECORD.
           02 UJR-MOMENTO.
               03 UJR-DATA            PIC 9(08).
               03 UJR-HORA            PIC 9(06).
               03 UJR-CENTESIMOS      PIC 9(02).
           02 FILLER                  PIC X(01).
           02 UJR-PROGRAMA            PIC X(10).
           02 FILLER                  PIC X(01).
           02 UJR-OPERADOR            PIC X(20).
           02 FILLER                  PIC X(01).
           02 UJR-ARQUIVO             PIC X(10).
           02 FILLER                  PIC X(01).
           02 UJR-OPERACAO            PIC X(01).
               88 UJR-INCLUSAO        VALUE 'W'.
               88 UJR-ALTERACAO       VALUE 'R'.
               88 UJR-EXCLUSAO        VALUE 'D'.
           02 FILLER                  PIC X(01).
           02 UJR-CHAVE               PIC X(40).
           02 FILLER                  PIC X(01).
           02 UJR-IMAGEM              PIC X(200).
