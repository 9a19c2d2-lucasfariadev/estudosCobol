      *****************************************************
      * CPJRNLAR - AREA DE COMUNICACAO DO DIARIO DE
      * ATUALIZACOES PROGJRNL
      * O CHAMADOR PREENCHE PROGRAMA, OPERADOR, ARQUIVO,
      * OPERACAO (W = WRITE, R = REWRITE, D = DELETE), A
      * CHAVE E A IMAGEM DO REGISTRO DEPOIS DA GRAVACAO
      * (NO DELETE, O REGISTRO EXCLUIDO); O PROGJRNL DATA
      * E ACRESCENTA A LINHA NO UPDJRNL, QUE O PROGCOB115
      * REAPLICA SOBRE A COPIA DE SEGURANCA RESTAURADA
      *****************************************************
       01 JRN-AREA.
           02 JRN-PROGRAMA            PIC X(10).
           02 JRN-OPERADOR            PIC X(20).
           02 JRN-ARQUIVO             PIC X(10).
           02 JRN-OPERACAO            PIC X(01).
               88 JRN-INCLUSAO        VALUE 'W'.
               88 JRN-ALTERACAO       VALUE 'R'.
               88 JRN-EXCLUSAO        VALUE 'D'.
           02 JRN-CHAVE               PIC X(40).
           02 JRN-IMAGEM              PIC X(200).
