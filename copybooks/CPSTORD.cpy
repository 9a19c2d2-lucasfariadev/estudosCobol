      *****************************************************
      * CPSTORD - LAYOUT DO PEDIDO PROGRAMADO (RECORRENTE)
      * (ARQUIVO STORDERS, INDEXADO POR STO-NUMERO)
      * MANTIDO PELO PROGCOB89; O PASSO PROGCOB90 DO FIM DE
      * DIA GERA NO ORDERSIN AS OCORRENCIAS QUE VENCEM ATE O
      * PROXIMO DIA UTIL
      * STO-FREQUENCIA 'S' = SEMANAL, 'Q' = QUINZENAL,
      *                'M' = MENSAL (NO DIA DO MES DE
      *                STO-INICIO, OU NO ULTIMO DIA DO MES
      *                QUANDO O MES E MAIS CURTO)
      * STO-FIM ZERADO = SEM DATA DE TERMINO
      * STO-ULTIMA = DATA DA ULTIMA OCORRENCIA JA GERADA
      * (ZERO = NENHUMA); E O QUE IMPEDE GERAR DE NOVO A
      * MESMA OCORRENCIA QUANDO O PASSO E REPROCESSADO
      *****************************************************
       01 STO-RECORD.
           02 STO-NUMERO              PIC 9(06).
           02 STO-CLIENTE             PIC X(06).
           02 STO-PRODUTO             PIC X(20).
           02 STO-UF                  PIC X(02).
           02 STO-VALOR               PIC 9(06)V99.
           02 STO-PESO                PIC 9(04)V99.
           02 STO-FREQUENCIA          PIC X(01).
               88 STO-SEMANAL         VALUE 'S'.
               88 STO-QUINZENAL       VALUE 'Q'.
               88 STO-MENSAL          VALUE 'M'.
           02 STO-INICIO              PIC 9(08).
           02 STO-FIM                 PIC 9(08).
           02 STO-SITUACAO            PIC X(01).
               88 STO-ATIVO           VALUE 'A'.
               88 STO-ENCERRADO       VALUE 'E'.
           02 STO-ULTIMA              PIC 9(08).
