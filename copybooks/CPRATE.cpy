      * CURRATE E MAIS VELHA QUE O LIMITE DE DIAS (FXCTL,
      * PADRAO 5): A COTACAO SAI MESMO ASSIM, MAS O LOTE
      * MARCA A LINHA DO MANIFESTO E O ONLINE AVISA NA TELA
      * RATE-CLIENTE (ENTRADA, BRANCO SE AVULSO) LIGA O
      * CONTRATO DE FRETE DO CLIENTE (CONTRACT); QUANDO HA
      * CONTRATO EM VIGOR PARA O CLIENTE+UF, RATE-CONTRATO
      * DEVOLVE O CODIGO DO CONTRATO QUE PRECIFICOU O FRETE
      * RATE-SIMULACAO = 'S' (SO O SIMULADOR PROGCOB122) FAZ A
      * UF DO PEDIDO SER PRECIFICADA PELO MULTIPLICADOR E TAXA
      * POR KG PROPOSTOS EM RATE-SIM-MULT/RATE-SIM-TAXA-KG NO
      * LUGAR DOS DA UFRATE; OS DEMAIS CHAMADORES MANDAM 'N'
      *****************************************************
       01 RATE-AREA.
           02 RATE-UF                 PIC X(02).
           02 RATE-CAMBIO-VELHO       PIC X(01).
               88 RATE-CAMBIO-ATUAL   VALUE 'N'.
               88 RATE-CAMBIO-DESATUALIZADO VALUE 'S'.
           02 RATE-CLIENTE            PIC X(06).
           02 RATE-CONTRATO           PIC X(10).
           02 RATE-SIMULACAO          PIC X(01).
               88 RATE-SIMULAR        VALUE 'S'.
               88 RATE-TAXA-VIGENTE   VALUE 'N'.
           02 RATE-SIM-MULT           PIC 9(01)V99.
           02 RATE-SIM-TAXA-KG        PIC 9(02)V99.
