      *****************************************************
      * CPSIMAR - AREA DE COMUNICACAO DO SIMULADOR DE TAXA
      * DE FRETE PROGCOB122, CHAMADO PELO PROGCOB80 PARA
      * MOSTRAR O IMPACTO DE UMA TAXA PENDENTE DA UFRATE
      * ANTES DA DECISAO DO APROVADOR
      * ENTRADAS: UF, MULTIPLICADOR E TAXA POR KG PROPOSTOS
      * SAIDAS: DIAS DE HISTORICO (FRTHIST) COBERTOS, PEDIDOS
      * DA UF RECOTADOS, FRETE PELA TAXA VIGENTE, FRETE PELA
      * TAXA PROPOSTA, DIFERENCA E A DIFERENCA PROJETADA
      * PARA 30 DIAS
      * SIMA-SEM-HISTORICO = NENHUM PEDIDO DA UF NA JANELA
      *****************************************************
       01 SIMA-AREA.
           02 SIMA-UF                 PIC X(02).
           02 SIMA-MULT               PIC 9(01)V99.
           02 SIMA-TAXA-KG            PIC 9(02)V99.
           02 SIMA-DIAS               PIC 9(03).
           02 SIMA-PEDIDOS            PIC 9(07).
           02 SIMA-FRETE-ATUAL        PIC 9(09)V99.
           02 SIMA-FRETE-SIMULADO     PIC 9(09)V99.
           02 SIMA-DIFERENCA          PIC S9(09)V99.
           02 SIMA-IMPACTO-MENSAL     PIC S9(09)V99.
           02 SIMA-RESULTADO          PIC X(01).
               88 SIMA-OK             VALUE 'S'.
               88 SIMA-SEM-HISTORICO  VALUE 'N'.
