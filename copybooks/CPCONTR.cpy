      *****************************************************
      * CPCONTR - LAYOUT DO CONTRATO DE FRETE DO CLIENTE
      * (ARQUIVO CONTRACT, UMA LINHA POR CLIENTE+UF+VIGENCIA)
      * CARREGADO PELO PROGRATE, QUE APLICA O CONTRATO EM
      * VIGOR NA DATA (CTR-VIGENCIA <= HOJE <= CTR-VALIDADE)
      * ANTES DO CALCULO GERAL DA UFRATE; ENTRE DUAS LINHAS DO
      * MESMO CLIENTE+UF PREVALECE A VIGENCIA MAIS RECENTE E,
      * NA MESMA VIGENCIA, A GRAVADA POR ULTIMO (ENCERRAMENTO)
      * CONDICOES (PODEM SER COMBINADAS):
      *   CTR-TAXA-KG-FIXA > 0 - FRETE = TAXA FIXA X PESO, NO
      *                          LUGAR DA TAXA DA UF
      *   CTR-PCT-DESCONTO > 0 - PERCENTUAL ABATIDO DO FRETE
      *                          CALCULADO PELA TAXA DA UF
      *   CTR-FRETE-MINIMO > 0 - FRETE MINIMO EM REAIS
      * CTR-VALIDADE ZERADA = CONTRATO SEM DATA DE TERMINO
      * CADASTRADO PELO PROGCOB87 VIA PENDCHG (APROVACAO NO
      * PROGCOB80), COMO AS TAXAS DA UFRATE
      *****************************************************
       01 CTR-RECORD.
           02 CTR-CHAVE.
               03 CTR-CLIENTE         PIC X(06).
               03 CTR-UF              PIC X(02).
           02 CTR-CODIGO              PIC X(10).
           02 CTR-VIGENCIA            PIC 9(08).
           02 CTR-VALIDADE            PIC 9(08).
           02 CTR-PCT-DESCONTO        PIC 9(02)V99.
           02 CTR-FRETE-MINIMO        PIC 9(05)V99.
           02 CTR-TAXA-KG-FIXA        PIC 9(02)V99.
