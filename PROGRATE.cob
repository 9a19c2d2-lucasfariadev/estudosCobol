      *                   MAIS VELHA QUE O LIMITE DE DIAS DO FXCTL
      *                   (PADRAO 5): A COTACAO SAI MESMO ASSIM, MAS OS
      *                   CHAMADORES SINALIZAM O CAMBIO DESATUALIZADO
      * 15/10/2026 LFL - CONTRATO DE FRETE DO CLIENTE (CONTRACT): COM
      *                   RATE-CLIENTE INFORMADO E CONTRATO EM VIGOR
      *                   PARA O CLIENTE+UF, O FRETE SAI PELAS
      *                   CONDICOES DO CONTRATO (TAXA FIXA POR KG,
      *                   PERCENTUAL SOBRE A TAXA DA UF E FRETE MINIMO)
      *                   ANTES DO CALCULO GERAL DA UFRATE, E O CODIGO
      *                   DO CONTRATO VOLTA EM RATE-CONTRATO - NO
      *                   LUGAR DOS CUPONS QUE FAZIAM AS VEZES DE
      *                   CONTRATO
      * 15/10/2026 LFL - SIMULACAO DE TAXA (RATE-SIMULACAO = 'S', SO O
      *                   PROGCOB122): A UF DO PEDIDO SAI PELO
      *                   MULTIPLICADOR E TAXA POR KG PROPOSTOS NA
      *                   AREA, MESMO QUE AINDA NAO ESTEJA NA UFRATE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FX-CONTROL-FILE ASSIGN TO "FXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FXCTL.
           SELECT CONTRACT-FILE ASSIGN TO "CONTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTR.
       DATA DIVISION.
       FILE SECTION.
       FD UF-RATE-FILE.
       FD FX-CONTROL-FILE.
       01 FX-CONTROL-RECORD.
           02 FXC-LIMITE-DIAS         PIC 9(02).
       FD CONTRACT-FILE.
           COPY CPCONTR.
       WORKING-STORAGE SECTION.
       77 WRK-FS-UFRATE PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUPOM PIC X(02) VALUE ZEROS.
               03 WRK-MOEDA-TAXA      PIC 9(03)V9999.
               03 WRK-MOEDA-DATA      PIC 9(08).
       77 WRK-QTD-MOEDA PIC 9(03) VALUE ZEROS.
       77 WRK-FS-CONTR PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CONTR PIC X(01) VALUE "N".
           88 FIM-CONTR VALUE "S".
       01 WRK-TABELA-CONTRATO.
           02 WRK-CTR-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-QTD-CTR
                   ASCENDING KEY IS WRK-CTR-CHAVE
                   INDEXED BY WRK-CTR-IDX.
               03 WRK-CTR-CHAVE       PIC X(08).
               03 WRK-CTR-CODIGO      PIC X(10).
               03 WRK-CTR-VIG         PIC 9(08).
               03 WRK-CTR-VAL         PIC 9(08).
               03 WRK-CTR-PCT         PIC 9(02)V99.
               03 WRK-CTR-MINIMO      PIC 9(05)V99.
               03 WRK-CTR-TAXA-KG     PIC 9(02)V99.
       77 WRK-QTD-CTR PIC 9(03) VALUE ZEROS.
       77 WRK-CTR-POS PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CTR PIC 9(03) VALUE ZEROS.
       77 WRK-CONTRATO-ACHOU PIC X(01) VALUE "N".
           88 CONTRATO-ACHOU VALUE "S".
       01 WRK-CHAVE-CONTRATO.
           02 WRK-CHAVE-CTR-CLIENTE   PIC X(06).
           02 WRK-CHAVE-CTR-UF        PIC X(02).
       77 WRK-FS-FXCTL PIC X(02) VALUE ZEROS.
       77 WRK-LIMITE-CAMBIO PIC 9(02) VALUE 5.
       77 WRK-IDADE-CAMBIO PIC S9(05) VALUE ZEROS.
       01 WRK-TROCA-UF PIC X(25).
       01 WRK-TROCA-CUPOM PIC X(16).
       01 WRK-TROCA-MOEDA PIC X(18).
       01 WRK-TROCA-CONTRATO PIC X(49).
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       LINKAGE SECTION.
           COPY CPRATE.
               PERFORM 0055-CARREGAR-TABELA-CUPOM
               PERFORM 0057-CARREGAR-TABELA-MOEDA
               PERFORM 0058-CARREGAR-LIMITE-CAMBIO
               PERFORM 0059-CARREGAR-TABELA-CONTRATO
               PERFORM 0090-ORDENAR-TABELAS
               MOVE "S" TO WRK-TABELAS-CARREGADAS
           END-IF.
           PERFORM 0700-CALCULAR-SERIAL.
           MOVE WRK-SERIAL TO WRK-SERIAL-HOJE.

       0059-CARREGAR-TABELA-CONTRATO.
      *********CARREGA, PARA CADA CLIENTE+UF, A LINHA DE CONTRATO DE
      *********VIGENCIA MAIS RECENTE JA INICIADA; SEM O ARQUIVO TODO
      *********PEDIDO SEGUE PELA TAXA GERAL DA UFRATE******************
           OPEN INPUT CONTRACT-FILE.
           IF WRK-FS-CONTR NOT = "00"
               MOVE "S" TO WRK-EOF-CONTR
           END-IF.
           PERFORM 0068-LER-CONTRATO UNTIL FIM-CONTR.
           IF WRK-FS-CONTR = "00" OR WRK-FS-CONTR = "10"
               CLOSE CONTRACT-FILE
           END-IF.

       0068-LER-CONTRATO.
      *********CONTRATO AINDA NAO INICIADO FICA DE FORA; A VALIDADE
      *********E CONFERIDA NA BUSCA (0211), PARA UM ENCERRAMENTO
      *********GRAVADO DEPOIS DERRUBAR A LINHA ANTERIOR***************
           READ CONTRACT-FILE
               AT END
                   MOVE "S" TO WRK-EOF-CONTR
               NOT AT END
                   IF CTR-VIGENCIA <= WRK-DATASYS-NUM
                       PERFORM 0069-GUARDAR-CONTRATO
                   END-IF
           END-READ.

       0069-GUARDAR-CONTRATO.
      *********ENTRE DUAS LINHAS DO MESMO CLIENTE+UF PREVALECE A DE
      *********VIGENCIA MAIS RECENTE; NA MESMA VIGENCIA, A GRAVADA
      *********POR ULTIMO (ENCERRAMENTO DO PROGCOB87)*****************
           MOVE ZEROS TO WRK-CTR-POS.
           IF WRK-QTD-CTR > 0
               PERFORM 0070-PROCURAR-CONTRATO-TABELA
                   VARYING WRK-IDX-CTR FROM 1 BY 1
                   UNTIL WRK-IDX-CTR > WRK-QTD-CTR
                      OR WRK-CTR-POS > 0
           END-IF.
           IF WRK-CTR-POS = 0
               IF WRK-QTD-CTR < 300
                   ADD 1 TO WRK-QTD-CTR
                   MOVE WRK-QTD-CTR TO WRK-CTR-POS
                   MOVE CTR-CHAVE TO WRK-CTR-CHAVE(WRK-CTR-POS)
                   MOVE ZEROS TO WRK-CTR-VIG(WRK-CTR-POS)
               ELSE
                   DISPLAY "AVISO: TABELA DE CONTRATOS CHEIA - "
                       "CONTRATO " CTR-CODIGO " IGNORADO"
               END-IF
           END-IF.
           IF WRK-CTR-POS > 0
               IF CTR-VIGENCIA >= WRK-CTR-VIG(WRK-CTR-POS)
                   MOVE CTR-CODIGO TO WRK-CTR-CODIGO(WRK-CTR-POS)
                   MOVE CTR-VIGENCIA TO WRK-CTR-VIG(WRK-CTR-POS)
                   MOVE CTR-VALIDADE TO WRK-CTR-VAL(WRK-CTR-POS)
                   MOVE CTR-PCT-DESCONTO TO WRK-CTR-PCT(WRK-CTR-POS)
                   MOVE CTR-FRETE-MINIMO
                       TO WRK-CTR-MINIMO(WRK-CTR-POS)
                   MOVE CTR-TAXA-KG-FIXA
                       TO WRK-CTR-TAXA-KG(WRK-CTR-POS)
               END-IF
           END-IF.

       0070-PROCURAR-CONTRATO-TABELA.
           IF WRK-CTR-CHAVE(WRK-IDX-CTR) = CTR-CHAVE
               MOVE WRK-IDX-CTR TO WRK-CTR-POS
           END-IF.

       0206-DETERMINAR-TAXA-CAMBIO.
      *********BUSCA A COTACAO DA MOEDA DO PEDIDO ANTES DO CUPOM, PARA
      *********CONVERTER UM CUPOM DE VALOR FIXO (SEMPRE EM REAIS) PARA

       0210-CALCULAR-FRETE.
      ***********CALCULO DO FRETE - MAIOR ENTRE VALOR E PESO **********
      ***********CLIENTE COM CONTRATO EM VIGOR PARA A UF E
      ***********PRECIFICADO PELO CONTRATO EM 0212*********************
           MOVE "N" TO RATE-UF-ACHOU.
           MOVE SPACES TO RATE-CONTRATO.
           MOVE ZEROS TO RATE-FRETE RATE-FRETE-BRL
               RATE-TRANSIT-DIAS WRK-FRETE-VALOR WRK-FRETE-PESO.
           PERFORM 0211-PROCURAR-CONTRATO.
           IF WRK-QTD-UF > 0
               SEARCH ALL WRK-UF-ENTRY
                   AT END
                           TO RATE-TRANSIT-DIAS
               END-SEARCH
           END-IF.
           IF RATE-SIMULAR
               MOVE "S" TO RATE-UF-ACHOU
               COMPUTE WRK-FRETE-VALOR =
                   RATE-SIM-MULT * RATE-VALOR-BRL
               COMPUTE WRK-FRETE-PESO =
                   RATE-SIM-TAXA-KG * RATE-PESO
           END-IF.
           IF CONTRATO-ACHOU
               PERFORM 0212-APLICAR-CONTRATO
           ELSE
               IF RATE-UF-ATENDIDA
                   PERFORM 0213-MAIOR-VALOR-PESO
               END-IF
           END-IF.
           IF RATE-UF-ATENDIDA
               IF RATE-MOEDA NOT = "BRL"
                   COMPUTE RATE-FRETE ROUNDED =
                       RATE-FRETE-BRL / RATE-TAXA-CAMBIO
               END-IF
           END-IF.

       0211-PROCURAR-CONTRATO.
      *********CONTRATO DO CLIENTE+UF DO PEDIDO, DENTRO DA VALIDADE
      *********(ZERADA = SEM TERMINO); PEDIDO AVULSO (SEM CLIENTE)
      *********NUNCA TEM CONTRATO*************************************
           MOVE "N" TO WRK-CONTRATO-ACHOU.
           IF RATE-CLIENTE NOT = SPACES AND WRK-QTD-CTR > 0
               MOVE RATE-CLIENTE TO WRK-CHAVE-CTR-CLIENTE
               MOVE RATE-UF TO WRK-CHAVE-CTR-UF
               SEARCH ALL WRK-CTR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-CTR-CHAVE(WRK-CTR-IDX) = WRK-CHAVE-CONTRATO
                       IF WRK-CTR-VAL(WRK-CTR-IDX) = ZEROS
                          OR WRK-CTR-VAL(WRK-CTR-IDX)
                              >= WRK-DATASYS-NUM
                           MOVE "S" TO WRK-CONTRATO-ACHOU
                       END-IF
               END-SEARCH
           END-IF.

       0212-APLICAR-CONTRATO.
      *********TAXA FIXA POR KG SUBSTITUI A TAXA DA UF (E ATENDE A UF
      *********MESMO FORA DA UFRATE); SEM ELA, O FRETE GERAL DA UF
      *********RECEBE O PERCENTUAL DO CONTRATO. O FRETE MINIMO VALE
      *********NOS DOIS CASOS. PERCENTUAL OU MINIMO SEM TAXA DA UF
      *********NAO ATENDEM UF SEM COBERTURA****************************
           IF WRK-CTR-TAXA-KG(WRK-CTR-IDX) > ZEROS
               MOVE "S" TO RATE-UF-ACHOU
               COMPUTE RATE-FRETE-BRL ROUNDED =
                   WRK-CTR-TAXA-KG(WRK-CTR-IDX) * RATE-PESO
           ELSE
               IF RATE-UF-ATENDIDA
                   PERFORM 0213-MAIOR-VALOR-PESO
                   IF WRK-CTR-PCT(WRK-CTR-IDX) > ZEROS
                       COMPUTE RATE-FRETE-BRL ROUNDED =
                           RATE-FRETE-BRL
                           * (100 - WRK-CTR-PCT(WRK-CTR-IDX)) / 100
                   END-IF
               END-IF
           END-IF.
           IF RATE-UF-ATENDIDA
               IF RATE-FRETE-BRL < WRK-CTR-MINIMO(WRK-CTR-IDX)
                   MOVE WRK-CTR-MINIMO(WRK-CTR-IDX) TO RATE-FRETE-BRL
               END-IF
               MOVE WRK-CTR-CODIGO(WRK-CTR-IDX) TO RATE-CONTRATO
           END-IF.

       0213-MAIOR-VALOR-PESO.
           IF WRK-FRETE-PESO > WRK-FRETE-VALOR
               MOVE WRK-FRETE-PESO TO RATE-FRETE-BRL
           ELSE
               MOVE WRK-FRETE-VALOR TO RATE-FRETE-BRL
           END-IF.

       0090-ORDENAR-TABELAS.
      *********ORDENA AS TABELAS UMA UNICA VEZ NA CARGA (TROCA
      *********SIMPLES, TABELAS PEQUENAS) PARA O SEARCH ALL PODER
      *********FAZER BUSCA BINARIA EM CADA PEDIDO**********************
           IF WRK-QTD-UF > 1
                   VARYING WRK-ORD-I FROM 1 BY 1
                   UNTIL WRK-ORD-I >= WRK-QTD-MOEDA
           END-IF.
           IF WRK-QTD-CTR > 1
               PERFORM 0097-PASSADA-CONTRATO
                   VARYING WRK-ORD-I FROM 1 BY 1
                   UNTIL WRK-ORD-I >= WRK-QTD-CTR
           END-IF.

       0091-PASSADA-UF.
           COMPUTE WRK-ORD-J = WRK-ORD-I + 1.
           END-IF.
           ADD 1 TO WRK-ORD-J.

       0097-PASSADA-CONTRATO.
           COMPUTE WRK-ORD-J = WRK-ORD-I + 1.
           PERFORM 0098-TROCAR-CONTRATO
               UNTIL WRK-ORD-J > WRK-QTD-CTR.

       0098-TROCAR-CONTRATO.
           IF WRK-CTR-CHAVE(WRK-ORD-J) < WRK-CTR-CHAVE(WRK-ORD-I)
               MOVE WRK-CTR-ENTRY(WRK-ORD-I) TO WRK-TROCA-CONTRATO
               MOVE WRK-CTR-ENTRY(WRK-ORD-J)
                   TO WRK-CTR-ENTRY(WRK-ORD-I)
               MOVE WRK-TROCA-CONTRATO TO WRK-CTR-ENTRY(WRK-ORD-J)
           END-IF.
           ADD 1 TO WRK-ORD-J.

       0700-CALCULAR-SERIAL.
      *********NUMERO SERIAL DE DIAS DA DATA EM WRK-DATA-CONVERTE,
      *********PELA FORMULA INTEIRA 367A - 7(A+(M+9)/12)/4 + 275M/9 + D
