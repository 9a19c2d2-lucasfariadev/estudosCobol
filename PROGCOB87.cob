       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB87.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: MANUTENCAO DOS CONTRATOS DE FRETE DOS CLIENTES
      *           (CONTRACT): CADASTRA CONTRATO NOVO POR CLIENTE+UF
      *           COM VIGENCIA E VALIDADE E AS CONDICOES NEGOCIADAS
      *           (PERCENTUAL SOBRE A TAXA DA UF, FRETE MINIMO, TAXA
      *           FIXA POR KG), ENCERRA CONTRATO EM VIGOR E LISTA OS
      *           CONTRATOS DE UM CLIENTE. COMO AS TAXAS DA UFRATE
      *           (PROGCOB30), INCLUSAO E ENCERRAMENTO VIRAM ALTERACAO
      *           PENDENTE NO PENDCHG E SO ENTRAM NO ARQUIVO DEPOIS DA
      *           APROVACAO DE UM MANAGER NO PROGCOB80; O PROGRATE
      *           APLICA O CONTRATO NA COTACAO DO FRETE, NO LUGAR DOS
      *           CUPONS QUE FAZIAM AS VEZES DE CONTRATO
      * DATA 15/10/2026
      * MANUTENCAO:
      * 15/10/2026 LFL - PROGRAMA CRIADO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-FILE ASSIGN TO "CONTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTR.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CODIGO
               FILE STATUS IS WRK-FS-CUST.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-NUMERO
               FILE STATUS IS WRK-FS-PEND.
       DATA DIVISION.
       FILE SECTION.
       FD CONTRACT-FILE.
           COPY CPCONTR.
       FD CUSTOMER-MASTER.
           COPY CPCUST.
       FD PENDING-CHANGE-FILE.
           COPY CPPEND.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CONTR PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CONTR PIC X(01) VALUE "N".
           88 FIM-CONTR VALUE "S".
       77 WRK-FS-CUST PIC X(02) VALUE ZEROS.
       77 WRK-CADASTRO-OK PIC X(01) VALUE "N".
           88 CADASTRO-OK VALUE "S".
       77 WRK-FS-PEND PIC X(02) VALUE ZEROS.
       77 WRK-EOF-PEND PIC X(01) VALUE "N".
           88 FIM-PEND VALUE "S".
       77 WRK-PROX-PEND PIC 9(06) VALUE ZEROS.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-SAIR PIC X(01) VALUE "N".
           88 SAIR-DA-MANUTENCAO VALUE "S".
       77 WRK-OPERADOR PIC X(20) VALUE "NAO IDENTIFICADO".
       77 WRK-CLIENTE-VALIDO PIC X(01) VALUE "N".
           88 CLIENTE-VALIDO VALUE "S".
       77 WRK-CONTRATO-VALIDO PIC X(01) VALUE "N".
           88 CONTRATO-VALIDO VALUE "S".
       77 WRK-ACHOU-VIGENTE PIC X(01) VALUE "N".
           88 ACHOU-VIGENTE VALUE "S".
       77 WRK-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-UF PIC X(02) VALUE SPACES.
       77 WRK-CODIGO PIC X(10) VALUE SPACES.
       77 WRK-VIGENCIA PIC 9(08) VALUE ZEROS.
       77 WRK-VALIDADE PIC 9(08) VALUE ZEROS.
       77 WRK-PCT-DESCONTO PIC 9(02)V99 VALUE ZEROS.
       77 WRK-FRETE-MINIMO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-TAXA-KG-FIXA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-ACAO PIC X(10) VALUE SPACES.
       77 WRK-CNT-LISTADOS PIC 9(03) VALUE ZEROS.
       01 WRK-CONTRATO-VIGENTE PIC X(49) VALUE SPACES.
       01 WRK-CONTRATO-NOVO PIC X(49) VALUE SPACES.
       01 WRK-PCT-ED PIC Z9,99.
       01 WRK-MINIMO-ED PIC ZZ.ZZ9,99.
       01 WRK-TAXA-KG-ED PIC Z9,99.
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-OPERADOR                  PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
       0001-PRINCIPAL.
           IF ADDRESS OF LK-OPERADOR NOT = NULL
               AND LK-OPERADOR NOT = SPACES
               MOVE LK-OPERADOR TO WRK-OPERADOR
           END-IF.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CUST = "00"
               MOVE "S" TO WRK-CADASTRO-OK
           ELSE
               DISPLAY "AVISO: CADASTRO CUSTMAST NAO ENCONTRADO - "
                   "CLIENTE SEM CONFERENCIA"
           END-IF.
           PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DA-MANUTENCAO.
           IF CADASTRO-OK
               CLOSE CUSTOMER-MASTER
           END-IF.
           GOBACK.

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY "    CONTRATOS DE FRETE DOS CLIENTES".
           DISPLAY "=============================================".
           DISPLAY " 01 - INCLUIR CONTRATO (CLIENTE + UF)".
           DISPLAY " 02 - ENCERRAR CONTRATO EM VIGOR".
           DISPLAY " 03 - LISTAR CONTRATOS DE UM CLIENTE".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01 PERFORM 0200-INCLUIR-CONTRATO
               WHEN 02 PERFORM 0300-ENCERRAR-CONTRATO
               WHEN 03 PERFORM 0400-LISTAR-CONTRATOS
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0150-VALIDAR-CLIENTE.
      *********CONTRATO SO PARA CLIENTE CADASTRADO; SEM O CUSTMAST O
      *********CLIENTE SEGUE SEM CONFERENCIA, COMO NO PROGCOB09********
           MOVE "N" TO WRK-CLIENTE-VALIDO.
           IF WRK-CLIENTE = SPACES
               DISPLAY "CLIENTE E OBRIGATORIO"
           ELSE
               IF NOT CADASTRO-OK
                   MOVE "S" TO WRK-CLIENTE-VALIDO
               ELSE
                   MOVE WRK-CLIENTE TO CUST-CODIGO
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           DISPLAY "CLIENTE NAO CADASTRADO: "
                               WRK-CLIENTE
                       NOT INVALID KEY
                           MOVE "S" TO WRK-CLIENTE-VALIDO
                           DISPLAY "CLIENTE: " CUST-NOME
                   END-READ
               END-IF
           END-IF.

       0200-INCLUIR-CONTRATO.
      *********ACRESCENTA UMA LINHA NOVA; A CARGA DO PROGRATE ESCOLHE
      *********A VIGENCIA MAIS RECENTE JA INICIADA DO CLIENTE+UF*******
           DISPLAY "CLIENTE:".
           ACCEPT WRK-CLIENTE.
           PERFORM 0150-VALIDAR-CLIENTE.
           IF CLIENTE-VALIDO
               DISPLAY "UF:"
               ACCEPT WRK-UF
               DISPLAY "CODIGO DO CONTRATO:"
               ACCEPT WRK-CODIGO
               DISPLAY "VIGENCIA A PARTIR DE (AAAAMMDD):"
               ACCEPT WRK-VIGENCIA
               DISPLAY "VALIDO ATE (AAAAMMDD, ZERO SEM TERMINO):"
               ACCEPT WRK-VALIDADE
               DISPLAY "PERCENTUAL SOBRE A TAXA DA UF (EX 10,00):"
               ACCEPT WRK-PCT-DESCONTO
               DISPLAY "FRETE MINIMO EM REAIS (ZERO SEM MINIMO):"
               ACCEPT WRK-FRETE-MINIMO
               DISPLAY "TAXA FIXA POR KG (ZERO USA A TAXA DA UF):"
               ACCEPT WRK-TAXA-KG-FIXA
               PERFORM 0210-CONFERIR-CONDICOES
               IF CONTRATO-VALIDO
                   MOVE WRK-CLIENTE TO CTR-CLIENTE
                   MOVE WRK-UF TO CTR-UF
                   MOVE WRK-CODIGO TO CTR-CODIGO
                   MOVE WRK-VIGENCIA TO CTR-VIGENCIA
                   MOVE WRK-VALIDADE TO CTR-VALIDADE
                   MOVE WRK-PCT-DESCONTO TO CTR-PCT-DESCONTO
                   MOVE WRK-FRETE-MINIMO TO CTR-FRETE-MINIMO
                   MOVE WRK-TAXA-KG-FIXA TO CTR-TAXA-KG-FIXA
                   MOVE CTR-RECORD TO WRK-CONTRATO-NOVO
                   MOVE SPACES TO WRK-CONTRATO-VIGENTE
                   MOVE "INCLUSAO" TO WRK-ACAO
                   PERFORM 0250-GRAVAR-PENDENCIA
               END-IF
           END-IF.

       0210-CONFERIR-CONDICOES.
      *********CONTRATO SEM NENHUMA CONDICAO NAO MUDA O FRETE; O
      *********PERCENTUAL NAO PODE ZERAR O FRETE DA UF******************
           MOVE "N" TO WRK-CONTRATO-VALIDO.
           EVALUATE TRUE
               WHEN WRK-UF = SPACES OR WRK-CODIGO = SPACES
                   DISPLAY "UF E CODIGO DO CONTRATO SAO OBRIGATORIOS"
                       " - CANCELADO"
               WHEN WRK-VIGENCIA = ZEROS
                   DISPLAY "VIGENCIA E OBRIGATORIA - CANCELADO"
               WHEN WRK-VALIDADE NOT = ZEROS
                    AND WRK-VALIDADE < WRK-VIGENCIA
                   DISPLAY "VALIDADE ANTERIOR A VIGENCIA - CANCELADO"
               WHEN WRK-PCT-DESCONTO NOT < 100
                   DISPLAY "PERCENTUAL DEVE SER MENOR QUE 100"
                       " - CANCELADO"
               WHEN WRK-PCT-DESCONTO = ZEROS
                    AND WRK-FRETE-MINIMO = ZEROS
                    AND WRK-TAXA-KG-FIXA = ZEROS
                   DISPLAY "CONTRATO SEM CONDICAO DE FRETE"
                       " - CANCELADO"
               WHEN OTHER
                   MOVE "S" TO WRK-CONTRATO-VALIDO
           END-EVALUATE.

       0250-GRAVAR-PENDENCIA.
      *********O CONTRATO VIRA ALTERACAO PENDENTE NO PENDCHG COM A
      *********IMAGEM DA LINHA PROPOSTA (E A DO CONTRATO EM VIGOR NO
      *********ENCERRAMENTO); A APROVACAO (PROGCOB80) E QUEM GRAVA NO
      *********CONTRACT************************************************
           PERFORM 0260-ABRIR-PENDENCIAS.
           IF WRK-FS-PEND = "00"
               MOVE WRK-PROX-PEND TO PEN-NUMERO
               MOVE WRK-DATASYS-NUM TO PEN-DATA
               MOVE "CONTRACT" TO PEN-ALVO
               MOVE WRK-ACAO TO PEN-ACAO
               MOVE SPACES TO PEN-CHAVE
               MOVE WRK-CLIENTE TO PEN-CHAVE(1:6)
               MOVE WRK-UF TO PEN-CHAVE(7:2)
               MOVE WRK-CONTRATO-VIGENTE TO PEN-ANTES
               MOVE WRK-CONTRATO-NOVO TO PEN-DEPOIS
               MOVE WRK-OPERADOR TO PEN-SOLICITANTE
               MOVE "P" TO PEN-STATUS
               MOVE SPACES TO PEN-APROVADOR
               MOVE ZEROS TO PEN-DATA-DECISAO
               WRITE PEN-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PENDENCIA: "
                           WRK-FS-PEND
                   NOT INVALID KEY
                       DISPLAY "ALTERACAO PENDENTE " PEN-NUMERO
                           " GRAVADA - AGUARDA APROVACAO DE UM"
                           " MANAGER NO PROGCOB80"
               END-WRITE
               CLOSE PENDING-CHANGE-FILE
           END-IF.

       0260-ABRIR-PENDENCIAS.
      *********ABRE O PENDCHG (OU CRIA) E ACHA O PROXIMO NUMERO********
           MOVE "N" TO WRK-EOF-PEND.
           MOVE ZEROS TO WRK-PROX-PEND.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF WRK-FS-PEND = "00"
               PERFORM 0265-ACHAR-MAIOR-PENDENCIA UNTIL FIM-PEND
               CLOSE PENDING-CHANGE-FILE
           ELSE
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
           END-IF.
           OPEN I-O PENDING-CHANGE-FILE.
           IF WRK-FS-PEND NOT = "00"
               DISPLAY "ERRO AO ABRIR PENDCHG: " WRK-FS-PEND
           END-IF.
           ADD 1 TO WRK-PROX-PEND.

       0265-ACHAR-MAIOR-PENDENCIA.
           READ PENDING-CHANGE-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF-PEND
               NOT AT END
                   IF PEN-NUMERO > WRK-PROX-PEND
                       MOVE PEN-NUMERO TO WRK-PROX-PEND
                   END-IF
           END-READ.

       0300-ENCERRAR-CONTRATO.
      *********O ENCERRAMENTO REGRAVA A LINHA EM VIGOR DO CLIENTE+UF
      *********COM A NOVA VALIDADE; NA MESMA VIGENCIA A LINHA GRAVADA
      *********POR ULTIMO PREVALECE NA CARGA DO PROGRATE***************
           DISPLAY "CLIENTE:".
           ACCEPT WRK-CLIENTE.
           PERFORM 0150-VALIDAR-CLIENTE.
           IF CLIENTE-VALIDO
               DISPLAY "UF:"
               ACCEPT WRK-UF
               PERFORM 0310-LOCALIZAR-VIGENTE
               IF NOT ACHOU-VIGENTE
                   DISPLAY "NENHUM CONTRATO EM VIGOR PARA "
                       WRK-CLIENTE "/" WRK-UF
               ELSE
                   MOVE WRK-CONTRATO-VIGENTE TO CTR-RECORD
                   DISPLAY "CONTRATO " CTR-CODIGO " VIGENTE DESDE "
                       CTR-VIGENCIA " VALIDO ATE " CTR-VALIDADE
                   DISPLAY "ENCERRAR EM (AAAAMMDD):"
                   ACCEPT WRK-VALIDADE
                   IF WRK-VALIDADE = ZEROS
                       OR WRK-VALIDADE < CTR-VIGENCIA
                       DISPLAY "DATA DE ENCERRAMENTO INVALIDA"
                           " - CANCELADO"
                   ELSE
                       MOVE WRK-VALIDADE TO CTR-VALIDADE
                       MOVE CTR-RECORD TO WRK-CONTRATO-NOVO
                       MOVE "ENCERRA" TO WRK-ACAO
                       PERFORM 0250-GRAVAR-PENDENCIA
                   END-IF
               END-IF
           END-IF.

       0310-LOCALIZAR-VIGENTE.
      *********MESMA ESCOLHA DA CARGA DO PROGRATE: VIGENCIA MAIS
      *********RECENTE JA INICIADA, E NA MESMA VIGENCIA A ULTIMA LINHA*
           MOVE "N" TO WRK-ACHOU-VIGENTE.
           MOVE "N" TO WRK-EOF-CONTR.
           MOVE ZEROS TO WRK-VIGENCIA.
           OPEN INPUT CONTRACT-FILE.
           IF WRK-FS-CONTR NOT = "00"
               MOVE "S" TO WRK-EOF-CONTR
           END-IF.
           PERFORM 0315-LER-CANDIDATO UNTIL FIM-CONTR.
           IF WRK-FS-CONTR = "00" OR WRK-FS-CONTR = "10"
               CLOSE CONTRACT-FILE
           END-IF.
           IF ACHOU-VIGENTE
               MOVE WRK-CONTRATO-VIGENTE TO CTR-RECORD
               IF CTR-VALIDADE NOT = ZEROS
                   AND CTR-VALIDADE < WRK-DATASYS-NUM
                   MOVE "N" TO WRK-ACHOU-VIGENTE
               END-IF
           END-IF.

       0315-LER-CANDIDATO.
           READ CONTRACT-FILE
               AT END
                   MOVE "S" TO WRK-EOF-CONTR
               NOT AT END
                   IF CTR-CLIENTE = WRK-CLIENTE
                       AND CTR-UF = WRK-UF
                       AND CTR-VIGENCIA <= WRK-DATASYS-NUM
                       AND CTR-VIGENCIA >= WRK-VIGENCIA
                       MOVE CTR-VIGENCIA TO WRK-VIGENCIA
                       MOVE CTR-RECORD TO WRK-CONTRATO-VIGENTE
                       MOVE "S" TO WRK-ACHOU-VIGENTE
                   END-IF
           END-READ.

       0400-LISTAR-CONTRATOS.
      *********LISTA TODAS AS LINHAS CADASTRADAS DO CLIENTE, INCLUSIVE
      *********FUTURAS, VENCIDAS E ENCERRAMENTOS***********************
           DISPLAY "CLIENTE A LISTAR:".
           ACCEPT WRK-CLIENTE.
           MOVE "N" TO WRK-EOF-CONTR.
           MOVE ZEROS TO WRK-CNT-LISTADOS.
           OPEN INPUT CONTRACT-FILE.
           IF WRK-FS-CONTR NOT = "00"
               DISPLAY "ARQUIVO CONTRACT NAO ENCONTRADO"
               MOVE "S" TO WRK-EOF-CONTR
           END-IF.
           PERFORM 0410-LISTAR-UM-CONTRATO UNTIL FIM-CONTR.
           IF WRK-FS-CONTR = "00" OR WRK-FS-CONTR = "10"
               CLOSE CONTRACT-FILE
           END-IF.
           DISPLAY "CONTRATOS CADASTRADOS PARA " WRK-CLIENTE ": "
               WRK-CNT-LISTADOS.

       0410-LISTAR-UM-CONTRATO.
           READ CONTRACT-FILE
               AT END
                   MOVE "S" TO WRK-EOF-CONTR
               NOT AT END
                   IF CTR-CLIENTE = WRK-CLIENTE
                       MOVE CTR-PCT-DESCONTO TO WRK-PCT-ED
                       MOVE CTR-FRETE-MINIMO TO WRK-MINIMO-ED
                       MOVE CTR-TAXA-KG-FIXA TO WRK-TAXA-KG-ED
                       DISPLAY CTR-UF " " CTR-CODIGO
                           " DE " CTR-VIGENCIA " ATE " CTR-VALIDADE
                           " PCT " WRK-PCT-ED
                           " MINIMO " WRK-MINIMO-ED
                           " KG " WRK-TAXA-KG-ED
                       ADD 1 TO WRK-CNT-LISTADOS
                   END-IF
           END-READ.
