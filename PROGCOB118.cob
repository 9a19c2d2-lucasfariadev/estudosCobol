       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB118.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = LUCAS FARIA LURF
      * OBJETIVO: ATENDIMENTO AO TITULAR DE DADOS PESSOAIS (LGPD).
      *           PELO CODIGO DO CLIENTE OU PELA MATRICULA DO ALUNO
      *           GRAVA O RELATORIO LGPDRPT COM TUDO O QUE GUARDAMOS
      *           DA PESSOA: CLIENTE NO CUSTMAST, LOYALPTS, AROPEN,
      *           CREDIARI, SALESDET E NO ARQUIVO DE EMBARQUES
      *           SHIPARCH; ALUNO NO STUMAST, GUARDIAN (RESPONSAVEL),
      *           TUITION E NO ARQUIVO DE ALUNOS STUARCH.
      *           A ANONIMIZACAO MASCARA NOME, ENDERECO E TELEFONE
      *           (CUST-NOME; STU-NOME, TAMBEM NAS GERACOES DO
      *           STUARCH; GUA-NOME, GUA-ENDERECO E GUA-TELEFONE) E
      *           MANTEM CODIGOS, UF, NOTAS E VALORES, QUE SAO
      *           FISCAIS E FINANCEIROS. E RECUSADA ENQUANTO HOUVER
      *           FATURA EM ABERTO NO AROPEN, PARCELA EM ABERTO NO
      *           CREDIARI OU MENSALIDADE EM ABERTO NO TUITION.
      *           CADA SOLICITACAO E CADA ACAO, COM O PROTOCOLO, FICA
      *           NO LOG LGPDLOG PARA O ENCARREGADO DE DADOS. SO O
      *           NIVEL MANAGER ENTRA
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
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CODIGO
               FILE STATUS IS WRK-FS-CUST.
           SELECT LOYALTY-POINTS ASSIGN TO "LOYALPTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTS-CLIENTE
               FILE STATUS IS WRK-FS-PTS.
           SELECT AR-OPEN-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARO-NUMERO
               FILE STATUS IS WRK-FS-AROPEN.
           SELECT INSTALLMENT-FILE ASSIGN TO "CREDIARI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CHAVE
               FILE STATUS IS WRK-FS-CRD.
           SELECT SALES-DETAIL ASSIGN TO "SALESDET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DETALHE.
           SELECT SHIP-ARCHIVE ASSIGN TO "SHIPARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SHIPARC.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WRK-FS-STUMAST.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GUA-STU-ID
               FILE STATUS IS WRK-FS-GUARD.
           SELECT TUITION-FILE ASSIGN TO "TUITION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUI-CHAVE
               FILE STATUS IS WRK-FS-TUI.
           SELECT STU-ARCHIVE ASSIGN TO "STUARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STUARC.
           SELECT STU-ARCHIVE-WORK ASSIGN TO "STUANON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-WORK.
           SELECT LGPD-REPORT ASSIGN TO "LGPDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPT.
           SELECT LGPD-LOG ASSIGN TO "LGPDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER.
           COPY CPCUST.
       FD LOYALTY-POINTS.
           COPY CPLOYAL.
       FD AR-OPEN-FILE.
           COPY CPAROPEN.
       FD INSTALLMENT-FILE.
           COPY CPCREDIA.
       FD SALES-DETAIL.
           COPY CPSALDET.
      *********MESMA LINHA DO PROGCOB48; A IMAGEM E O SHIP-RECORD,
      *********COM O SHIP-CLIENTE NAS ULTIMAS 6 POSICOES*************
       FD SHIP-ARCHIVE.
       01 SHIP-ARCHIVE-LINE.
           02 SHA-GERACAO             PIC 9(08).
           02 FILLER                  PIC X(02).
           02 SHA-IMAGEM.
               03 SHA-NUMERO          PIC 9(06).
               03 SHA-PRODUTO         PIC X(20).
               03 FILLER              PIC X(62).
               03 SHA-CLIENTE         PIC X(06).
       FD STUDENT-MASTER.
           COPY CPSTUMAS.
       FD GUARDIAN-FILE.
           COPY CPGUARD.
       FD TUITION-FILE.
           COPY CPTUIT.
      *********MESMA LINHA DO PROGCOB48; A IMAGEM E O STU-RECORD*******
       FD STU-ARCHIVE.
       01 STU-ARCHIVE-LINE.
           02 STA-GERACAO             PIC 9(08).
           02 FILLER                  PIC X(02).
           02 STA-IMAGEM.
               03 STA-STU-ID          PIC X(10).
               03 STA-STU-NOME        PIC X(30).
               03 FILLER              PIC X(19).
       FD STU-ARCHIVE-WORK.
       01 STU-WORK-LINE               PIC X(69).
       FD LGPD-REPORT.
       01 LGPD-REPORT-LINE            PIC X(132).
      *********UMA LINHA POR SOLICITACAO/ACAO PARA O ENCARREGADO*******
       FD LGPD-LOG.
       01 LGPD-LOG-LINE.
           02 LGL-DATA                PIC 9(08).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LGL-HORA                PIC 9(06).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LGL-USUARIO             PIC X(20).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LGL-PROTOCOLO           PIC X(15).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LGL-TIPO                PIC X(07).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LGL-CHAVE               PIC X(10).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LGL-ACAO                PIC X(12).
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 LGL-RESULTADO           PIC X(20).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CUST PIC X(02) VALUE ZEROS.
       77 WRK-FS-PTS PIC X(02) VALUE ZEROS.
       77 WRK-FS-AROPEN PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRD PIC X(02) VALUE ZEROS.
       77 WRK-FS-DETALHE PIC X(02) VALUE ZEROS.
       77 WRK-FS-SHIPARC PIC X(02) VALUE ZEROS.
       77 WRK-FS-STUMAST PIC X(02) VALUE ZEROS.
       77 WRK-FS-GUARD PIC X(02) VALUE ZEROS.
       77 WRK-FS-TUI PIC X(02) VALUE ZEROS.
       77 WRK-FS-STUARC PIC X(02) VALUE ZEROS.
       77 WRK-FS-WORK PIC X(02) VALUE ZEROS.
       77 WRK-FS-RPT PIC X(02) VALUE ZEROS.
       77 WRK-FS-LOG PIC X(02) VALUE ZEROS.
       77 WRK-EOF PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-SAIR PIC X(01) VALUE "N".
           88 SAIR-DO-ATENDIMENTO VALUE "S".
       77 WRK-CONFIRMA PIC X(01) VALUE "N".
       77 WRK-SOLICITACAO-OK PIC X(01) VALUE "N".
           88 SOLICITACAO-OK VALUE "S".
       77 WRK-CLIENTE-ACHOU PIC X(01) VALUE "N".
           88 CLIENTE-ACHOU VALUE "S".
       77 WRK-STU-ABERTO PIC X(01) VALUE "N".
           88 STU-ABERTO VALUE "S".
       77 WRK-STU-ACHOU PIC X(01) VALUE "N".
           88 STU-ACHOU VALUE "S".
       77 WRK-GUA-ABERTO PIC X(01) VALUE "N".
           88 GUA-ABERTO VALUE "S".
       77 WRK-GUA-ACHOU PIC X(01) VALUE "N".
           88 GUA-ACHOU VALUE "S".
       77 WRK-SECAO-INDISPONIVEL PIC X(01) VALUE "N".
           88 SECAO-INDISPONIVEL VALUE "S".
       77 WRK-FALHA-CONFERENCIA PIC X(01) VALUE "N".
           88 FALHA-CONFERENCIA VALUE "S".
       77 WRK-PROTOCOLO PIC X(15) VALUE SPACES.
       77 WRK-TIPO PIC X(07) VALUE SPACES.
       77 WRK-CHAVE PIC X(10) VALUE SPACES.
       77 WRK-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-ALUNO PIC X(10) VALUE SPACES.
       77 WRK-ACAO PIC X(12) VALUE SPACES.
       77 WRK-RESULTADO PIC X(20) VALUE SPACES.
       77 WRK-TITULO-SECAO PIC X(60) VALUE SPACES.
       77 WRK-CNT-SECAO PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-REGISTROS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FATURAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PARCELAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-MENSALIDADES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ARQUIVO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-MASCARADAS PIC 9(05) VALUE ZEROS.
      *********O QUE ENTRA NO LUGAR DO DADO PESSOAL; O TELEFONE VIRA
      *********ASTERISCOS******************************************
       77 WRK-MASCARA PIC X(30) VALUE "ANONIMIZADO LGPD".
       01 WRK-LINHA PIC X(132) VALUE SPACES.
       01 WRK-VALOR-ED PIC ZZ.ZZZ.ZZ9,99-.
       01 WRK-VALOR-ED2 PIC ZZ.ZZZ.ZZ9,99-.
       01 WRK-VALOR-ED3 PIC ZZ.ZZZ.ZZ9,99-.
       01 WRK-PONTOS-ED PIC Z.ZZZ.ZZ9-.
       01 WRK-NOTA-ED PIC Z9,99.
       01 WRK-CNT-ED PIC ZZZZ9.
       01 WRK-HORASYS.
           02 WRK-HORASYS-HHMMSS      PIC 9(06).
           02 WRK-HORASYS-CENTESIMOS  PIC 9(02).
       01 WRK-LOGIN-INFO.
           02 WRK-LOGIN-USUARIO        PIC X(20) VALUE SPACES.
           02 WRK-LOGIN-NIVEL          PIC 9(02) VALUE ZEROS.
               88 LOGIN-MANAGER        VALUE 03.
           02 WRK-LOGIN-RESULTADO      PIC X(10) VALUE SPACES.
               88 LOGIN-SUCESSO        VALUE "SUCESSO".
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
           COPY CPRPTHDR.
       LINKAGE SECTION.
       01 LK-SESSAO.
           02 LK-SESSAO-USUARIO        PIC X(20).
           02 LK-SESSAO-NIVEL          PIC 9(02).
           02 LK-SESSAO-RESULTADO      PIC X(10).
       PROCEDURE DIVISION USING OPTIONAL LK-SESSAO.
       0001-PRINCIPAL.
           CALL "PROGDATA" USING WRK-DATASYS-NUM.
           PERFORM 0050-CONFERIR-CREDENCIAL.
           IF LOGIN-SUCESSO AND LOGIN-MANAGER
               PERFORM 0100-EXIBIR-MENU UNTIL SAIR-DO-ATENDIMENTO
           ELSE
               DISPLAY "ACESSO NEGADO - ATENDIMENTO LGPD E RESTRITO"
                   " AO NIVEL MANAGER"
           END-IF.
           GOBACK.

       0050-CONFERIR-CREDENCIAL.
      *********MESMA CONFERENCIA DE SESSAO DO PROGCOB80****************
           IF ADDRESS OF LK-SESSAO NOT = NULL
               MOVE LK-SESSAO TO WRK-LOGIN-INFO
           ELSE
               CALL "PROGCOB10" USING WRK-LOGIN-INFO
               CANCEL "PROGCOB10"
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "=============================================".
           DISPLAY "   ATENDIMENTO AO TITULAR DE DADOS (LGPD)".
           DISPLAY "=============================================".
           DISPLAY " 01 - DADOS MANTIDOS DE UM CLIENTE (LGPDRPT)".
           DISPLAY " 02 - DADOS MANTIDOS DE UM ALUNO (LGPDRPT)".
           DISPLAY " 03 - ANONIMIZAR CLIENTE".
           DISPLAY " 04 - ANONIMIZAR ALUNO E RESPONSAVEL".
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01 PERFORM 0200-RELATORIO-CLIENTE
               WHEN 02 PERFORM 0300-RELATORIO-ALUNO
               WHEN 03 PERFORM 0400-ANONIMIZAR-CLIENTE
               WHEN 04 PERFORM 0500-ANONIMIZAR-ALUNO
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0150-PEDIR-SOLICITACAO.
      *********TODA SOLICITACAO TEM O PROTOCOLO DO ATENDIMENTO AO
      *********TITULAR, QUE VAI PARA O RELATORIO E PARA O LOG**********
           MOVE "N" TO WRK-SOLICITACAO-OK.
           MOVE SPACES TO WRK-PROTOCOLO WRK-CHAVE WRK-RESULTADO.
           DISPLAY "PROTOCOLO DA SOLICITACAO DO TITULAR:".
           ACCEPT WRK-PROTOCOLO.
           IF WRK-TIPO = "CLIENTE"
               DISPLAY "CODIGO DO CLIENTE:"
               MOVE SPACES TO WRK-CLIENTE
               ACCEPT WRK-CLIENTE
               MOVE WRK-CLIENTE TO WRK-CHAVE
           ELSE
               DISPLAY "MATRICULA DO ALUNO:"
               MOVE SPACES TO WRK-ALUNO
               ACCEPT WRK-ALUNO
               MOVE WRK-ALUNO TO WRK-CHAVE
           END-IF.
           EVALUATE TRUE
               WHEN WRK-PROTOCOLO = SPACES
                   DISPLAY "PROTOCOLO OBRIGATORIO - SOLICITACAO"
                       " CANCELADA"
               WHEN WRK-CHAVE = SPACES
                   DISPLAY "CODIGO OBRIGATORIO - SOLICITACAO"
                       " CANCELADA"
               WHEN OTHER
                   MOVE "S" TO WRK-SOLICITACAO-OK
           END-EVALUATE.

       0200-RELATORIO-CLIENTE.
           MOVE "CLIENTE" TO WRK-TIPO.
           MOVE "RELATORIO" TO WRK-ACAO.
           PERFORM 0150-PEDIR-SOLICITACAO.
           IF SOLICITACAO-OK
               PERFORM 0800-ABRIR-RELATORIO
               IF WRK-FS-RPT = "00"
                   PERFORM 0210-CLIENTE-CADASTRO
                   PERFORM 0220-CLIENTE-PONTOS
                   PERFORM 0230-CLIENTE-FATURAS
                   PERFORM 0240-CLIENTE-PARCELAS
                   PERFORM 0250-CLIENTE-VENDAS
                   PERFORM 0260-CLIENTE-EMBARQUES
                   PERFORM 0850-FECHAR-RELATORIO
               ELSE
                   MOVE "ERRO LGPDRPT" TO WRK-RESULTADO
               END-IF
               PERFORM 0900-GRAVAR-LOG
           END-IF.

       0210-CLIENTE-CADASTRO.
           MOVE "CADASTRO DO CLIENTE (CUSTMAST)" TO WRK-TITULO-SECAO.
           PERFORM 0820-INICIAR-SECAO.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CUST NOT = "00"
               PERFORM 0830-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE WRK-CLIENTE TO CUST-CODIGO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-CNT-SECAO
                       MOVE CUST-LIMITE-CREDITO TO WRK-VALOR-ED
                       STRING "CODIGO " CUST-CODIGO
                           "  NOME " CUST-NOME
                           "  UF " CUST-UF
                           "  LIMITE DE CREDITO " WRK-VALOR-ED
                           DELIMITED BY SIZE INTO WRK-LINHA
                       PERFORM 0810-GRAVAR-LINHA
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF.
           PERFORM 0840-ENCERRAR-SECAO.

       0220-CLIENTE-PONTOS.
           MOVE "PROGRAMA DE PONTOS (LOYALPTS)" TO WRK-TITULO-SECAO.
           PERFORM 0820-INICIAR-SECAO.
           OPEN INPUT LOYALTY-POINTS.
           IF WRK-FS-PTS NOT = "00"
               PERFORM 0830-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE WRK-CLIENTE TO PTS-CLIENTE
               READ LOYALTY-POINTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-CNT-SECAO
                       MOVE PTS-SALDO TO WRK-PONTOS-ED
                       STRING "SALDO DE PONTOS " WRK-PONTOS-ED
                           DELIMITED BY SIZE INTO WRK-LINHA
                       PERFORM 0810-GRAVAR-LINHA
               END-READ
               CLOSE LOYALTY-POINTS
           END-IF.
           PERFORM 0840-ENCERRAR-SECAO.

       0230-CLIENTE-FATURAS.
           MOVE "FATURAS DE FRETE (AROPEN)" TO WRK-TITULO-SECAO.
           PERFORM 0820-INICIAR-SECAO.
           OPEN INPUT AR-OPEN-FILE.
           IF WRK-FS-AROPEN NOT = "00"
               PERFORM 0830-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE "N" TO WRK-EOF
               PERFORM 0231-LER-FATURA UNTIL FIM-ARQUIVO
               CLOSE AR-OPEN-FILE
           END-IF.
           PERFORM 0840-ENCERRAR-SECAO.

       0231-LER-FATURA.
           READ AR-OPEN-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF ARO-CLIENTE = WRK-CLIENTE
                       PERFORM 0232-LINHA-FATURA
                   END-IF
           END-READ.

       0232-LINHA-FATURA.
           ADD 1 TO WRK-CNT-SECAO.
           MOVE ARO-VALOR-FRETE TO WRK-VALOR-ED.
           MOVE ARO-VALOR-PAGO TO WRK-VALOR-ED2.
           MOVE ARO-SALDO TO WRK-VALOR-ED3.
           STRING "FATURA " ARO-NUMERO "  DE " ARO-DATA-FATURA
               "  VALOR " WRK-VALOR-ED "  PAGO " WRK-VALOR-ED2
               "  SALDO " WRK-VALOR-ED3 "  SITUACAO " ARO-STATUS
               DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0810-GRAVAR-LINHA.

       0240-CLIENTE-PARCELAS.
           MOVE "PARCELAS DE CREDIARIO (CREDIARI)" TO WRK-TITULO-SECAO.
           PERFORM 0820-INICIAR-SECAO.
           OPEN INPUT INSTALLMENT-FILE.
           IF WRK-FS-CRD NOT = "00"
               PERFORM 0830-ARQUIVO-INDISPONIVEL
           ELSE
               PERFORM 0241-POSICIONAR-PARCELAS
               PERFORM 0242-LER-PARCELA UNTIL FIM-ARQUIVO
               CLOSE INSTALLMENT-FILE
           END-IF.
           PERFORM 0840-ENCERRAR-SECAO.

       0241-POSICIONAR-PARCELAS.
           MOVE "N" TO WRK-EOF.
           MOVE LOW-VALUES TO CRD-CHAVE.
           MOVE WRK-CLIENTE TO CRD-CLIENTE.
           START INSTALLMENT-FILE KEY IS NOT LESS THAN CRD-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF
           END-START.

       0242-LER-PARCELA.
           READ INSTALLMENT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF CRD-CLIENTE NOT = WRK-CLIENTE
                       MOVE "S" TO WRK-EOF
                   ELSE
                       PERFORM 0243-LINHA-PARCELA
                   END-IF
           END-READ.

       0243-LINHA-PARCELA.
           ADD 1 TO WRK-CNT-SECAO.
           MOVE CRD-VALOR TO WRK-VALOR-ED.
           STRING "VENDA " CRD-VENDA-SEQ "/" CRD-PARCELA
               "  VENCIMENTO " CRD-VENCIMENTO
               "  VALOR " WRK-VALOR-ED "  SITUACAO " CRD-STATUS
               "  PAGA EM " CRD-DATA-PAGAMENTO
               DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0810-GRAVAR-LINHA.

       0250-CLIENTE-VENDAS.
           MOVE "VENDAS NA LOJA (SALESDET)" TO WRK-TITULO-SECAO.
           PERFORM 0820-INICIAR-SECAO.
           OPEN INPUT SALES-DETAIL.
           IF WRK-FS-DETALHE NOT = "00"
               PERFORM 0830-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE "N" TO WRK-EOF
               PERFORM 0251-LER-VENDA UNTIL FIM-ARQUIVO
               CLOSE SALES-DETAIL
           END-IF.
           PERFORM 0840-ENCERRAR-SECAO.

       0251-LER-VENDA.
           READ SALES-DETAIL
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF SD-CLIENTE = WRK-CLIENTE
                       PERFORM 0252-LINHA-VENDA
                   END-IF
           END-READ.

       0252-LINHA-VENDA.
           ADD 1 TO WRK-CNT-SECAO.
           MOVE SD-VALOR TO WRK-VALOR-ED.
           STRING "SEQ " SD-SEQ "  DATA " SD-DATA "  HORA " SD-HORA
               "  CAIXA " SD-CAIXA "  TIPO " SD-TIPO
               "  PAGAMENTO " SD-TENDER "  VALOR " WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0810-GRAVAR-LINHA.

       0260-CLIENTE-EMBARQUES.
           MOVE "EMBARQUES ARQUIVADOS (SHIPARCH)" TO WRK-TITULO-SECAO.
           PERFORM 0820-INICIAR-SECAO.
           OPEN INPUT SHIP-ARCHIVE.
           IF WRK-FS-SHIPARC NOT = "00"
               PERFORM 0830-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE "N" TO WRK-EOF
               PERFORM 0261-LER-EMBARQUE UNTIL FIM-ARQUIVO
               CLOSE SHIP-ARCHIVE
           END-IF.
           PERFORM 0840-ENCERRAR-SECAO.

       0261-LER-EMBARQUE.
           READ SHIP-ARCHIVE
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF SHA-CLIENTE = WRK-CLIENTE
                       ADD 1 TO WRK-CNT-SECAO
                       STRING "GERACAO " SHA-GERACAO
                           "  EMBARQUE " SHA-NUMERO
                           "  PRODUTO " SHA-PRODUTO
                           DELIMITED BY SIZE INTO WRK-LINHA
                       PERFORM 0810-GRAVAR-LINHA
                   END-IF
           END-READ.

       0300-RELATORIO-ALUNO.
           MOVE "ALUNO" TO WRK-TIPO.
           MOVE "RELATORIO" TO WRK-ACAO.
           PERFORM 0150-PEDIR-SOLICITACAO.
           IF SOLICITACAO-OK
               PERFORM 0800-ABRIR-RELATORIO
               IF WRK-FS-RPT = "00"
                   PERFORM 0310-ALUNO-CADASTRO
                   PERFORM 0320-ALUNO-RESPONSAVEL
                   PERFORM 0330-ALUNO-MENSALIDADES
                   PERFORM 0340-ALUNO-ARQUIVO
                   PERFORM 0850-FECHAR-RELATORIO
               ELSE
                   MOVE "ERRO LGPDRPT" TO WRK-RESULTADO
               END-IF
               PERFORM 0900-GRAVAR-LOG
           END-IF.

       0310-ALUNO-CADASTRO.
           MOVE "CADASTRO DO ALUNO (STUMAST)" TO WRK-TITULO-SECAO.
           PERFORM 0820-INICIAR-SECAO.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-STUMAST NOT = "00"
               PERFORM 0830-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE WRK-ALUNO TO STU-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-CNT-SECAO
                       MOVE STU-MEDIA TO WRK-NOTA-ED
                       STRING "MATRICULA " STU-ID
                           "  NOME " STU-NOME
                           "  MEDIA " WRK-NOTA-ED
                           "  SITUACAO " STU-SITUACAO
                           "  ATIVO " STU-ATIVO
                           "  DOCUMENTO RETIDO " STU-DOC-RETIDO
                           DELIMITED BY SIZE INTO WRK-LINHA
                       PERFORM 0810-GRAVAR-LINHA
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.
           PERFORM 0840-ENCERRAR-SECAO.

       0320-ALUNO-RESPONSAVEL.
           MOVE "RESPONSAVEL (GUARDIAN)" TO WRK-TITULO-SECAO.
           PERFORM 0820-INICIAR-SECAO.
           OPEN INPUT GUARDIAN-FILE.
           IF WRK-FS-GUARD NOT = "00"
               PERFORM 0830-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE WRK-ALUNO TO GUA-STU-ID
               READ GUARDIAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0321-LINHA-RESPONSAVEL
               END-READ
               CLOSE GUARDIAN-FILE
           END-IF.
           PERFORM 0840-ENCERRAR-SECAO.

       0321-LINHA-RESPONSAVEL.
           ADD 1 TO WRK-CNT-SECAO.
           STRING "NOME " GUA-NOME "  PARENTESCO " GUA-PARENTESCO
               DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0810-GRAVAR-LINHA.
           STRING "ENDERECO " GUA-ENDERECO "  TELEFONE " GUA-TELEFONE
               DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0810-GRAVAR-LINHA.

       0330-ALUNO-MENSALIDADES.
           MOVE "MENSALIDADES (TUITION)" TO WRK-TITULO-SECAO.
           PERFORM 0820-INICIAR-SECAO.
           OPEN INPUT TUITION-FILE.
           IF WRK-FS-TUI NOT = "00"
               PERFORM 0830-ARQUIVO-INDISPONIVEL
           ELSE
               PERFORM 0331-POSICIONAR-MENSALIDADES
               PERFORM 0332-LER-MENSALIDADE UNTIL FIM-ARQUIVO
               CLOSE TUITION-FILE
           END-IF.
           PERFORM 0840-ENCERRAR-SECAO.

       0331-POSICIONAR-MENSALIDADES.
           MOVE "N" TO WRK-EOF.
           MOVE WRK-ALUNO TO TUI-STU-ID.
           MOVE ZEROS TO TUI-ANOMES.
           START TUITION-FILE KEY IS NOT LESS THAN TUI-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-EOF
           END-START.

       0332-LER-MENSALIDADE.
           READ TUITION-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF TUI-STU-ID NOT = WRK-ALUNO
                       MOVE "S" TO WRK-EOF
                   ELSE
                       ADD 1 TO WRK-CNT-SECAO
                       MOVE TUI-VALOR TO WRK-VALOR-ED
                       STRING "MES " TUI-ANOMES
                           "  VALOR " WRK-VALOR-ED
                           "  SITUACAO " TUI-STATUS
                           "  PAGA EM " TUI-DATA-PAGAMENTO
                           DELIMITED BY SIZE INTO WRK-LINHA
                       PERFORM 0810-GRAVAR-LINHA
                   END-IF
           END-READ.

       0340-ALUNO-ARQUIVO.
           MOVE "ALUNOS ARQUIVADOS (STUARCH)" TO WRK-TITULO-SECAO.
           PERFORM 0820-INICIAR-SECAO.
           OPEN INPUT STU-ARCHIVE.
           IF WRK-FS-STUARC NOT = "00"
               PERFORM 0830-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE "N" TO WRK-EOF
               PERFORM 0341-LER-ARQUIVADO UNTIL FIM-ARQUIVO
               CLOSE STU-ARCHIVE
           END-IF.
           PERFORM 0840-ENCERRAR-SECAO.

       0341-LER-ARQUIVADO.
           READ STU-ARCHIVE
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF STA-STU-ID = WRK-ALUNO
                       ADD 1 TO WRK-CNT-SECAO
                       STRING "GERACAO " STA-GERACAO
                           "  MATRICULA " STA-STU-ID
                           "  NOME " STA-STU-NOME
                           DELIMITED BY SIZE INTO WRK-LINHA
                       PERFORM 0810-GRAVAR-LINHA
                   END-IF
           END-READ.

       0400-ANONIMIZAR-CLIENTE.
      *********SO O NOME SAI: CODIGO, UF (BASE DO ICMS) E LIMITE FICAM,
      *********E AS VENDAS, FATURAS E PARCELAS SEGUEM PELO CODIGO******
           MOVE "CLIENTE" TO WRK-TIPO.
           MOVE "ANONIMIZACAO" TO WRK-ACAO.
           PERFORM 0150-PEDIR-SOLICITACAO.
           IF SOLICITACAO-OK
               OPEN I-O CUSTOMER-MASTER
               IF WRK-FS-CUST NOT = "00"
                   DISPLAY "ERRO AO ABRIR CUSTMAST: " WRK-FS-CUST
                   STRING "ERRO CUSTMAST " WRK-FS-CUST
                       DELIMITED BY SIZE INTO WRK-RESULTADO
               ELSE
                   PERFORM 0405-LER-CLIENTE
                   CLOSE CUSTOMER-MASTER
               END-IF
               PERFORM 0900-GRAVAR-LOG
           END-IF.

       0405-LER-CLIENTE.
           MOVE "N" TO WRK-CLIENTE-ACHOU.
           MOVE WRK-CLIENTE TO CUST-CODIGO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-CLIENTE-ACHOU
           END-READ.
           IF NOT CLIENTE-ACHOU
               DISPLAY "CLIENTE NAO CADASTRADO: " WRK-CLIENTE
               MOVE "NAO CADASTRADO" TO WRK-RESULTADO
           ELSE
               PERFORM 0410-CONTAR-SALDOS-CLIENTE
               EVALUATE TRUE
                   WHEN FALHA-CONFERENCIA
                       DISPLAY "SALDOS NAO CONFERIDOS - ANONIMIZACAO"
                           " RECUSADA"
                       MOVE "RECUSADO CONFERENCIA" TO WRK-RESULTADO
                   WHEN WRK-QTD-FATURAS > ZEROS
                       OR WRK-QTD-PARCELAS > ZEROS
                       DISPLAY "ANONIMIZACAO RECUSADA - FATURAS EM"
                           " ABERTO: " WRK-QTD-FATURAS
                           " PARCELAS EM ABERTO: " WRK-QTD-PARCELAS
                       MOVE "RECUSADO SALDO" TO WRK-RESULTADO
                   WHEN OTHER
                       PERFORM 0420-CONFIRMAR-CLIENTE
               END-EVALUATE
           END-IF.

       0410-CONTAR-SALDOS-CLIENTE.
      *********ARQUIVO QUE NAO EXISTE (35) NAO TEM SALDO; QUALQUER
      *********OUTRA FALHA DE ABERTURA IMPEDE A CONFERENCIA************
           MOVE "N" TO WRK-FALHA-CONFERENCIA.
           MOVE ZEROS TO WRK-QTD-FATURAS WRK-QTD-PARCELAS.
           OPEN INPUT AR-OPEN-FILE.
           EVALUATE WRK-FS-AROPEN
               WHEN "00"
                   MOVE "N" TO WRK-EOF
                   PERFORM 0411-CONTAR-FATURA UNTIL FIM-ARQUIVO
                   CLOSE AR-OPEN-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR AROPEN: " WRK-FS-AROPEN
                   MOVE "S" TO WRK-FALHA-CONFERENCIA
           END-EVALUATE.
           OPEN INPUT INSTALLMENT-FILE.
           EVALUATE WRK-FS-CRD
               WHEN "00"
                   PERFORM 0241-POSICIONAR-PARCELAS
                   PERFORM 0412-CONTAR-PARCELA UNTIL FIM-ARQUIVO
                   CLOSE INSTALLMENT-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CREDIARI: " WRK-FS-CRD
                   MOVE "S" TO WRK-FALHA-CONFERENCIA
           END-EVALUATE.

       0411-CONTAR-FATURA.
           READ AR-OPEN-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF ARO-CLIENTE = WRK-CLIENTE
                       AND ARO-ABERTA AND ARO-SALDO > ZEROS
                       ADD 1 TO WRK-QTD-FATURAS
                   END-IF
           END-READ.

       0412-CONTAR-PARCELA.
           READ INSTALLMENT-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF CRD-CLIENTE NOT = WRK-CLIENTE
                       MOVE "S" TO WRK-EOF
                   ELSE
                       IF CRD-ABERTA
                           ADD 1 TO WRK-QTD-PARCELAS
                       END-IF
                   END-IF
           END-READ.

       0420-CONFIRMAR-CLIENTE.
           DISPLAY "CONFIRMA A ANONIMIZACAO DO CLIENTE " CUST-CODIGO
               " " CUST-NOME "? NAO HA COMO DESFAZER (S/N)".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
               MOVE WRK-MASCARA TO CUST-NOME
               REWRITE CUST-RECORD
               IF WRK-FS-CUST = "00"
                   MOVE "ANONIMIZADO" TO WRK-RESULTADO
                   DISPLAY "CLIENTE " CUST-CODIGO " ANONIMIZADO"
               ELSE
                   DISPLAY "ERRO AO REGRAVAR CUSTMAST: " WRK-FS-CUST
                   STRING "ERRO CUSTMAST " WRK-FS-CUST
                       DELIMITED BY SIZE INTO WRK-RESULTADO
               END-IF
           ELSE
               DISPLAY "ANONIMIZACAO CANCELADA"
               MOVE "CANCELADO" TO WRK-RESULTADO
           END-IF.

       0500-ANONIMIZAR-ALUNO.
      *********NOME DO ALUNO (NO STUMAST E NAS GERACOES DO STUARCH,
      *********QUE O PROGCOB49 PODE DEVOLVER) E NOME, ENDERECO E
      *********TELEFONE DO RESPONSAVEL; NOTAS E MENSALIDADES FICAM*****
           MOVE "ALUNO" TO WRK-TIPO.
           MOVE "ANONIMIZACAO" TO WRK-ACAO.
           PERFORM 0150-PEDIR-SOLICITACAO.
           IF SOLICITACAO-OK
               PERFORM 0505-LOCALIZAR-ALUNO
               PERFORM 0510-CONTAR-MENSALIDADES
               EVALUATE TRUE
                   WHEN FALHA-CONFERENCIA
                       DISPLAY "CADASTROS NAO CONFERIDOS -"
                           " ANONIMIZACAO RECUSADA"
                       MOVE "RECUSADO CONFERENCIA" TO WRK-RESULTADO
                   WHEN NOT STU-ACHOU AND NOT GUA-ACHOU
                       AND WRK-QTD-ARQUIVO = ZEROS
                       DISPLAY "ALUNO NAO CADASTRADO: " WRK-ALUNO
                       MOVE "NAO CADASTRADO" TO WRK-RESULTADO
                   WHEN WRK-QTD-MENSALIDADES > ZEROS
                       DISPLAY "ANONIMIZACAO RECUSADA - MENSALIDADES"
                           " EM ABERTO: " WRK-QTD-MENSALIDADES
                       MOVE "RECUSADO SALDO" TO WRK-RESULTADO
                   WHEN OTHER
                       PERFORM 0520-CONFIRMAR-ALUNO
               END-EVALUATE
               PERFORM 0590-FECHAR-CADASTROS-ALUNO
               PERFORM 0900-GRAVAR-LOG
           END-IF.

       0505-LOCALIZAR-ALUNO.
           MOVE "N" TO WRK-STU-ABERTO WRK-STU-ACHOU WRK-GUA-ABERTO
               WRK-GUA-ACHOU WRK-FALHA-CONFERENCIA.
           MOVE ZEROS TO WRK-QTD-ARQUIVO.
           OPEN I-O STUDENT-MASTER.
           EVALUATE WRK-FS-STUMAST
               WHEN "00"
                   MOVE "S" TO WRK-STU-ABERTO
                   MOVE WRK-ALUNO TO STU-ID
                   READ STUDENT-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WRK-STU-ACHOU
                   END-READ
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR STUMAST: " WRK-FS-STUMAST
                   MOVE "S" TO WRK-FALHA-CONFERENCIA
           END-EVALUATE.
           OPEN I-O GUARDIAN-FILE.
           EVALUATE WRK-FS-GUARD
               WHEN "00"
                   MOVE "S" TO WRK-GUA-ABERTO
                   MOVE WRK-ALUNO TO GUA-STU-ID
                   READ GUARDIAN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WRK-GUA-ACHOU
                   END-READ
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR GUARDIAN: " WRK-FS-GUARD
                   MOVE "S" TO WRK-FALHA-CONFERENCIA
           END-EVALUATE.
           OPEN INPUT STU-ARCHIVE.
           EVALUATE WRK-FS-STUARC
               WHEN "00"
                   MOVE "N" TO WRK-EOF
                   PERFORM 0506-CONTAR-ARQUIVADO UNTIL FIM-ARQUIVO
                   CLOSE STU-ARCHIVE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR STUARCH: " WRK-FS-STUARC
                   MOVE "S" TO WRK-FALHA-CONFERENCIA
           END-EVALUATE.

       0506-CONTAR-ARQUIVADO.
           READ STU-ARCHIVE
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF STA-STU-ID = WRK-ALUNO
                       ADD 1 TO WRK-QTD-ARQUIVO
                   END-IF
           END-READ.

       0510-CONTAR-MENSALIDADES.
           MOVE ZEROS TO WRK-QTD-MENSALIDADES.
           OPEN INPUT TUITION-FILE.
           EVALUATE WRK-FS-TUI
               WHEN "00"
                   PERFORM 0331-POSICIONAR-MENSALIDADES
                   PERFORM 0511-CONTAR-MENSALIDADE UNTIL FIM-ARQUIVO
                   CLOSE TUITION-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR TUITION: " WRK-FS-TUI
                   MOVE "S" TO WRK-FALHA-CONFERENCIA
           END-EVALUATE.

       0511-CONTAR-MENSALIDADE.
           READ TUITION-FILE NEXT
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF TUI-STU-ID NOT = WRK-ALUNO
                       MOVE "S" TO WRK-EOF
                   ELSE
                       IF TUI-ABERTA
                           ADD 1 TO WRK-QTD-MENSALIDADES
                       END-IF
                   END-IF
           END-READ.

       0520-CONFIRMAR-ALUNO.
           MOVE WRK-QTD-ARQUIVO TO WRK-CNT-ED.
           DISPLAY "CONFIRMA A ANONIMIZACAO DO ALUNO " WRK-ALUNO
               " E DO RESPONSAVEL (" WRK-CNT-ED " GERACOES NO"
               " STUARCH)? NAO HA COMO DESFAZER (S/N)".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
               MOVE "ANONIMIZADO" TO WRK-RESULTADO
               IF STU-ACHOU
                   PERFORM 0530-MASCARAR-ALUNO
               END-IF
               IF GUA-ACHOU
                   PERFORM 0535-MASCARAR-RESPONSAVEL
               END-IF
               IF WRK-QTD-ARQUIVO > ZEROS
                   PERFORM 0540-MASCARAR-ARQUIVO
               END-IF
               DISPLAY "ALUNO " WRK-ALUNO ": " WRK-RESULTADO
           ELSE
               DISPLAY "ANONIMIZACAO CANCELADA"
               MOVE "CANCELADO" TO WRK-RESULTADO
           END-IF.

       0530-MASCARAR-ALUNO.
           MOVE WRK-MASCARA TO STU-NOME.
           REWRITE STU-RECORD.
           IF WRK-FS-STUMAST NOT = "00"
               DISPLAY "ERRO AO REGRAVAR STUMAST: " WRK-FS-STUMAST
               MOVE SPACES TO WRK-RESULTADO
               STRING "ERRO STUMAST " WRK-FS-STUMAST
                   DELIMITED BY SIZE INTO WRK-RESULTADO
           END-IF.

       0535-MASCARAR-RESPONSAVEL.
           MOVE WRK-MASCARA TO GUA-NOME GUA-ENDERECO.
           MOVE ALL "*" TO GUA-TELEFONE.
           REWRITE GUA-RECORD.
           IF WRK-FS-GUARD NOT = "00"
               DISPLAY "ERRO AO REGRAVAR GUARDIAN: " WRK-FS-GUARD
               MOVE SPACES TO WRK-RESULTADO
               STRING "ERRO GUARDIAN " WRK-FS-GUARD
                   DELIMITED BY SIZE INTO WRK-RESULTADO
           END-IF.

       0540-MASCARAR-ARQUIVO.
      *********O STUARCH E SEQUENCIAL: PASSA PELO STUANON COM O NOME
      *********MASCARADO E VOLTA INTEIRO, COMO O LOGINLOG NO PROGCOB48*
           MOVE ZEROS TO WRK-QTD-MASCARADAS.
           OPEN OUTPUT STU-ARCHIVE-WORK.
           IF WRK-FS-WORK NOT = "00"
               DISPLAY "ERRO AO ABRIR STUANON: " WRK-FS-WORK
               MOVE "ERRO STUARCH" TO WRK-RESULTADO
           ELSE
               OPEN INPUT STU-ARCHIVE
               MOVE "N" TO WRK-EOF
               PERFORM 0541-COPIAR-MASCARANDO UNTIL FIM-ARQUIVO
               CLOSE STU-ARCHIVE STU-ARCHIVE-WORK
               OPEN INPUT STU-ARCHIVE-WORK
               OPEN OUTPUT STU-ARCHIVE
               MOVE "N" TO WRK-EOF
               PERFORM 0542-DEVOLVER-ARQUIVO UNTIL FIM-ARQUIVO
               CLOSE STU-ARCHIVE STU-ARCHIVE-WORK
               DISPLAY "GERACOES MASCARADAS NO STUARCH: "
                   WRK-QTD-MASCARADAS
           END-IF.

       0541-COPIAR-MASCARANDO.
           READ STU-ARCHIVE
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   IF STA-STU-ID = WRK-ALUNO
                       MOVE WRK-MASCARA TO STA-STU-NOME
                       ADD 1 TO WRK-QTD-MASCARADAS
                   END-IF
                   MOVE STU-ARCHIVE-LINE TO STU-WORK-LINE
                   WRITE STU-WORK-LINE
           END-READ.

       0542-DEVOLVER-ARQUIVO.
           READ STU-ARCHIVE-WORK
               AT END
                   MOVE "S" TO WRK-EOF
               NOT AT END
                   MOVE STU-WORK-LINE TO STU-ARCHIVE-LINE
                   WRITE STU-ARCHIVE-LINE
           END-READ.

       0590-FECHAR-CADASTROS-ALUNO.
           IF STU-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.
           IF GUA-ABERTO
               CLOSE GUARDIAN-FILE
           END-IF.

       0800-ABRIR-RELATORIO.
           OPEN OUTPUT LGPD-REPORT.
           IF WRK-FS-RPT NOT = "00"
               DISPLAY "ERRO AO ABRIR LGPDRPT: " WRK-FS-RPT
           ELSE
               MOVE ZEROS TO WRK-CNT-REGISTROS
               MOVE "PROGCOB118" TO RPT-HDR-PROGRAMA
               MOVE WRK-DATASYS-NUM TO RPT-HDR-DATA
               MOVE WRK-LOGIN-USUARIO TO RPT-HDR-OPERADOR
               MOVE 1 TO RPT-HDR-PAGINA
               MOVE RPT-HEADER-LINE TO WRK-LINHA
               PERFORM 0810-GRAVAR-LINHA
               STRING "DADOS PESSOAIS MANTIDOS (LGPD) - " WRK-TIPO
                   " " WRK-CHAVE "  PROTOCOLO " WRK-PROTOCOLO
                   DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 0810-GRAVAR-LINHA
           END-IF.

       0810-GRAVAR-LINHA.
           MOVE WRK-LINHA TO LGPD-REPORT-LINE.
           WRITE LGPD-REPORT-LINE.
           MOVE SPACES TO WRK-LINHA.

       0820-INICIAR-SECAO.
           MOVE ZEROS TO WRK-CNT-SECAO.
           MOVE "N" TO WRK-SECAO-INDISPONIVEL.
           PERFORM 0810-GRAVAR-LINHA.
           STRING "---- " WRK-TITULO-SECAO
               DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0810-GRAVAR-LINHA.

       0830-ARQUIVO-INDISPONIVEL.
           MOVE "S" TO WRK-SECAO-INDISPONIVEL.
           MOVE "  ARQUIVO INDISPONIVEL - SECAO NAO CONFERIDA"
               TO WRK-LINHA.
           PERFORM 0810-GRAVAR-LINHA.

       0840-ENCERRAR-SECAO.
           IF WRK-CNT-SECAO = ZEROS AND NOT SECAO-INDISPONIVEL
               MOVE "  NENHUM REGISTRO" TO WRK-LINHA
               PERFORM 0810-GRAVAR-LINHA
           END-IF.
           ADD WRK-CNT-SECAO TO WRK-CNT-REGISTROS.

       0850-FECHAR-RELATORIO.
           MOVE WRK-CNT-REGISTROS TO WRK-CNT-ED.
           PERFORM 0810-GRAVAR-LINHA.
           STRING "REGISTROS LOCALIZADOS: " WRK-CNT-ED
               DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0810-GRAVAR-LINHA.
           CLOSE LGPD-REPORT.
           IF WRK-CNT-REGISTROS = ZEROS
               MOVE "SEM REGISTROS" TO WRK-RESULTADO
           ELSE
               MOVE "GERADO" TO WRK-RESULTADO
           END-IF.
           DISPLAY "RELATORIO LGPDRPT GERADO - " WRK-CNT-ED
               " REGISTROS".

       0900-GRAVAR-LOG.
           OPEN EXTEND LGPD-LOG.
           IF WRK-FS-LOG NOT = "00"
               OPEN OUTPUT LGPD-LOG
           END-IF.
           ACCEPT WRK-HORASYS FROM TIME.
           MOVE SPACES TO LGPD-LOG-LINE.
           MOVE WRK-DATASYS-NUM TO LGL-DATA.
           MOVE WRK-HORASYS-HHMMSS TO LGL-HORA.
           MOVE WRK-LOGIN-USUARIO TO LGL-USUARIO.
           MOVE WRK-PROTOCOLO TO LGL-PROTOCOLO.
           MOVE WRK-TIPO TO LGL-TIPO.
           MOVE WRK-CHAVE TO LGL-CHAVE.
           MOVE WRK-ACAO TO LGL-ACAO.
           MOVE WRK-RESULTADO TO LGL-RESULTADO.
           WRITE LGPD-LOG-LINE.
           CLOSE LGPD-LOG.
