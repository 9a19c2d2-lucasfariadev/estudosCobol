      * DATA 02/09/2026
      * MANUTENCAO:
      * 02/09/2026 LFL - PROGRAMA CRIADO
      * 15/10/2026 LFL - NOVO ALVO CREDNOTE: NOTA DE CREDITO DO
      *                   PROGCOB86 ACIMA DO LIMITE; A APROVACAO ABATE
      *                   O ARO-SALDO E O CUSTEXP E EFETIVA A NOTA, A
      *                   REJEICAO MARCA A NOTA COMO REJEITADA
      * 15/10/2026 LFL - NOVO ALVO CONTRACT: CONTRATO DE FRETE DO
      *                   CLIENTE CADASTRADO OU ENCERRADO NO PROGCOB87;
      *                   A APROVACAO ACRESCENTA A LINHA AO CONTRACT
      * 15/10/2026 LFL - CADA GRAVACAO NOS CADASTROS INDEXADOS DEIXA A
      *                   IMAGEM POSTERIOR NO DIARIO UPDJRNL (PROGJRNL),
      *                   PARA A RECUPERACAO PELO PROGCOB115
      * 15/10/2026 LFL - NOVO ALVO PARMFILE: PARAMETRO DE OPERACAO
      *                   ALTERADO NO PROGCOB116; A APROVACAO GRAVA O
      *                   NOVO VALOR E A VIGENCIA NO PARMFILE
      * 15/10/2026 LFL - ALVO USERCRED COM AS ACOES DA RECERTIFICACAO
      *                   DE ACESSOS (PROGCOB121): REMOCAO EXCLUI O
      *                   USUARIO E REBAIXA REGRAVA SO O CRED-NIVEL,
      *                   SEM VOLTAR SENHA OU BLOQUEIO DA IMAGEM ANTIGA
      * 15/10/2026 LFL - TAXA PENDENTE DA UFRATE MOSTRA, ANTES DA
      *                   DECISAO, O IMPACTO SIMULADO PELO PROGCOB122
      *                   SOBRE O HISTORICO FRTHIST (FRETE ATUAL,
      *                   SIMULADO, DIFERENCA E PROJECAO MENSAL)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT UF-RATE-FILE ASSIGN TO "UFRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UFRATE.
           SELECT CONTRACT-FILE ASSIGN TO "CONTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTR.
           SELECT RATE-LOG ASSIGN TO "UFRATLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRED-USUARIO
               FILE STATUS IS WRK-FS-CRED.
           SELECT CREDIT-NOTE-FILE ASSIGN TO "CREDNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRN-NUMERO
               FILE STATUS IS WRK-FS-CRN.
           SELECT AR-OPEN-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARO-NUMERO
               FILE STATUS IS WRK-FS-AROPEN.
           SELECT CUSTOMER-EXPOSURE ASSIGN TO "CUSTEXP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXP-CLIENTE
               FILE STATUS IS WRK-FS-EXP.
           SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-NOME
               FILE STATUS IS WRK-FS-PARM.
       DATA DIVISION.
       FILE SECTION.
       FD PENDING-CHANGE-FILE.
           COPY CPPEND.
       FD UF-RATE-FILE.
           COPY CPUFRATE.
       FD CONTRACT-FILE.
           COPY CPCONTR.
       FD RATE-LOG.
       01 RATE-LOG-LINE.
           02 RLOG-DATA               PIC 9(08).
           COPY CPCUST.
       FD USER-CREDENTIAL.
           COPY CPCRED.
       FD CREDIT-NOTE-FILE.
           COPY CPCREDNT.
       FD AR-OPEN-FILE.
           COPY CPAROPEN.
       FD CUSTOMER-EXPOSURE.
           COPY CPCUSEXP.
       FD PARAMETER-FILE.
           COPY CPPARM.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PEND PIC X(02) VALUE ZEROS.
       77 WRK-FS-UFRATE PIC X(02) VALUE ZEROS.
       77 WRK-FS-LOG PIC X(02) VALUE ZEROS.
       77 WRK-FS-CONTR PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUST PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRED PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRN PIC X(02) VALUE ZEROS.
       77 WRK-FS-AROPEN PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXP PIC X(02) VALUE ZEROS.
       77 WRK-FS-PARM PIC X(02) VALUE ZEROS.
       77 WRK-NOTA PIC 9(06) VALUE ZEROS.
       77 WRK-EOF-PEND PIC X(01) VALUE "N".
           88 FIM-PEND VALUE "S".
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
       77 WRK-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-DECISAO PIC X(01) VALUE SPACES.
       77 WRK-EXISTE-NO-ALVO PIC X(01) VALUE "N".
       77 WRK-NIVEL-APROVADO PIC 9(02) VALUE ZEROS.
       77 WRK-CNT-PENDENTES PIC 9(03) VALUE ZEROS.
       01 WRK-LOGIN-INFO.
           02 WRK-LOGIN-USUARIO        PIC X(20) VALUE SPACES.
           02 WRK-LOGIN-RESULTADO      PIC X(10) VALUE SPACES.
               88 LOGIN-SUCESSO        VALUE "SUCESSO".
       01 WRK-DATASYS-NUM PIC 9(08) VALUE ZEROS.
           COPY CPJRNLAR.
           COPY CPSIMAR.
      *********IMAGEM DEPOIS DA TAXA PENDENTE (UF-RATE-RECORD)*********
       01 WRK-TAXA-PENDENTE.
           02 WTP-UF                  PIC X(02).
           02 WTP-MULT                PIC 9(01)V99.
           02 WTP-TAXA-KG             PIC 9(02)V99.
           02 FILLER                  PIC X(51).
       01 WRK-VALOR-SIM-ED PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-SESSAO.
           02 LK-SESSAO-USUARIO        PIC X(20).
               "  CHAVE " PEN-CHAVE.
           DISPLAY "ANTES : " PEN-ANTES.
           DISPLAY "DEPOIS: " PEN-DEPOIS.
           IF PEN-ALVO = "UFRATE"
               PERFORM 0320-SIMULAR-TAXA
           END-IF.
           DISPLAY "APROVAR (A) OU REJEITAR (R)?".
           ACCEPT WRK-DECISAO.
           IF WRK-DECISAO = "a"
                   PERFORM 0380-GRAVAR-DECISAO
                   DISPLAY "PENDENCIA APROVADA E APLICADA"
               WHEN "R"
                   IF PEN-ALVO = "CREDNOTE"
                       PERFORM 0450-REJEITAR-CREDNOTE
                   END-IF
                   MOVE "R" TO PEN-STATUS
                   PERFORM 0380-GRAVAR-DECISAO
                   DISPLAY "PENDENCIA REJEITADA"
                   DISPLAY "DECISAO INVALIDA - PENDENCIA MANTIDA"
           END-EVALUATE.

       0320-SIMULAR-TAXA.
      *********RECOTA O HISTORICO DE FRETE DA UF PELA TAXA PROPOSTA
      *********(PROGCOB122) PARA O APROVADOR VER O IMPACTO*************
           MOVE PEN-DEPOIS TO WRK-TAXA-PENDENTE.
           MOVE WTP-UF TO SIMA-UF.
           MOVE WTP-MULT TO SIMA-MULT.
           MOVE WTP-TAXA-KG TO SIMA-TAXA-KG.
           CALL "PROGCOB122" USING WRK-LOGIN-USUARIO, SIMA-AREA.
           CANCEL "PROGCOB122".
           CANCEL "PROGRATE".
           IF SIMA-OK
               DISPLAY "SIMULACAO (" SIMA-DIAS " DIAS DE HISTORICO, "
                   SIMA-PEDIDOS " PEDIDOS DA UF):"
               MOVE SIMA-FRETE-ATUAL TO WRK-VALOR-SIM-ED
               DISPLAY "  FRETE PELA TAXA VIGENTE.: " WRK-VALOR-SIM-ED
               MOVE SIMA-FRETE-SIMULADO TO WRK-VALOR-SIM-ED
               DISPLAY "  FRETE PELA TAXA NOVA....: " WRK-VALOR-SIM-ED
               MOVE SIMA-DIFERENCA TO WRK-VALOR-SIM-ED
               DISPLAY "  DIFERENCA...............: " WRK-VALOR-SIM-ED
               MOVE SIMA-IMPACTO-MENSAL TO WRK-VALOR-SIM-ED
               DISPLAY "  IMPACTO MENSAL ESTIMADO.: " WRK-VALOR-SIM-ED
           ELSE
               DISPLAY "SIMULACAO: SEM PEDIDOS DA UF NO HISTORICO"
                   " FRTHIST"
           END-IF.

       0380-GRAVAR-DECISAO.
           MOVE WRK-LOGIN-USUARIO TO PEN-APROVADOR.
           MOVE WRK-DATASYS-NUM TO PEN-DATA-DECISAO.
           EVALUATE PEN-ALVO
               WHEN "UFRATE"
                   PERFORM 0410-APLICAR-UFRATE
               WHEN "CONTRACT"
                   PERFORM 0415-APLICAR-CONTRACT
               WHEN "CUSTMAST"
                   PERFORM 0420-APLICAR-CUSTMAST
               WHEN "USERCRED"
                   PERFORM 0430-APLICAR-USERCRED
               WHEN "CREDNOTE"
                   PERFORM 0440-APLICAR-CREDNOTE
               WHEN "PARMFILE"
                   PERFORM 0460-APLICAR-PARMFILE
               WHEN OTHER
                   DISPLAY "ALVO DESCONHECIDO - NADA APLICADO: "
                       PEN-ALVO
           WRITE RATE-LOG-LINE.
           CLOSE RATE-LOG.

       0415-APLICAR-CONTRACT.
      *********ACRESCENTA A LINHA APROVADA (INCLUSAO OU ENCERRAMENTO)
      *********AO CONTRACT; A CARGA DO PROGRATE ESCOLHE A EM VIGOR****
           OPEN EXTEND CONTRACT-FILE.
           IF WRK-FS-CONTR NOT = "00"
               OPEN OUTPUT CONTRACT-FILE
           END-IF.
           MOVE PEN-DEPOIS TO CTR-RECORD.
           WRITE CTR-RECORD.
           CLOSE CONTRACT-FILE.

       0420-APLICAR-CUSTMAST.
           OPEN I-O CUSTOMER-MASTER.
           IF WRK-FS-CUST = "35"
               DISPLAY "ERRO AO ABRIR USERCRED: " WRK-FS-CRED
           ELSE
               MOVE PEN-DEPOIS TO CRED-RECORD
               EVALUATE PEN-ACAO
                   WHEN "REMOCAO"
                       PERFORM 0436-REMOVER-USUARIO
                   WHEN "REBAIXA"
                       PERFORM 0437-REBAIXAR-USUARIO
                   WHEN OTHER
                       PERFORM 0435-GRAVAR-OU-REGRAVAR-USUARIO
               END-EVALUATE
               CLOSE USER-CREDENTIAL
           END-IF.

               MOVE PEN-DEPOIS TO CRED-RECORD
               REWRITE CRED-RECORD
           END-IF.

       0436-REMOVER-USUARIO.
      *********REMOCAO ATESTADA NA RECERTIFICACAO: O USUARIO SAI DO
      *********USERCRED; A IMAGEM ANTERIOR FICA NA PROPRIA PENDENCIA***
           MOVE PEN-CHAVE TO CRED-USUARIO.
           DELETE USER-CREDENTIAL
               INVALID KEY
                   DISPLAY "USUARIO JA NAO CONSTA DO USERCRED: "
                       PEN-CHAVE
               NOT INVALID KEY
                   DISPLAY "USUARIO REMOVIDO DO USERCRED: " PEN-CHAVE
           END-DELETE.

       0437-REBAIXAR-USUARIO.
      *********SO O NIVEL VEM DA IMAGEM APROVADA; SENHA, TENTATIVAS E
      *********BLOQUEIO FICAM COMO ESTAO HOJE NO USERCRED**************
           MOVE CRED-NIVEL TO WRK-NIVEL-APROVADO.
           MOVE PEN-CHAVE TO CRED-USUARIO.
           READ USER-CREDENTIAL
               INVALID KEY
                   DISPLAY "USUARIO JA NAO CONSTA DO USERCRED: "
                       PEN-CHAVE
               NOT INVALID KEY
                   MOVE WRK-NIVEL-APROVADO TO CRED-NIVEL
                   REWRITE CRED-RECORD
                   DISPLAY "NIVEL DE " PEN-CHAVE " REBAIXADO PARA "
                       CRED-NIVEL
           END-READ.

       0440-APLICAR-CREDNOTE.
      *********EFETIVA A NOTA PENDENTE: ABATE DO SALDO DO TITULO
      *********(QUITA SE ZERAR) E DA EXPOSICAO DO CLIENTE; SE O SALDO
      *********CAIU DESDE A EMISSAO, A NOTA FICA LIMITADA AO SALDO*****
           MOVE PEN-CHAVE(1:6) TO WRK-NOTA.
           OPEN I-O CREDIT-NOTE-FILE.
           OPEN I-O AR-OPEN-FILE.
           IF WRK-FS-CRN NOT = "00" OR WRK-FS-AROPEN NOT = "00"
               DISPLAY "ERRO AO ABRIR CREDNOTE/AROPEN: " WRK-FS-CRN
                   "/" WRK-FS-AROPEN " - NOTA NAO EFETIVADA"
           ELSE
               MOVE WRK-NOTA TO CRN-NUMERO
               READ CREDIT-NOTE-FILE
                   INVALID KEY
                       DISPLAY "NOTA NAO ENCONTRADA: " WRK-NOTA
                   NOT INVALID KEY
                       IF CRN-PENDENTE
                           PERFORM 0445-EFETIVAR-NOTA
                       ELSE
                           DISPLAY "NOTA " WRK-NOTA " NAO ESTA"
                               " PENDENTE (STATUS " CRN-STATUS ")"
                       END-IF
               END-READ
           END-IF.
           CLOSE CREDIT-NOTE-FILE AR-OPEN-FILE.

       0445-EFETIVAR-NOTA.
           MOVE CRN-FATURA TO ARO-NUMERO.
           READ AR-OPEN-FILE
               INVALID KEY
                   DISPLAY "FATURA SEM TITULO NO AROPEN: " CRN-FATURA
               NOT INVALID KEY
                   IF CRN-VALOR > ARO-SALDO
                       DISPLAY "SALDO ATUAL " ARO-SALDO " MENOR QUE"
                           " A NOTA - NOTA LIMITADA AO SALDO"
                       MOVE ARO-SALDO TO CRN-VALOR
                   END-IF
                   SUBTRACT CRN-VALOR FROM ARO-SALDO
                   IF ARO-SALDO = ZEROS
                       MOVE "Q" TO ARO-STATUS
                   END-IF
                   REWRITE ARO-RECORD
                   IF WRK-FS-AROPEN = "00"
                       MOVE "R" TO JRN-OPERACAO
                       PERFORM 0982-DIARIO-TITULO
                   END-IF
                   PERFORM 0448-ALIVIAR-EXPOSICAO
                   MOVE "E" TO CRN-STATUS
                   MOVE WRK-DATASYS-NUM TO CRN-DATA-EFETIVACAO
                   MOVE WRK-LOGIN-USUARIO TO CRN-APROVADOR
                   REWRITE CRN-RECORD
                   DISPLAY "NOTA " CRN-NUMERO " EFETIVADA - SALDO DA"
                       " FATURA " ARO-SALDO
           END-READ.

       0448-ALIVIAR-EXPOSICAO.
           OPEN I-O CUSTOMER-EXPOSURE.
           IF WRK-FS-EXP = "00"
               MOVE CRN-CLIENTE TO EXP-CLIENTE
               READ CUSTOMER-EXPOSURE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT CRN-VALOR FROM EXP-VALOR
                       IF EXP-VALOR < ZEROS
                           MOVE ZEROS TO EXP-VALOR
                       END-IF
                       REWRITE EXP-RECORD
                       IF WRK-FS-EXP = "00"
                           MOVE "R" TO JRN-OPERACAO
                           PERFORM 0986-DIARIO-EXPOSICAO
                       END-IF
               END-READ
               CLOSE CUSTOMER-EXPOSURE
           END-IF.

       0450-REJEITAR-CREDNOTE.
           MOVE PEN-CHAVE(1:6) TO WRK-NOTA.
           OPEN I-O CREDIT-NOTE-FILE.
           IF WRK-FS-CRN = "00"
               MOVE WRK-NOTA TO CRN-NUMERO
               READ CREDIT-NOTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CRN-PENDENTE
                           MOVE "R" TO CRN-STATUS
                           MOVE WRK-LOGIN-USUARIO TO CRN-APROVADOR
                           REWRITE CRN-RECORD
                       END-IF
               END-READ
               CLOSE CREDIT-NOTE-FILE
           END-IF.

       0460-APLICAR-PARMFILE.
      *********GRAVA O PARAMETRO APROVADO; OS PROGRAMAS PEGAM O NOVO
      *********VALOR NA PROXIMA PARTIDA, A PARTIR DA VIGENCIA**********
           OPEN I-O PARAMETER-FILE.
           IF WRK-FS-PARM = "35"
               OPEN OUTPUT PARAMETER-FILE
               CLOSE PARAMETER-FILE
               OPEN I-O PARAMETER-FILE
           END-IF.
           IF WRK-FS-PARM NOT = "00"
               DISPLAY "ERRO AO ABRIR PARMFILE: " WRK-FS-PARM
           ELSE
               MOVE PEN-DEPOIS TO PRM-RECORD
               PERFORM 0465-GRAVAR-OU-REGRAVAR-PARAMETRO
               CLOSE PARAMETER-FILE
           END-IF.

       0465-GRAVAR-OU-REGRAVAR-PARAMETRO.
           MOVE "N" TO WRK-EXISTE-NO-ALVO.
           WRITE PRM-RECORD
               INVALID KEY
                   MOVE "S" TO WRK-EXISTE-NO-ALVO
           END-WRITE.
           IF WRK-EXISTE-NO-ALVO = "S"
               MOVE PEN-DEPOIS TO PRM-RECORD
               REWRITE PRM-RECORD
           END-IF.

       0982-DIARIO-TITULO.
      *********IMAGEM DO TITULO GRAVADO VAI PARA O DIARIO UPDJRNL*******
           MOVE "PROGCOB80" TO JRN-PROGRAMA.
           MOVE WRK-LOGIN-USUARIO TO JRN-OPERADOR.
           MOVE "AROPEN" TO JRN-ARQUIVO.
           MOVE ARO-NUMERO TO JRN-CHAVE.
           MOVE ARO-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.

       0986-DIARIO-EXPOSICAO.
      *********IMAGEM DA EXPOSICAO GRAVADA VAI PARA O DIARIO UPDJRNL****
           MOVE "PROGCOB80" TO JRN-PROGRAMA.
           MOVE WRK-LOGIN-USUARIO TO JRN-OPERADOR.
           MOVE "CUSTEXP" TO JRN-ARQUIVO.
           MOVE EXP-CLIENTE TO JRN-CHAVE.
           MOVE EXP-RECORD TO JRN-IMAGEM.
           CALL "PROGJRNL" USING JRN-AREA.
