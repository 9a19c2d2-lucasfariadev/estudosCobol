      *                   (PROGCOB81)
      * 02/09/2026 LFL - INCLUIDA A OPCAO DA IMPORTACAO DO FEED DE
      *                   CAMBIO DO BANCO (PROGCOB82, SO MANAGER)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DO CONTAS A PAGAR DE
      *                   FORNECEDORES COM CASAMENTO DA NOTA CONTRA
      *                   PEDIDO E RECEBIMENTO (PROGCOB83)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DA REMESSA DE COBRANCA POR
      *                   BOLETO (PROGCOB84)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DA REGUA DE COBRANCA E
      *                   BLOQUEIO DE CREDITO (PROGCOB85, LIBERACAO
      *                   DO BLOQUEIO SO PELO MANAGER)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DAS NOTAS DE CREDITO DE
      *                   FRETE (PROGCOB86)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DOS CONTRATOS DE FRETE DOS
      *                   CLIENTES (PROGCOB87, SO MANAGER, COMO A
      *                   TABELA DE FRETE POR UF)
      * 15/10/2026 LFL - CANCELA A ROTINA DE DESIGNACAO PROGCARR APOS
      *                   O LOTE DE FRETE E A MONTAGEM DE CARGAS, PARA
      *                   A PROXIMA EXECUCAO RELER PLACAR E SEMANA
      * 15/10/2026 LFL - INCLUIDA A OPCAO DA IMPORTACAO DE PEDIDOS EDI
      *                   DOS CLIENTES (PROGCOB88)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DOS PEDIDOS PROGRAMADOS
      *                   (RECORRENTES) DOS CLIENTES (PROGCOB89)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DA RENTABILIDADE DE FRETE
      *                   POR CLIENTE, UF E TRANSPORTADORA (PROGCOB91,
      *                   SO MANAGER)
      * 15/10/2026 LFL - INCLUIDAS AS OPCOES DO CADASTRO DE PROMOCOES
      *                   DE VENDA (PROGCOB92, SO MANAGER, COMO A
      *                   TABELA DE PRECOS) E DO RESULTADO DAS
      *                   PROMOCOES (PROGCOB93)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DO PASSIVO MENSAL DE
      *                   VALES-TROCA PARA A CONTABILIDADE (PROGCOB94)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DA CONCILIACAO DA LIQUIDACAO
      *                   DA ADQUIRENTE DE CARTAO E PIX (PROGCOB95)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DA COMISSAO MENSAL DOS
      *                   OPERADORES DE CAIXA (PROGCOB96, SO MANAGER)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DO CADASTRO DE KITS E CESTAS
      *                   (PROGCOB97, SO MANAGER, COMO O CATALOGO)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DO RELATORIO SEMANAL DE LOTES
      *                   A VENCER (PROGCOB98)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DO PONTO DE REPOSICAO E LOTE
      *                   DE COMPRA PELA DEMANDA (PROGCOB99)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DA MARGEM BRUTA POR PRODUTO
      *                   (PROGCOB100, SO MANAGER, COMO A RENTABILIDADE
      *                   DE FRETE)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DAS DEVOLUCOES AO FORNECEDOR
      *                   EM ABERTO (PROGCOB101)
      * 15/10/2026 LFL - PROGCOB68 PASSA A RECEBER A SESSAO (DISPENSA E
      *                   MANUTENCAO DE PRE-REQUISITO PELO COORDENADOR)
      *                   E INCLUIDA A OPCAO DA CONFERENCIA DE
      *                   PRE-REQUISITOS DO TERMO (PROGCOB103, SO
      *                   ADM/MANAGER)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DO QUADRO DE HORARIOS DAS
      *                   SECOES (PROGCOB104, SO ADM/MANAGER)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DO CREDITO DE TRANSFERENCIA
      *                   (PROGCOB106, SO ADM/MANAGER)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DA REVISAO DE NOTA
      *                   (PROGCOB107, MENOS AUDITOR), QUE RECEBE A
      *                   SESSAO PARA
      *                   CONFERIR O PROFESSOR E O COORDENADOR
      * 15/10/2026 LFL - CHAMADA DIARIA (PROGCOB70) ABERTA A TODOS MENOS
      *                   AUDITOR, PARA O PROFESSOR LANCAR A PROPRIA
      *                   CHAMADA, E RECEBENDO O OPERADOR (SESSAO DE
      *                   AULA); PROGCOB69 RECEBE O OPERADOR; INCLUIDA
      *                   A OPCAO DO PAGAMENTO DE HORAS-AULA
      *                   (PROGCOB108, SO ADM/MANAGER)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DO ARQUIVO DO CENSO ESCOLAR
      *                   (PROGCOB109, SO ADM/MANAGER)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DO CUSTO DE MATERIAL DAS OBRAS
      *                   (PROGCOB110)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DA PROGRAMACAO DAS EQUIPES DE
      *                   OBRA (PROGCOB111, MENOS AUDITOR)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DA CONSULTA DO CLIENTE
      *                   (PROGCOB112, MENOS AUDITOR)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DA PROJECAO SEMANAL DE CAIXA
      *                   (PROGCOB113, SO ADM/MANAGER)
      * 15/10/2026 LFL - PROGCOB44, PROGCOB65 E PROGCOB66 RECEBEM O
      *                   OPERADOR, QUE VAI PARA O DIARIO UPDJRNL
      * 15/10/2026 LFL - INCLUIDA A OPCAO DA RECUPERACAO DOS CADASTROS
      *                   PELO DIARIO (PROGCOB115, SO ADM/MANAGER)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DOS PARAMETROS DE OPERACAO
      *                   (PROGCOB116, SO MANAGER, COMO A TAXA DE FRETE)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DO FECHAMENTO DO PERIODO
      *                   CONTABIL (PROGCOB117, SO MANAGER, RECEBE A
      *                   SESSAO COMO O PROGCOB80)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DO ATENDIMENTO AO TITULAR
      *                   DE DADOS - LGPD (PROGCOB118, SO MANAGER,
      *                   RECEBE A SESSAO)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DO ATESTADO DA
      *                   RECERTIFICACAO DE ACESSOS (PROGCOB121, SO
      *                   MANAGER, RECEBE A SESSAO)
      * 15/10/2026 LFL - INCLUIDA A OPCAO DA SIMULACAO DE IMPACTO DAS
      *                   TAXAS DE FRETE PENDENTES (PROGCOB122, SO
      *                   MANAGER, COMO A TAXA DE FRETE)
      ********************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
               DISPLAY " 47 - SECOES DE TURMA E MATRICULAS"
                   " (PROGCOB68)"
               DISPLAY " 48 - PROFESSORES E ATRIBUICOES (PROGCOB69)"
           END-IF.
           IF NOT NIVEL-AUDITOR
               DISPLAY " 49 - CHAMADA DIARIA DE FREQUENCIA"
                   " (PROGCOB70)"
           END-IF.
           IF NIVEL-MANAGER
               DISPLAY " 61 - IMPORTAR FEED DE CAMBIO (PROGCOB82)"
           END-IF.
           IF NOT NIVEL-AUDITOR
               DISPLAY " 62 - CONTAS A PAGAR DE FORNECEDORES"
                   " (PROGCOB83)"
               DISPLAY " 63 - REMESSA DE COBRANCA POR BOLETO"
                   " (PROGCOB84)"
               DISPLAY " 64 - REGUA DE COBRANCA E BLOQUEIO DE CREDITO"
                   " (PROGCOB85)"
               DISPLAY " 65 - NOTAS DE CREDITO DE FRETE (PROGCOB86)"
           END-IF.
           IF NIVEL-MANAGER
               DISPLAY " 66 - CONTRATOS DE FRETE DOS CLIENTES"
                   " (PROGCOB87)"
           END-IF.
           IF NOT NIVEL-AUDITOR
               DISPLAY " 67 - IMPORTACAO DE PEDIDOS EDI DE CLIENTES"
                   " (PROGCOB88)"
               DISPLAY " 68 - PEDIDOS PROGRAMADOS (PROGCOB89)"
           END-IF.
           IF NIVEL-MANAGER
               DISPLAY " 69 - RENTABILIDADE DE FRETE (PROGCOB91)"
               DISPLAY " 70 - PROMOCOES DE VENDA (PROGCOB92)"
           END-IF.
           DISPLAY " 71 - RESULTADO DAS PROMOCOES (PROGCOB93)".
           DISPLAY " 72 - PASSIVO DE VALES-TROCA (PROGCOB94)".
           DISPLAY " 73 - CONCILIACAO DA ADQUIRENTE CARTAO/PIX"
               " (PROGCOB95)".
           IF NIVEL-MANAGER
               DISPLAY " 74 - COMISSAO DOS OPERADORES DE CAIXA"
                   " (PROGCOB96)"
               DISPLAY " 75 - KITS E CESTAS (PROGCOB97)"
           END-IF.
           DISPLAY " 76 - LOTES A VENCER E VENCIDOS (PROGCOB98)".
           IF NOT NIVEL-AUDITOR
               DISPLAY " 77 - PONTO DE REPOSICAO PELA DEMANDA"
                   " (PROGCOB99)"
           END-IF.
           IF NIVEL-MANAGER
               DISPLAY " 78 - MARGEM BRUTA POR PRODUTO (PROGCOB100)"
           END-IF.
           IF NOT NIVEL-AUDITOR
               DISPLAY " 79 - DEVOLUCOES AO FORNECEDOR EM ABERTO"
                   " (PROGCOB101)"
           END-IF.
           IF NIVEL-ADM OR NIVEL-MANAGER
               DISPLAY " 80 - CONFERENCIA DE PRE-REQUISITOS DO TERMO"
                   " (PROGCOB103)"
               DISPLAY " 81 - QUADRO DE HORARIOS DAS SECOES"
                   " (PROGCOB104)"
               DISPLAY " 82 - CREDITO DE TRANSFERENCIA (PROGCOB106)"
           END-IF.
           IF NOT NIVEL-AUDITOR
               DISPLAY " 83 - REVISAO DE NOTA (PROGCOB107)"
           END-IF.
           IF NIVEL-ADM OR NIVEL-MANAGER
               DISPLAY " 84 - PAGAMENTO MENSAL DE HORAS-AULA"
                   " (PROGCOB108)"
               DISPLAY " 85 - CENSO ESCOLAR (PROGCOB109)"
           END-IF.
           DISPLAY " 86 - CUSTO DE MATERIAL DAS OBRAS (PROGCOB110)".
           IF NOT NIVEL-AUDITOR
               DISPLAY " 87 - PROGRAMACAO DAS EQUIPES DE OBRA"
                   " (PROGCOB111)"
               DISPLAY " 88 - CONSULTA DO CLIENTE (PROGCOB112)"
           END-IF.
           IF NIVEL-ADM OR NIVEL-MANAGER
               DISPLAY " 89 - PROJECAO SEMANAL DE CAIXA (PROGCOB113)"
               DISPLAY " 90 - RECUPERACAO PELO DIARIO (PROGCOB115)"
           END-IF.
           IF NIVEL-MANAGER
               DISPLAY " 91 - PARAMETROS DE OPERACAO (PROGCOB116)"
               DISPLAY " 92 - FECHAMENTO DO PERIODO (PROGCOB117)"
               DISPLAY " 93 - ATENDIMENTO LGPD AO TITULAR (PROGCOB118)"
               DISPLAY " 94 - RECERTIFICACAO DE ACESSOS (PROGCOB121)"
               DISPLAY " 95 - SIMULACAO DE TAXA DE FRETE (PROGCOB122)"
           END-IF.
           DISPLAY " 00 - SAIR".
           DISPLAY "=============================================".
           DISPLAY "OPCAO: ".
               WHEN 11
               WHEN 47
               WHEN 48
               WHEN 51
               WHEN 52
               WHEN 53
               WHEN 80
               WHEN 81
               WHEN 82
               WHEN 84
               WHEN 85
               WHEN 89
               WHEN 90
                   IF NIVEL-ADM OR NIVEL-MANAGER
                       MOVE "S" TO WRK-AUTORIZADO
                   END-IF
               WHEN 43
               WHEN 44
               WHEN 45
               WHEN 49
               WHEN 54
               WHEN 58
               WHEN 62
               WHEN 63
               WHEN 64
               WHEN 65
               WHEN 67
               WHEN 68
               WHEN 77
               WHEN 79
               WHEN 83
               WHEN 87
               WHEN 88
                   IF NOT NIVEL-AUDITOR
                       MOVE "S" TO WRK-AUTORIZADO
                   END-IF
               WHEN 56
               WHEN 59
               WHEN 61
               WHEN 66
               WHEN 69
               WHEN 70
               WHEN 74
               WHEN 75
               WHEN 78
               WHEN 91
               WHEN 92
               WHEN 93
               WHEN 94
               WHEN 95
                   IF NIVEL-MANAGER
                       MOVE "S" TO WRK-AUTORIZADO
                   END-IF
                           WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB09"
                       CANCEL "PROGRATE"
                       CANCEL "PROGCARR"
               WHEN 04 PERFORM 0060-TENTAR-LOGIN
                       IF NOT LOGIN-SUCESSO
                           DISPLAY "LOGIN NAO REALIZADO - MENU"
                       CANCEL "PROGCOB42"
               WHEN 22 CALL "PROGCOB43" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB43"
               WHEN 23 CALL "PROGCOB44" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB44"
               WHEN 24 CALL "PROGCOB45" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB45"
                       CANCEL "PROGCOB53"
               WHEN 33 CALL "PROGCOB54"
                       CANCEL "PROGCOB54"
                       CANCEL "PROGCARR"
               WHEN 34 CALL "PROGCOB55"
                       CANCEL "PROGCOB55"
               WHEN 35 CALL "PROGCOB56"
                       CANCEL "PROGCOB63"
               WHEN 43 CALL "PROGCOB64"
                       CANCEL "PROGCOB64"
               WHEN 44 CALL "PROGCOB65" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB65"
               WHEN 45 CALL "PROGCOB66" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB66"
               WHEN 46 CALL "PROGCOB67"
                       CANCEL "PROGCOB67"
               WHEN 47 CALL "PROGCOB68" USING WRK-LOGIN-INFO
                       CANCEL "PROGCOB68"
               WHEN 48 CALL "PROGCOB69" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB69"
               WHEN 49 CALL "PROGCOB70" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB70"
               WHEN 50 CALL "PROGCOB71"
                       CANCEL "PROGCOB71"
                       CANCEL "PROGCOB81"
               WHEN 61 CALL "PROGCOB82"
                       CANCEL "PROGCOB82"
               WHEN 62 CALL "PROGCOB83" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB83"
               WHEN 63 CALL "PROGCOB84" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB84"
               WHEN 64 CALL "PROGCOB85" USING WRK-LOGIN-INFO
                       CANCEL "PROGCOB85"
               WHEN 65 CALL "PROGCOB86" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB86"
               WHEN 66 CALL "PROGCOB87" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB87"
               WHEN 67 CALL "PROGCOB88"
                       CANCEL "PROGCOB88"
               WHEN 68 CALL "PROGCOB89"
                       CANCEL "PROGCOB89"
               WHEN 69 CALL "PROGCOB91" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB91"
               WHEN 70 CALL "PROGCOB92"
                       CANCEL "PROGCOB92"
               WHEN 71 CALL "PROGCOB93" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB93"
               WHEN 72 CALL "PROGCOB94" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB94"
               WHEN 73 CALL "PROGCOB95" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB95"
               WHEN 74 CALL "PROGCOB96" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB96"
               WHEN 75 CALL "PROGCOB97"
                       CANCEL "PROGCOB97"
               WHEN 76 CALL "PROGCOB98" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB98"
               WHEN 77 CALL "PROGCOB99" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB99"
               WHEN 78 CALL "PROGCOB100" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB100"
               WHEN 79 CALL "PROGCOB101" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB101"
               WHEN 80 CALL "PROGCOB103" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB103"
               WHEN 81 CALL "PROGCOB104" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB104"
               WHEN 82 CALL "PROGCOB106" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB106"
               WHEN 83 CALL "PROGCOB107" USING WRK-LOGIN-INFO
                       CANCEL "PROGCOB107"
               WHEN 84 CALL "PROGCOB108" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB108"
               WHEN 85 CALL "PROGCOB109" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB109"
               WHEN 86 CALL "PROGCOB110" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB110"
               WHEN 87 CALL "PROGCOB111" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB111"
               WHEN 88 CALL "PROGCOB112" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB112"
               WHEN 89 CALL "PROGCOB113" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB113"
               WHEN 90 CALL "PROGCOB115" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB115"
               WHEN 91 CALL "PROGCOB116" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB116"
               WHEN 92 CALL "PROGCOB117" USING WRK-LOGIN-INFO
                       CANCEL "PROGCOB117"
               WHEN 93 CALL "PROGCOB118" USING WRK-LOGIN-INFO
                       CANCEL "PROGCOB118"
               WHEN 94 CALL "PROGCOB121" USING WRK-LOGIN-INFO
                       CANCEL "PROGCOB121"
               WHEN 95 CALL "PROGCOB122" USING WRK-LOGIN-USUARIO
                       CANCEL "PROGCOB122"
                       CANCEL "PROGRATE"
               WHEN 00 MOVE "S" TO WRK-SAIR
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
