      *****************************************************
      * CPRECERT - LAYOUT DA RECERTIFICACAO DE ACESSOS
      * (ARQUIVO RECERT, CHAVE RCT-USUARIO)
      * REGRAVADO A CADA TRIMESTRE PELO PROGCOB120 COM UMA
      * LINHA POR USUARIO DO USERCRED (NIVEL E ULTIMO LOGIN
      * BEM SUCEDIDO NO LOGINLOG/LOGARCH); O PROGCOB121
      * GRAVA O ATESTADO DO MANAGER EM CADA LINHA. REBAIXAR
      * OU REMOVER VIRA PENDENCIA NO PENDCHG (RCT-PENDENCIA)
      * E SO VALE COM A APROVACAO NO PROGCOB80
      * RCT-ULTIMO-LOGIN ZERADO = NUNCA ENTROU
      *****************************************************
       01 RCT-RECORD.
           02 RCT-USUARIO             PIC X(20).
           02 RCT-CAMPANHA            PIC 9(08).
           02 RCT-NIVEL               PIC 9(02).
           02 RCT-ULTIMO-LOGIN        PIC 9(08).
           02 RCT-DIAS-SEM-LOGIN      PIC 9(05).
           02 RCT-BLOQUEADO           PIC X(01).
           02 RCT-DECISAO             PIC X(01).
               88 RCT-A-ATESTAR       VALUE ' '.
               88 RCT-MANTER          VALUE 'M'.
               88 RCT-REBAIXAR        VALUE 'R'.
               88 RCT-REMOVER         VALUE 'X'.
           02 RCT-NOVO-NIVEL          PIC 9(02).
           02 RCT-ATESTADO-POR        PIC X(20).
           02 RCT-DATA-ATESTADO       PIC 9(08).
           02 RCT-PENDENCIA           PIC 9(06).
