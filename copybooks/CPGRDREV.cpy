      *****************************************************
      * CPGRDREV - PEDIDO DE REVISAO DE NOTA (ARQUIVO
      * GRDREV, CHAVE GRV-NUMERO)
      * MANTIDO PELO PROGCOB107: A SECRETARIA ABRE O PEDIDO
      * CONTRA ALUNO + CURSO + TERMO COM O MOTIVO (GUARDA A
      * IMAGEM DAS NOTAS DO TRANHIST NA ABERTURA), O
      * PROFESSOR ATRIBUIDO NO TEACHASG REGISTRA A DECISAO
      * COM AS NOTAS REVISTAS E O COORDENADOR APROVA; SO A
      * REVISAO APROVADA ALTERA O GRDMAST E O TRANHIST, COM O
      * NUMERO DA REVISAO NAS LINHAS DO GRDAUDIT
      * STATUS: A=ABERTA D=DECIDIDA (AGUARDA COORDENADOR)
      *         P=APROVADA N=NEGADA PELO COORDENADOR
      * DECISAO: M=NOTA MANTIDA R=NOTA REVISTA
      *****************************************************
       01 GRV-RECORD.
           02 GRV-NUMERO              PIC 9(06).
           02 GRV-STU-ID              PIC X(10).
           02 GRV-CURSO               PIC X(05).
           02 GRV-TERMO               PIC 9(05).
           02 GRV-MOTIVO              PIC X(40).
           02 GRV-DATA-ABERTURA       PIC 9(08).
           02 GRV-ABERTO-POR          PIC X(20).
           02 GRV-PROFESSOR           PIC X(20).
           02 GRV-STATUS              PIC X(01).
               88 GRV-ABERTA          VALUE 'A'.
               88 GRV-DECIDIDA        VALUE 'D'.
               88 GRV-APROVADA        VALUE 'P'.
               88 GRV-NEGADA          VALUE 'N'.
           02 GRV-NOTAS-ANTES.
               03 GRV-NOTA1-ANTES     PIC 9(02)V9(02).
               03 GRV-NOTA2-ANTES     PIC 9(02)V9(02).
               03 GRV-NOTA3-ANTES     PIC 9(02)V9(02).
               03 GRV-MEDIA-ANTES     PIC 9(02)V9(02).
               03 GRV-SITUACAO-ANTES  PIC X(01).
           02 GRV-DECISAO             PIC X(01).
               88 GRV-DEC-MANTIDA     VALUE 'M'.
               88 GRV-DEC-REVISTA     VALUE 'R'.
           02 GRV-PARECER             PIC X(40).
           02 GRV-NOTAS-NOVAS.
               03 GRV-NOTA1-NOVA      PIC 9(02)V9(02).
               03 GRV-NOTA2-NOVA      PIC 9(02)V9(02).
               03 GRV-NOTA3-NOVA      PIC 9(02)V9(02).
               03 GRV-MEDIA-NOVA      PIC 9(02)V9(02).
               03 GRV-SITUACAO-NOVA   PIC X(01).
           02 GRV-DECIDIDO-POR        PIC X(20).
           02 GRV-DATA-DECISAO        PIC 9(08).
           02 GRV-COORDENADOR         PIC X(20).
           02 GRV-DATA-CONCLUSAO      PIC 9(08).
           02 GRV-NOTAS-ALTERADAS     PIC 9(01).
