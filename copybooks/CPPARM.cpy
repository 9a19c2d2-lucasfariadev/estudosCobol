      *****************************************************
      * CPPARM - LAYOUT DO PARAMETRO DE OPERACAO
      * (ARQUIVO PARMFILE, CHAVE PRM-NOME)
      * OS LIMITES DE NEGOCIO QUE ERAM VALUE NOS PROGRAMAS
      * (ALERTA E REPROVACAO POR FALTAS, EXPURGO DE
      * EMBARQUES, JANELA DO ACERTO, ALERTA DE RMA,
      * TOLERANCIA DA FATURA DO FRETE) SAO LIDOS DAQUI NA
      * PARTIDA PELO PROGPARM; O VALOR SO VALE A PARTIR DA
      * PRM-VIGENCIA - ANTES DELA VALE O PRM-VALOR-ANTERIOR.
      * MANTIDO PELO PROGCOB116, SEMPRE COM APROVACAO NO
      * PROGCOB80 (PENDCHG); CABE NOS 60 BYTES DO PEN-DEPOIS
      *****************************************************
       01 PRM-RECORD.
           02 PRM-NOME                PIC X(14).
           02 PRM-VALOR               PIC 9(05)V99.
           02 PRM-VALOR-ANTERIOR      PIC 9(05)V99.
           02 PRM-VIGENCIA            PIC 9(08).
           02 PRM-DESCRICAO           PIC X(24).
