      * APROVA OU REJEITA NO PROGCOB80, QUE SO ENTAO APLICA
      * NO UFRATE/CUSTMAST/USERCRED; A TRILHA INTEIRA FICA
      * NO PROPRIO ARQUIVO PARA O AUDITOR
      * ALVO: UFRATE / CUSTMAST / USERCRED / CREDNOTE (NOTA
      *       DE CREDITO DO PROGCOB86 ACIMA DO LIMITE) /
      *       CONTRACT (CONTRATO DE FRETE DO PROGCOB87) /
      *       PARMFILE (PARAMETRO DE OPERACAO DO PROGCOB116)
      * STATUS: P=PENDENTE A=APROVADA R=REJEITADA
      *****************************************************
       01 PEN-RECORD.
