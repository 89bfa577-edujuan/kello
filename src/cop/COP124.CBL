      *          NO CRONOGRAMA COD050;
      *        OPCAO 3 - IMPRIME ADITIVO (ANEXO) DE UMA VERSAO
      *          REGISTRADA NO COD121 PELO COP121, NO MESMO MOTOR.
      *        O DOCUMENTO IMPRESSO E O QUE VAI P/ A ASSINATURA
      *        ELETRONICA DA COMISSAO NO COP140.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
