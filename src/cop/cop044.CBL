      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 23-08-2005.
      *manuten��o no cadastro de contratos altera o n� ini de formandos
      *  15/10/2026 - ASN - contrato encerrado (situacao 3, COP132) nao
      *  aceita mais alteracao - reabrir antes no COP132.
       ENVIRONMENT DIVISION.
       class-control.
           Window             is class "wclass".
                   MOVE "C" TO TIPO-MSG
                   PERFORM EXIBIR-MENSAGEM
               NOT INVALID KEY
                 IF SITUACAO-CO40 = 3
                   MOVE "Contrato Encerrado - Reabra no COP132" TO
                   MENSAGEM
                   MOVE "C" TO TIPO-MSG
                   PERFORM EXIBIR-MENSAGEM
                 ELSE
                   MOVE GS-N-INICIAL       TO QTDE-FORM-INI-CO40
                   REWRITE REG-COD040 INVALID KEY
                       MOVE "Erro de Regrava��o...COD040" TO MENSAGEM
