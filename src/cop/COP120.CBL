      *          PERDIDO EXIGE MOTIVO);
      *        OPCAO 2 - CONVERTER: PROPOSTA EM NEGOCIACAO VIRA
      *          CONTRATO COD040 (PROXIMO NUMERO LIVRE), CARREGANDO
      *          OS DADOS E AMARRANDO O NR-CONTRATO NA PROPOSTA; O
      *          CONTRATO NASCE SEM DATA DE ASSINATURA, QUE SO VEM
      *          QUANDO A COMISSAO TODA ASSINA O ENVIO DO COP140;
      *        OPCAO 3 - GANHO/PERDA: RELATORIO POR REPRESENTANTE E
      *          CIDADE COM OS MOTIVOS DE PERDA.

           MOVE MESANO-PREV-W       TO MESANO-PREV-CO40.
           MOVE CIDADE-CO120        TO CIDADE-CO40.
           MOVE NOME-CLIENTE-W      TO NOME-CLIENTE-CO40.
           MOVE ZEROS               TO ASSINATURA-CO40.
           MOVE REPRESENTANTE-CO120 TO REPRESENTANTE-CO40.
           MOVE QT-FORM-EST-CO120   TO QTDE-FORM-INI-CO40
                                       QTDE-FORM-CO40.
           END-REWRITE.
           DISPLAY "PROPOSTA " PROPOSTA-W " FECHADA - CONTRATO "
                   PROX-CONTRATO-W.
           DISPLAY "CONTRATO AGUARDA A ASSINATURA ELETRONICA (COP140)".
       CONVERTE-PROPOSTA-FIM.
           CONTINUE.

