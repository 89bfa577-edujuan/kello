      *          (CAD023) E APONTA AS VIAGENS COM MAIS DE 30% DE
      *          EXCESSO - E AQUI QUE O ESTOURO DE CUSTO DE EVENTO
      *          SE ESCONDE.
      *        COM O CARTAO COMBUSTIVEL (PRP109) O LITROS/VALOR DE
      *        COMBUSTIVEL DA VIAGEM PASSA A SER A SOMA DOS
      *        ABASTECIMENTOS CONCILIADOS (COMBUST-CARTAO-PR107 = 1)
      *        E NAO E MAIS REDIGITADO NA OPCAO 1; O CUSTO POR KM
      *        MARCA "ESTIMADO" NA VIAGEM AINDA SEM EXTRATO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DISPLAY "VEICULO.: " WITH NO ADVANCING.
           ACCEPT VEICULO-PR107.
           READ PRD107 INVALID KEY
                MOVE ZEROS TO COMBUST-CARTAO-PR107
           NOT INVALID KEY
                DISPLAY "VIAGEM JA REGISTRADA - REGRAVANDO"
           END-READ.
           ACCEPT ODOM-SAIDA-PR107.
           DISPLAY "ODOMETRO VOLTA...: " WITH NO ADVANCING.
           ACCEPT ODOM-VOLTA-PR107.
           IF COMBUST-CARTAO-PR107 = 1
              DISPLAY "COMBUSTIVEL APURADO PELO CARTAO (PRP109): "
                      LITROS-PR107 " LTS"
           ELSE
              DISPLAY "COMBUSTIVEL (LTS): " WITH NO ADVANCING
              ACCEPT LITROS-PR107
              DISPLAY "VALOR COMBUSTIVEL: " WITH NO ADVANCING
              ACCEPT VLR-COMBUST-PR107
           END-IF.
           DISPLAY "VALOR PEDAGIOS...: " WITH NO ADVANCING.
           ACCEPT VLR-PEDAGIO-PR107.
           IF ODOM-VOLTA-PR107 < ODOM-SAIDA-PR107
           MOVE KM-RODADO-W     TO LINDET-REL (57: 7).
           MOVE CUSTO-VIAGEM-W  TO VALOR-E.
           MOVE VALOR-E         TO LINDET-REL (66: 13).
           IF COMBUST-CARTAO-PR107 = 1
              MOVE "CARTAO"     TO LINDET-REL (81: 8)
           ELSE
              MOVE "ESTIMADO"   TO LINDET-REL (81: 8).
           PERFORM IMPRIME-LINDET.

       FORA-DA-CURVA SECTION.
