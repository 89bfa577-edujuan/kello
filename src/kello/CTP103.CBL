      *        (CTD103) - O MAPA VIVIA NA CABECA DO CONTADOR E O
      *        DIARIO EXPORTADO CAIA EM "CONTA PONTE".
      *        OPCAO 1 - MANUTENCAO: CONTA REDUZIDA (CONFERIDA NO
      *          CXD020), CONTA EXTERNA, NATUREZA E GRUPO DA DRE
      *          GERENCIAL DO CTP105;
      *        OPCAO 2 - LISTAGEM DO DE-PARA;
      *        OPCAO 3 - SEM DE-PARA: VARRE O CXD020 E LISTA AS
      *          CONTAS NORMAIS AINDA NAO MAPEADAS.
           NOT INVALID KEY
                DISPLAY "ATUAL: " CONTA-EXTERNA-CT103
                        " NATUREZA " NATUREZA-CT103
                        " GRUPO DRE " GRUPO-DRE-CT103
                PERFORM ACEITA-DE-PARA
                REWRITE REG-CTD103 INVALID KEY
                      DISPLAY "ERRO ATUALIZANDO CTD103: " ST-CTD103
           DISPLAY "NATUREZA (1-DEVEDORA 2-CREDORA): "
                   WITH NO ADVANCING.
           ACCEPT NATUREZA-CT103.
           DISPLAY "GRUPO DRE (0-PATRIM 1-REC 2-DED 3-CUSTO 4-DESP"
                   " 5-FINANC 6-OUTRAS 7-IR): " WITH NO ADVANCING.
           ACCEPT GRUPO-DRE-CT103.
           IF GRUPO-DRE-CT103 > 7
              MOVE ZEROS TO GRUPO-DRE-CT103.

       LISTAGEM-DE-PARA SECTION.
           OPEN OUTPUT RELAT.
                   MOVE DESCRICAO-CX20 TO LINDET-REL (8: 30)
                   MOVE CONTA-EXTERNA-CT103 TO LINDET-REL (40: 15)
                   MOVE NATUREZA-CT103      TO LINDET-REL (58: 1)
                   MOVE GRUPO-DRE-CT103     TO LINDET-REL (61: 1)
                   PERFORM IMPRIME-LINDET
              END-READ
           END-PERFORM.
