      *         TOTAL-REC. QUANDO O DESCONTO EFETIVAMENTE APLICADO
      *         (RCP112-PERC-APLIC/RCP112-VLR-APLIC) FOR DIFERENTE DO
      *         DA TABELA, O DESVIO (OVERRIDE) FICA REGISTRADO EM
      *         RCD112L PARA CONFERENCIA POSTERIOR. COM RCP112-ALBUM
      *         ZERADO E SO CONSULTA DA FAIXA (PRECO DE TABELA DA
      *         ALCADA, RCP127) E NADA E REGISTRADO.
      *
      *         FORMATO: CALL "RCP112" USING PARAMETROS-RCP112
      *
      *   09/08/2026 - ASN - PROGRAMA CRIADO.
      *   15/10/2026 - ASN - ALBUM ZERADO = SO CONSULTA, SEM RCD112L.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    aplicado (informado pela tela de pedido) difere do obtido
      *    na tabela, grava uma linha em RCD112L para conferencia.
       VERIFICA-OVERRIDE SECTION.
           IF RCP112-ALBUM = ZEROS
              GO TO VERIFICA-OVERRIDE-EXIT.
           IF RCP112-PERC-APLIC = RCP112-PERC-TABELA
              AND RCP112-VLR-APLIC = RCP112-VLR-TABELA
              GO TO VERIFICA-OVERRIDE-EXIT.
