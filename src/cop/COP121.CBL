      *          ATUALIZA O COD040 E, QUANDO O VALOR MUDA, REDIVIDE
      *          A DIFERENCA IGUALMENTE ENTRE AS PARCELAS EM ABERTO
      *          DO CRONOGRAMA COD050 (ARREDONDAMENTO NA ULTIMA);
      *          SO ACEITA ADITIVO DE CONTRATO JA ASSINADO (ROTINA
      *          COP141) - O ADITIVO NASCE SEM ASSINATURA E VAI P/ O
      *          ENVIO ELETRONICO DO COP140;
      *        OPCAO 2 - HISTORICO: IMPRIME A TRILHA DE ADITIVOS DO
      *          CONTRATO - "O QUE FOI COMBINADO QUANDO" DEIXA DE
      *          SER DISCUSSAO, COM A DATA EM QUE CADA VERSAO FOI
      *          ASSINADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.

       01  PARAMETROS-COP141.
           05  COP141-EMPRESA        PIC X(3).
           05  COP141-CONTRATO       PIC 9(4).
           05  COP141-TIPO-DOC       PIC 9(1).
           05  COP141-VERSAO         PIC 9(3).
           05  COP141-DATA-PAPEL     PIC 9(8).
           05  COP141-DATA-ASSIN     PIC 9(8).
           05  COP141-RETORNO        PIC 9(1).
               88  COP141-ASSINADO              VALUE 0.

       01  DATA-INVERTE-W            PIC X(8).

       01  DATA-SISTEMA-W.
           IF SITUACAO-CO40 NOT = 0
              DISPLAY "CONTRATO NAO ESTA VIGENTE"
              GO TO REGISTRA-ADITIVO-FIM.
           MOVE EMPRESA-W       TO COP141-EMPRESA.
           MOVE CONTRATO-W      TO COP141-CONTRATO.
           MOVE 1               TO COP141-TIPO-DOC.
           MOVE ZEROS           TO COP141-VERSAO.
           MOVE ASSINATURA-CO40 TO COP141-DATA-PAPEL.
           CALL "COP141" USING PARAMETROS-COP141.
           IF NOT COP141-ASSINADO
              DISPLAY "CONTRATO AINDA NAO ASSINADO - VEJA O COP140"
              GO TO REGISTRA-ADITIVO-FIM.
           DISPLAY "VALOR ATUAL....: " VLR-CONTRATO-CO40.
           DISPLAY "QTDE FORMANDOS.: " QTDE-FORM-CO40.
           DISPLAY "COBERTURA......: " COBERTURA-CO40.
           MOVE VLR-CONTRATO-CO40 TO VLR-ANTERIOR-CO121.
           MOVE QTDE-FORM-CO40    TO QTDE-ANTERIOR-CO121.
           MOVE COBERTURA-CO40    TO COBERT-ANTERIOR-CO121.
           MOVE ZEROS             TO QT-PARC-AJUST-CO121
                                     DATA-ASSINATURA-CO121.

           MOVE ZEROS TO DELTA-W.
           IF VLR-NOVO-W > ZEROS
                 DISPLAY "ERRO ATUALIZANDO COD040: " ST-COD040
           END-REWRITE.
           DISPLAY "ADITIVO VERSAO " VERSAO-W " REGISTRADO".
           DISPLAY "ENVIE O ADITIVO P/ ASSINATURA NO COP140".
       REGISTRA-ADITIVO-FIM.
           CONTINUE.

           MOVE "APROV."       TO LINDET-REL (27: 6).
           MOVE APROVADO-POR-CO121 TO LINDET-REL (34: 5).
           MOVE MOTIVO-CO121   TO LINDET-REL (41: 30).
           IF DATA-ASSINATURA-CO121 > ZEROS
              MOVE DATA-ASSINATURA-CO121 TO DATA-INVERTE-W
              CALL "GRIDAT1" USING DATA-INVERTE-W
              MOVE DATA-INVERTE-W TO DATA-E
              MOVE "ASSINADO EM"  TO LINDET-REL (73: 11)
              MOVE DATA-E         TO LINDET-REL (85: 10)
           ELSE
              MOVE "NAO ASSINADO" TO LINDET-REL (73: 12).
           PERFORM IMPRIME-LINDET.
           MOVE "  VALOR"      TO LINDET-REL (1: 7).
           MOVE VLR-ANTERIOR-CO121 TO VALOR-E.
