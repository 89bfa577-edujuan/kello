      *         - calcula a multa de rescis�o sobre OED010/COD040
      *         - cancela as parcelas em aberto em COD050/CRD020
      *         - grava hist�rico em COD114
      *         - contrato encerrado (situacao 3, COP132) nao e
      *           rescindido: tem de ser reaberto no COP132 antes
      *         - titulo do CRD020 preso por outra sessao (9D) e
      *           esperado pelo GRLOCK; se o operador desistir, a
      *           rescisao para antes de COD050/COD114 (os titulos
      *           ja cancelados ficam; rodar de novo completa)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  PARAMETROS-GRLOCK.
           05  GRLOCK-EMPRESA    PIC X(3).
           05  GRLOCK-ARQUIVO    PIC X(8).
           05  GRLOCK-CHAVE      PIC X(30).
           05  GRLOCK-PROGRAMA   PIC X(8).
           05  GRLOCK-FUNCAO     PIC 9(1).
           05  GRLOCK-SEGUNDOS   PIC 9(5).
           05  GRLOCK-RETORNO    PIC 9(1).
           05  GRLOCK-CONTROLE   PIC X(120).

       01  PARAMETROS-COP116.
           05  COP116-EMPRESA       PIC X(3).
           05  COP116-MOTIVO        PIC 9(5).
              MOVE 1 TO ERRO-W
              GO TO PROCESSA-RESCISAO-FIM.

           IF SITUACAO-CO40 = 3
              DISPLAY "CONTRATO ENCERRADO (COP132) - REABRA ANTES"
              MOVE 1 TO ERRO-W
              GO TO PROCESSA-RESCISAO-FIM.

      *    o motivo do cancelamento � obrigat�rio e precisa existir
      *    na tabela de Motivos (COD008) - a valida��o � centralizada
      *    em COP116 para que qualquer outra baixa/estorno (CRD099,
                   VLR-BASE-W * PERC-MULTA-W / 100.

           PERFORM CANCELA-RECEBIVEIS.
           IF ERRO-W = 1
              DISPLAY "TITULO EM USO - RESCISAO INTERROMPIDA, "
                      "RODE DE NOVO PARA COMPLETAR"
              GO TO PROCESSA-RESCISAO-FIM.
           PERFORM CANCELA-RECEBIVEIS-EXCLUIDOS.
           PERFORM CANCELA-PARCELAS-PREVISTAS.

           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              END-READ
              IF ST-CRD020 = "9D"
                 PERFORM ESPERA-PROXIMO-CRD020
              END-IF
              IF ST-CRD020 = "9D"
                 MOVE 1    TO ERRO-W
                 MOVE "10" TO ST-CRD020
              END-IF
              IF ST-CRD020 > "10"
                 DISPLAY "ERRO LENDO CRD020: " ST-CRD020
                 MOVE 1    TO ERRO-W
                 MOVE "10" TO ST-CRD020
              END-IF
              IF ST-CRD020 < "10"
                 PERFORM TRATA-RECEBIVEL
              END-IF
           END-PERFORM.

       TRATA-RECEBIVEL SECTION.
           IF CLASS-CLIENTE-CR20 NOT = 0
              OR CLIENTE-CR20 > CLIENTE-FIM-W
              MOVE "10" TO ST-CRD020
              GO TO TRATA-RECEBIVEL-FIM.
           IF SITUACAO-CR20 = 2
              ADD VALOR-LIQ-CR20 TO VLR-JA-PAGO-W.
           IF SITUACAO-CR20 = 0 OR SITUACAO-CR20 = 1
              PERFORM CANCELA-RECEBIVEL.
       TRATA-RECEBIVEL-FIM.
           CONTINUE.

       CANCELA-RECEBIVEL SECTION.
           MOVE 4 TO SITUACAO-CR20.
           MOVE MOTIVO-W TO MOTIVO-CANCEL-CR20.
           REWRITE REG-CRD020 INVALID KEY
              DISPLAY "ERRO CANCELANDO CRD020: " ST-CRD020
           END-REWRITE.
           IF ST-CRD020 = "9D"
              PERFORM ESPERA-REGRAVA-CRD020.
           IF ST-CRD020 = "9D"
              MOVE 1    TO ERRO-W
              MOVE "10" TO ST-CRD020
              GO TO CANCELA-RECEBIVEL-FIM.
           IF ST-CRD020 < "10"
              PERFORM ENFILEIRA-BAIXA-BANCO.
       CANCELA-RECEBIVEL-FIM.
           CONTINUE.

      *    Titulo preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D. No REWRITE da varredura o
      *    proprio REWRITE e repetido - reler pela chave primaria
      *    mudaria a chave de referencia e a leitura pela ALT1 se
      *    perderia
       ESPERA-REGRAVA-CRD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "CRD020"      TO GRLOCK-ARQUIVO.
           MOVE CHAVE-CR20    TO GRLOCK-CHAVE.
           MOVE "COP115"      TO GRLOCK-PROGRAMA.
           MOVE ZEROS         TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
           PERFORM UNTIL ST-CRD020 NOT = "9D" OR GRLOCK-RETORNO = 1
              MOVE 1 TO GRLOCK-FUNCAO
              CALL "GRLOCK" USING PARAMETROS-GRLOCK
              IF GRLOCK-RETORNO = 0
                 REWRITE REG-CRD020 INVALID KEY
                    DISPLAY "ERRO CANCELANDO CRD020: " ST-CRD020
                 END-REWRITE
              END-IF
           END-PERFORM.
           MOVE 2 TO GRLOCK-FUNCAO.
           CALL "GRLOCK" USING PARAMETROS-GRLOCK.

      *    Mesmo tratamento na leitura sequencial: o registro travado
      *    nao chega na area, entao a chave mostrada e a do contrato
       ESPERA-PROXIMO-CRD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "CRD020"      TO GRLOCK-ARQUIVO.
           MOVE SPACES        TO GRLOCK-CHAVE.
           MOVE "CONTRATO"    TO GRLOCK-CHAVE (1: 8).
           MOVE NR-CONTRATO-W TO GRLOCK-CHAVE (10: 4).
           MOVE "COP115"      TO GRLOCK-PROGRAMA.
           MOVE ZEROS         TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
           PERFORM UNTIL ST-CRD020 NOT = "9D" OR GRLOCK-RETORNO = 1
              MOVE 1 TO GRLOCK-FUNCAO
              CALL "GRLOCK" USING PARAMETROS-GRLOCK
              IF GRLOCK-RETORNO = 0
                 READ CRD020 NEXT RECORD AT END
                      MOVE "10" TO ST-CRD020
                 END-READ
              END-IF
           END-PERFORM.
           MOVE 2 TO GRLOCK-FUNCAO.
           CALL "GRLOCK" USING PARAMETROS-GRLOCK.

      *    Cancela os t�tulos em aberto do contrato em CRD099 (t�tulos
      *    j� exclu�dos do contas a receber ativo, mas ainda sujeitos
