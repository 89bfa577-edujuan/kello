      *          MES DE INDICE;
      *        OPCAO 3 - HISTORICO: LISTA OS REAJUSTES DE UM
      *          CLIENTE (ANEXO DO EXTRATO RCP113).
      *        TITULO PRESO POR OUTRA SESSAO: O GRLOCK ESPERA,
      *        MOSTRA QUEM ESTA COM ELE E DEIXA ESPERAR MAIS OU
      *        DESISTIR; NA DESISTENCIA O CONTRATO E LISTADO NA TELA
      *        E FICA P/ RODAR DE NOVO (O CRD138 NAO DEIXA REAJUSTAR
      *        DUAS VEZES O QUE JA FOI).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  CLIENTE-FIM-W         PIC 9(8)     VALUE ZEROS.
           05  VLR-NOVO-W            PIC 9(8)V99  VALUE ZEROS.
           05  QT-REAJUSTADO-W       PIC 9(5)     VALUE ZEROS.
           05  QT-EM-USO-W           PIC 9(5)     VALUE ZEROS.
           05  DIGITO-W              PIC X        VALUE SPACE.
           05  PERC-TEXTO-W          PIC X(3)     VALUE SPACES.
           05  PERC-TEXTO-IDX-W      PIC 9        VALUE ZEROS.
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

       01  PARAMETROS-CAP022.
           05  CAP022-EMPRESA     PIC X(3).
           05  CAP022-MODULO      PIC X(2).
                GO TO REAJUSTA-CONTRATOS-FIM
           END-READ.
           MOVE INDICE-PERC-CR136 TO INDICE-W.
           MOVE ZEROS TO QT-REAJUSTADO-W QT-EM-USO-W.
           IF CONTRATO-W > ZEROS
              MOVE CONTRATO-W TO NR-CONTRATO-OE10
              READ OED010 INVALID KEY
                 END-READ
              END-PERFORM.
           DISPLAY "TITULOS REAJUSTADOS: " QT-REAJUSTADO-W.
           IF QT-EM-USO-W > ZEROS
              DISPLAY "CONTRATOS COM TITULO EM USO: " QT-EM-USO-W
                      " - RODE DE NOVO P/ COMPLETAR".
       REAJUSTA-CONTRATOS-FIM.
           CONTINUE.

           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              END-READ
              IF ST-CRD020 = "9D"
                 PERFORM ESPERA-PROXIMO-CRD020
              END-IF
              IF ST-CRD020 = "9D"
                 PERFORM CONTRATO-EM-USO
              END-IF
              IF ST-CRD020 > "10"
                 DISPLAY "ERRO LENDO CRD020: " ST-CRD020
                 MOVE "10" TO ST-CRD020
              END-IF
              IF ST-CRD020 < "10"
                 IF CLASS-CLIENTE-CR20 NOT = 0
                    OR CLIENTE-CR20 > CLIENTE-FIM-W
                    MOVE "10" TO ST-CRD020
                 ELSE
                    IF (SITUACAO-CR20 = 0 OR 1)
                       PERFORM REAJUSTA-UM-TITULO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "00" TO ST-CRD020.
       REAJUSTA-UM-CONTRATO-FIM.
           REWRITE REG-CRD020 INVALID KEY
                 DISPLAY "ERRO REAJUSTANDO CRD020: " ST-CRD020
           END-REWRITE.
           IF ST-CRD020 = "9D"
              PERFORM ESPERA-REGRAVA-CRD020.
      *    desistiu: tira o CRD138 gravado, senao o titulo ficaria
      *    como reajustado no mes sem ter sido
           IF ST-CRD020 = "9D"
              DELETE CRD138 INVALID KEY
                     DISPLAY "ERRO EXCLUINDO CRD138: " ST-CRD138
              END-DELETE
              PERFORM CONTRATO-EM-USO
              GO TO REAJUSTA-UM-TITULO-FIM.
      *    titulo registrado no banco recebe a instrucao de
      *    ALTERACAO DE VALOR com o valor reajustado (CRP148)
           IF OUTRO-DOCTO-CR20 NOT = SPACES
       REAJUSTA-UM-TITULO-FIM.
           CONTINUE.

       CONTRATO-EM-USO SECTION.
           DISPLAY "CONTRATO " NR-CONTRATO-OE10
                   " COM TITULO EM USO - NAO REAJUSTADO POR INTEIRO".
           ADD 1 TO QT-EM-USO-W.
           MOVE "10" TO ST-CRD020.

      *    Titulo preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D. Na leitura sequencial o
      *    registro travado nao chega na area: a chave mostrada e a
      *    do contrato. No REWRITE o proprio REWRITE e repetido -
      *    reler pela chave primaria tiraria a leitura pela ALT1 do
      *    lugar.
       ESPERA-PROXIMO-CRD020 SECTION.
           MOVE EMPRESA-W        TO GRLOCK-EMPRESA.
           MOVE "CRD020"         TO GRLOCK-ARQUIVO.
           MOVE SPACES           TO GRLOCK-CHAVE.
           MOVE "CONTRATO"       TO GRLOCK-CHAVE (1: 8).
           MOVE NR-CONTRATO-OE10 TO GRLOCK-CHAVE (10: 4).
           MOVE "CRP136"         TO GRLOCK-PROGRAMA.
           MOVE ZEROS            TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
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

       ESPERA-REGRAVA-CRD020 SECTION.
           MOVE EMPRESA-W        TO GRLOCK-EMPRESA.
           MOVE "CRD020"         TO GRLOCK-ARQUIVO.
           MOVE CHAVE-CR20       TO GRLOCK-CHAVE.
           MOVE "CRP136"         TO GRLOCK-PROGRAMA.
           MOVE ZEROS            TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
           PERFORM UNTIL ST-CRD020 NOT = "9D" OR GRLOCK-RETORNO = 1
              MOVE 1 TO GRLOCK-FUNCAO
              CALL "GRLOCK" USING PARAMETROS-GRLOCK
              IF GRLOCK-RETORNO = 0
                 REWRITE REG-CRD020 INVALID KEY
                    DISPLAY "ERRO REAJUSTANDO CRD020: " ST-CRD020
                 END-REWRITE
              END-IF
           END-PERFORM.
           MOVE 2 TO GRLOCK-FUNCAO.
           CALL "GRLOCK" USING PARAMETROS-GRLOCK.

       HISTORICO-CLIENTE SECTION.
           DISPLAY "CLIENTE (CONTRATO+ALBUM): " WITH NO ADVANCING.
           ACCEPT CLIENTE-CONS-W.
