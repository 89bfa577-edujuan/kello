      *        OPCAO 3 - RESULTADO: REGISTRA O RESULTADO DA VISITA
      *          (VENDIDO/AUSENTE/RECUSOU/REAGENDAR), SOMANDO
      *          VISITA-MTG NO MTD020.
      *        ALBUM PRESO POR OUTRA SESSAO: O GRLOCK ESPERA,
      *        MOSTRA QUEM ESTA COM ELE E DEIXA ESPERAR MAIS OU
      *        DESISTIR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  LINDET.
           05  LINDET-REL        PIC X(130) VALUE SPACES.

       01  PARAMETROS-GRLOCK.
           05  GRLOCK-EMPRESA    PIC X(3).
           05  GRLOCK-ARQUIVO    PIC X(8).
           05  GRLOCK-CHAVE      PIC X(30).
           05  GRLOCK-PROGRAMA   PIC X(8).
           05  GRLOCK-FUNCAO     PIC 9(1).
           05  GRLOCK-SEGUNDOS   PIC 9(5).
           05  GRLOCK-RETORNO    PIC 9(1).
           05  GRLOCK-CONTROLE   PIC X(120).

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           READ MTD020 INVALID KEY
                GO TO PROGRAMA-UM-ALBUM-FIM
           END-READ.
           IF ST-MTD020 = "9D"
              PERFORM ESPERA-MTD020.
           IF ST-MTD020 > "09"
              GO TO PROGRAMA-UM-ALBUM-FIM.
           IF FOGO-MTG NOT = 0 OR POSSE-MTG NOT = 1
              GO TO PROGRAMA-UM-ALBUM-FIM.
           MOVE ANOMES-W   TO ANOMES-MT47.
           MOVE ALBUM-W TO ALBUM-MTG.
           READ MTD020 INVALID KEY
                CONTINUE
           END-READ.
           IF ST-MTD020 = "9D"
              PERFORM ESPERA-MTD020.
           IF ST-MTD020 < "10"
              ADD 1 TO VISITA-MTG
              REWRITE REG-MTD020 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO MTD020: " ST-MTD020
              END-REWRITE.
           DISPLAY "RESULTADO REGISTRADO".
       REGISTRA-RESULTADO-FIM.
           CONTINUE.
       FINALIZA-PROGRAMA SECTION.
           CLOSE MTD019 MTD020 MTD047.

      *    Album preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D
       ESPERA-MTD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "MTD020"      TO GRLOCK-ARQUIVO.
           MOVE ALBUM-MTG     TO GRLOCK-CHAVE.
           MOVE "MTP047"      TO GRLOCK-PROGRAMA.
           MOVE ZEROS         TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
           PERFORM UNTIL ST-MTD020 NOT = "9D" OR GRLOCK-RETORNO = 1
              MOVE 1 TO GRLOCK-FUNCAO
              CALL "GRLOCK" USING PARAMETROS-GRLOCK
              IF GRLOCK-RETORNO = 0
                 READ MTD020 INVALID KEY
                      DISPLAY "ALBUM NAO ENCONTRADO NO MTD020"
                 END-READ
              END-IF
           END-PERFORM.
           MOVE 2 TO GRLOCK-FUNCAO.
           CALL "GRLOCK" USING PARAMETROS-GRLOCK.

       END PROGRAM MTP047.
