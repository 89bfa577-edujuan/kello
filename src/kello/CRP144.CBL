      *          SALDO = VALOR DO CHARGEBACK);
      *        OPCAO 4 - CONSOLIDADO DO MES POR ADMINISTRADORA E POR
      *          VENDEDOR, P/ ENXERGAR O PADRAO.
      *        TITULO PRESO POR OUTRA SESSAO: O GRLOCK ESPERA,
      *        MOSTRA QUEM ESTA COM ELE E DEIXA ESPERAR MAIS OU
      *        DESISTIR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

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
           READ CRD020 INVALID KEY
                DISPLAY "TITULO NAO ENCONTRADO"
                MOVE 1 TO ERRO-W
           END-READ.
           IF ST-CRD020 = "9D"
              PERFORM ESPERA-CRD020
              IF ST-CRD020 > "09"
                 MOVE 1 TO ERRO-W.
           IF ST-CRD020 < "10" AND CARTAO-CRED-CR20 = ZEROS
              DISPLAY "AVISO: TITULO SEM ADMINISTRADORA DE CARTAO".

       ABRE-CHARGEBACK SECTION.
           PERFORM LOCALIZA-TITULO.
              MOVE SEQ-TIT-W TO SEQ-CR20
              READ CRD020 INVALID KEY
                   DISPLAY "TITULO ORIGINAL NAO ENCONTRADO"
              END-READ
              IF ST-CRD020 = "9D"
                 PERFORM ESPERA-CRD020
              END-IF
              IF ST-CRD020 < "10"
      *          reabre como PARCIAL: e o saldo que vale, nao o
      *          valor original - aberto (0) faria a cobranca
      *          (CRP139/140/142/143) usar VALOR-TOT de novo
                 MOVE 1           TO SITUACAO-CR20
                 MOVE VALOR-CR144 TO VALOR-SALDO-CR20
                 REWRITE REG-CRD020 INVALID KEY
                       DISPLAY "ERRO ATUALIZANDO CRD020: "
                               ST-CRD020
                 END-REWRITE
                 DISPLAY "TITULO REABERTO COM SALDO " VALOR-CR144
              END-IF.
           DISPLAY "DESFECHO REGISTRADO".
       REGISTRA-DESFECHO-FIM.
           CONTINUE.
       FINALIZA-PROGRAMA SECTION.
           CLOSE CRD020 CRD144.

      *    Titulo preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D
       ESPERA-CRD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "CRD020"      TO GRLOCK-ARQUIVO.
           MOVE CHAVE-CR20    TO GRLOCK-CHAVE.
           MOVE "CRP144"      TO GRLOCK-PROGRAMA.
           MOVE ZEROS         TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
           PERFORM UNTIL ST-CRD020 NOT = "9D" OR GRLOCK-RETORNO = 1
              MOVE 1 TO GRLOCK-FUNCAO
              CALL "GRLOCK" USING PARAMETROS-GRLOCK
              IF GRLOCK-RETORNO = 0
                 READ CRD020 INVALID KEY
                      DISPLAY "TITULO NAO ENCONTRADO NO CRD020"
                 END-READ
              END-IF
           END-PERFORM.
           MOVE 2 TO GRLOCK-FUNCAO.
           CALL "GRLOCK" USING PARAMETROS-GRLOCK.

       END PROGRAM CRP144.
