      *          P/ SAIR NO CARNE E NA 2A VIA;
      *        OPCAO 4 - PENDENTES: COBRANCAS ENVIADAS E AINDA SEM
      *          CONFIRMACAO DO BANCO (CHAVE ALT1, SITUACAO 0).
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
                GO TO BAIXA-TITULO-FIM
           END-READ.
           IF ST-CRD020 = "9D"
              PERFORM ESPERA-CRD020.
           IF ST-CRD020 > "09"
              GO TO BAIXA-TITULO-FIM.
           MOVE 2             TO SITUACAO-CR20.
           MOVE RT-DATA-PAGO  TO DATA-RCTO-CR20.
           MOVE RT-VALOR-PAGO TO VALOR-LIQ-CR20.
       FINALIZA-PROGRAMA SECTION.
           CLOSE CRD020 RCD101 CRD143.

      *    Titulo preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D
       ESPERA-CRD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "CRD020"      TO GRLOCK-ARQUIVO.
           MOVE CHAVE-CR20    TO GRLOCK-CHAVE.
           MOVE "CRP143"      TO GRLOCK-PROGRAMA.
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

       END PROGRAM CRP143.
