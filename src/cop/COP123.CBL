      *          EM ABERTO E, HAVENDO CREDITO, GERA O REEMBOLSO NO
      *          CONTAS A PAGAR (TIPO-FORN 05), ALIMENTANDO O FLUXO
      *          DE DEVOLUCAO EXISTENTE.
      *        A ADESAO SO E ACEITA EM CONTRATO JA ASSINADO (COD040 E
      *        ROTINA COP141) - SEM ASSINATURA NAO HA PLANO VALENDO.
      *        TITULO DO CRD020 PRESO POR OUTRA SESSAO (9D) E ESPERADO
      *        PELO GRLOCK; SE O OPERADOR DESISTIR, A ADESAO NAO GERA
      *        TITULOS E A DESISTENCIA NAO GERA O REEMBOLSO (OS
      *        TITULOS JA CANCELADOS FICAM; RODAR DE NOVO COMPLETA).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX040.
           COPY COPX050.
           COPY CRPX020.
           COPY CPPX020.

       DATA DIVISION.
       FILE SECTION.
           COPY COPW040.
           COPY COPW050.
           COPY CRPW020.
           COPY CPPW020.
       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD050             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-COD040       PIC X(60)    VALUE SPACES.
           05  PATH-COD050       PIC X(60)    VALUE SPACES.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
               88  CAP022-PERMITIDO        VALUE 0.
               88  CAP022-MES-FECHADO      VALUE 1.

       01  PARAMETROS-GRLOCK.
           05  GRLOCK-EMPRESA    PIC X(3).
           05  GRLOCK-ARQUIVO    PIC X(8).
           05  GRLOCK-CHAVE      PIC X(30).
           05  GRLOCK-PROGRAMA   PIC X(8).
           05  GRLOCK-FUNCAO     PIC 9(1).
           05  GRLOCK-SEGUNDOS   PIC 9(5).
           05  GRLOCK-RETORNO    PIC 9(1).
           05  GRLOCK-CONTROLE   PIC X(120).

       01  PARAMETROS-COP141.
           05  COP141-EMPRESA     PIC X(3).
           05  COP141-CONTRATO    PIC 9(4).
           05  COP141-TIPO-DOC    PIC 9(1).
           05  COP141-VERSAO      PIC 9(3).
           05  COP141-DATA-PAPEL  PIC 9(8).
           05  COP141-DATA-ASSIN  PIC 9(8).
           05  COP141-RETORNO     PIC 9(1).
               88  COP141-ASSINADO         VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           END-IF.
           IF ERRO-W = 0
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "COD040"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD040
              MOVE "COD050"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD050
              MOVE "CPD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD020
              OPEN INPUT COD040 COD050
              OPEN I-O CRD020 CPD020
              IF ST-COD040 > "09"
                 DISPLAY "ERRO ABERTURA COD040: " ST-COD040
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-COD050 > "09"
                 DISPLAY "ERRO ABERTURA COD050: " ST-COD050
                 MOVE 1 TO ERRO-W
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE COD040 COD050 CRD020 CPD020
              END-IF.

       ADESAO-TARDIA SECTION.
           IF DATA-ADESAO-W = ZEROS
              DISPLAY "DATA INVALIDA"
              GO TO ADESAO-TARDIA-FIM.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                DISPLAY "CONTRATO NAO ENCONTRADO"
                GO TO ADESAO-TARDIA-FIM
           END-READ.
           MOVE EMPRESA-W       TO COP141-EMPRESA.
           MOVE CONTRATO-W      TO COP141-CONTRATO.
           MOVE 1               TO COP141-TIPO-DOC.
           MOVE ZEROS           TO COP141-VERSAO.
           MOVE ASSINATURA-CO40 TO COP141-DATA-PAPEL.
           CALL "COP141" USING PARAMETROS-COP141.
           IF NOT COP141-ASSINADO
              DISPLAY "CONTRATO AINDA NAO ASSINADO - VEJA O COP140"
              GO TO ADESAO-TARDIA-FIM.
           PERFORM ACHA-ULTIMO-SEQ-CR20.
           IF ERRO-W = 1
              DISPLAY "TITULO DO ALBUM EM USO - ADESAO NAO FEITA"
              GO TO ADESAO-TARDIA-FIM.
           MOVE ZEROS TO VLR-CATCHUP-W QT-VENCIDAS-W QT-FUTURAS-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO50.
           MOVE ZEROS      TO ITEM-CO50.
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 = "10"
              PERFORM LE-PROXIMO-CRD020
              IF ST-CRD020 < "10"
                 IF CLASS-CLIENTE-CR20 NOT = 0
                    OR CLIENTE-CR20 NOT = ALBUM-W
                    MOVE "10" TO ST-CRD020
                 ELSE
                    MOVE SEQ-CR20 TO ULT-SEQ-W
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "00" TO ST-CRD020.

                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 = "10"
              PERFORM LE-PROXIMO-CRD020
              IF ST-CRD020 < "10"
                 IF CLASS-CLIENTE-CR20 NOT = 0
                    OR CLIENTE-CR20 NOT = ALBUM-W
                    MOVE "10" TO ST-CRD020
                 ELSE
                    PERFORM TRATA-TITULO-DESISTENCIA
                 END-IF
              END-IF
           END-PERFORM.
           IF ERRO-W = 1
              DISPLAY "TITULO DO ALBUM EM USO - DESISTENCIA "
                      "INTERROMPIDA, REEMBOLSO NAO GERADO"
              GO TO DESISTENCIA-FIM.
           COMPUTE VLR-CREDITO-W = VLR-RECEBIDO-W - VLR-DEVIDO-W.
           MOVE VLR-CREDITO-W TO VALOR-E1.
           DISPLAY "RECEBIDO " VLR-RECEBIDO-W
              AND DATA-VENCTO-CR20 < DATA-ADESAO-W
              ADD VALOR-TOT-CR20 TO VLR-DEVIDO-W.
           IF (SITUACAO-CR20 = 0 OR 1)
              PERFORM CANCELA-TITULO-DESISTENCIA.

       CANCELA-TITULO-DESISTENCIA SECTION.
           MOVE 4 TO SITUACAO-CR20.
           MOVE "DESISTENCIA" TO DCR-MEM-CR20.
           REWRITE REG-CRD020 INVALID KEY
                 DISPLAY "ERRO CANCELANDO CRD020: " ST-CRD020
           END-REWRITE.
           IF ST-CRD020 = "9D"
              PERFORM ESPERA-REGRAVA-CRD020.
           IF ST-CRD020 = "9D"
              MOVE 1    TO ERRO-W
              MOVE "10" TO ST-CRD020
              GO TO CANCELA-TITULO-DESISTENCIA-FIM.
           ADD 1 TO QT-CANCELADA-W.
       CANCELA-TITULO-DESISTENCIA-FIM.
           CONTINUE.

      *    leitura sequencial do album: 9D passa pelo GRLOCK; se o
      *    operador desistir (ou outro erro de leitura), ERRO-W = 1
      *    e a varredura termina
       LE-PROXIMO-CRD020 SECTION.
           READ CRD020 NEXT RECORD AT END
                MOVE "10" TO ST-CRD020
           END-READ.
           IF ST-CRD020 = "9D"
              PERFORM ESPERA-PROXIMO-CRD020.
           IF ST-CRD020 = "9D"
              MOVE 1    TO ERRO-W
              MOVE "10" TO ST-CRD020.
           IF ST-CRD020 > "10"
              DISPLAY "ERRO LENDO CRD020: " ST-CRD020
              MOVE 1    TO ERRO-W
              MOVE "10" TO ST-CRD020.

      *    Titulo preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D. No REWRITE da varredura o
      *    proprio REWRITE e repetido - reler pela chave primaria
      *    tiraria a leitura sequencial do lugar
       ESPERA-REGRAVA-CRD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "CRD020"      TO GRLOCK-ARQUIVO.
           MOVE CHAVE-CR20    TO GRLOCK-CHAVE.
           MOVE "COP123"      TO GRLOCK-PROGRAMA.
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
      *    nao chega na area, entao a chave mostrada e a do album
       ESPERA-PROXIMO-CRD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "CRD020"      TO GRLOCK-ARQUIVO.
           MOVE SPACES        TO GRLOCK-CHAVE.
           MOVE "ALBUM"       TO GRLOCK-CHAVE (1: 5).
           MOVE ALBUM-W       TO GRLOCK-CHAVE (7: 8).
           MOVE "COP123"      TO GRLOCK-PROGRAMA.
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

      *    fornecedor do reembolso = NR-CONTRATO (ALBUM / 10000),
      *    mesma regra do DETERMINA-FORNEC-REEMBOLSO do GALHO133:
           CONTINUE.

       FINALIZA-PROGRAMA SECTION.
           CLOSE COD040 COD050 CRD020 CPD020.

       END PROGRAM COP123.
