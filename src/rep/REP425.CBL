      *          TIPO 1) E A EXCECAO POR PESSOA (TIPO 2, PREVALECE);
      *        OPCAO 2 - LANCAR: P/ UM EVENTO FECHADO, GERA O
      *          CREDITO DE CADA INTEGRANTE ESCALADO (O FUNCIONARIO
      *          DE EQUIPE-CO60, AS DEMAIS VAGAS DA ESCALA RED032 DO
      *          REP426 E OS INFORMADOS), BUSCANDO A
      *          FUNCAO NO RED030 E O VALOR NA TABELA; INTEGRANTE
      *          SEM TARIFA SAI NA LISTA DE EXCECOES P/ LANCAMENTO
      *          MANUAL. O NR-DOCTO "CA"+CONTRATO+ITEM IMPEDE LANCAR
           COPY COPX060.
           COPY REPX030.
           COPY REPX031.
           COPY REPX032.
           COPY CCPX100.

       DATA DIVISION.
           COPY COPW060.
           COPY REPW030.
           COPY REPW031.
           COPY REPW032.
           COPY CCPW100.

       WORKING-STORAGE SECTION.
           05  ST-COD060             PIC XX       VALUE SPACES.
           05  ST-RED030             PIC XX       VALUE SPACES.
           05  ST-RED031             PIC XX       VALUE SPACES.
           05  ST-RED032             PIC XX       VALUE SPACES.
           05  ST-CCD100             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  PATH-COD060       PIC X(60)    VALUE SPACES.
           05  PATH-RED030       PIC X(60)    VALUE SPACES.
           05  PATH-RED031       PIC X(60)    VALUE SPACES.
           05  PATH-RED032       PIC X(60)    VALUE SPACES.
           05  PATH-CCD100       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
              MOVE "RED031"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RED031
              MOVE "RED032"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RED032
              MOVE "CCD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CCD100
              OPEN INPUT COD060 RED030 RED032
              IF ST-RED032 > "09"
                 MOVE "10" TO ST-RED032
              END-IF
              OPEN I-O RED031 CCD100
              IF ST-RED031 = "35"
                 CLOSE RED031      OPEN OUTPUT RED031
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE COD060 RED030 RED031 RED032 CCD100
              END-IF.

       MANUTENCAO-TABELA SECTION.
           IF EQUIPE-CO60 > ZEROS
              MOVE EQUIPE-CO60 TO REPORTER-W
              PERFORM LANCA-UM-INTEGRANTE.
           IF ST-RED032 NOT = "10"
              PERFORM LANCA-ESCALA-EVENTO.
           DISPLAY "INTEGRANTE (CODIGO RED030, 0 ENCERRA): "
                   WITH NO ADVANCING.
           ACCEPT REPORTER-W.
       LANCA-CACHES-FIM.
           CONTINUE.

      *    vagas escaladas no REP426 (a principal ja e o EQUIPE-CO60)
       LANCA-ESCALA-EVENTO SECTION.
           MOVE CONTRATO-W TO NR-CONTRATO-R032.
           MOVE ITEM-W     TO ITEM-R032.
           MOVE ZEROS      TO SEQ-R032.
           START RED032 KEY IS NOT LESS CHAVE-R032 INVALID KEY
                 MOVE "10" TO ST-RED032
           END-START.
           PERFORM UNTIL ST-RED032 = "10"
              READ RED032 NEXT RECORD AT END
                   MOVE "10" TO ST-RED032
              NOT AT END
                   IF NR-CONTRATO-R032 NOT = CONTRATO-W
                      OR ITEM-R032 NOT = ITEM-W
                      MOVE "10" TO ST-RED032
                   ELSE
                      IF CODIGO-R032 NOT = EQUIPE-CO60
                         MOVE CODIGO-R032 TO REPORTER-W
                         PERFORM LANCA-UM-INTEGRANTE
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RED032.

       LANCA-UM-INTEGRANTE SECTION.
           PERFORM VERIFICA-JA-LANCADO.
           IF JA-EXISTE-W = 1
           ADD 1 TO PROX-SEQ-W.

       FINALIZA-PROGRAMA SECTION.
           CLOSE COD060 RED030 RED031 RED032 CCD100.

       END PROGRAM REP425.
