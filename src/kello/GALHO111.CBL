      *         CADA CATEGORIA E COMPARA-SE COM O PREVISTO; QUALQUER
      *         CATEGORIA QUE ULTRAPASSE PERC-TOLERANCIA-W% DO VALOR
      *         PREVISTO É IMPRESSA COM A MARCA "ESTOUROU".
      *
      *         O COMBUSTIVEL PAGO NO CARTAO DA FROTA ENTRA NO
      *         REALIZADO DE VEICULO PELOS ABASTECIMENTOS CONCILIADOS
      *         COM A VIAGEM (PRD110, PRP109); O TITULO UNICO DO
      *         EXTRATO NO CPD020 FICA SEM EVENTO (CATEG-EVT ZERO)
      *         P/ NAO SOMAR EM DOBRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY PRPX105.
           COPY CPPX020.
           COPY CXPX100.
           COPY PRPX110.

           SELECT RELAT ASSIGN TO PRINTER
                        ORGANIZATION IS LINE SEQUENTIAL
       COPY PRPW105.
       COPY CPPW020.
       COPY CXPW100.
       COPY PRPW110.

       FD  RELAT
           LABEL RECORD IS OMITTED.
           05  ST-PRD105            PIC XX       VALUE SPACES.
           05  ST-CPD020            PIC XX       VALUE SPACES.
           05  ST-CXD100            PIC XX       VALUE SPACES.
           05  ST-PRD110            PIC XX       VALUE SPACES.
           05  TEM-PRD110-W         PIC 9        VALUE ZEROS.
           05  FS-RELAT             PIC XX       VALUE SPACES.
           05  EMPRESA-W            PIC X(3)     VALUE SPACES.
           05  PAG-W                PIC 9(3)     VALUE ZEROS.
           05  PATH-PRD105          PIC X(60)    VALUE SPACES.
           05  PATH-CPD020          PIC X(60)    VALUE SPACES.
           05  PATH-CXD100          PIC X(60)    VALUE SPACES.
           05  PATH-PRD110          PIC X(60)    VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA       PIC X(3).
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CXD100.

           MOVE "PRD110"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-PRD110.

           OPEN INPUT PRD105.
           OPEN INPUT CPD020.
           OPEN INPUT CXD100.
           OPEN INPUT PRD110.
           IF ST-PRD110 < "10"
              MOVE 1 TO TEM-PRD110-W.
           OPEN OUTPUT RELAT.

           MOVE ZEROS TO PAG-W.

           PERFORM SOMAR-CPD020.
           PERFORM SOMAR-CXD100.
           IF TEM-PRD110-W = 1
              PERFORM SOMAR-PRD110.

           PERFORM IMPRIME-CATEGORIA-VEIC.
           PERFORM IMPRIME-CATEGORIA-HOSP.
              END-READ
           END-PERFORM.

      *    SOMAR-PRD110: abastecimentos do cartao combustivel
      *    conciliados com alguma viagem do evento corrente.
       SOMAR-PRD110 SECTION.
           MOVE NR-PLAN-PR105 TO NR-PLAN-PR110.
           MOVE ZEROS TO VEICULO-PR110.
           START PRD110 KEY IS NOT LESS ALT1-PR110 INVALID KEY
                 MOVE "10" TO ST-PRD110.

           PERFORM UNTIL ST-PRD110 = "10"
              READ PRD110 NEXT RECORD AT END
                   MOVE "10" TO ST-PRD110
              NOT AT END
                   IF NR-PLAN-PR110 NOT = NR-PLAN-PR105
                      MOVE "10" TO ST-PRD110
                   ELSE
                      ADD VALOR-PR110 TO REAL-VEIC-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-PRD110.

       IMPRIME-CATEGORIA-VEIC SECTION.
           IF PREV-VEIC-PR105 = ZEROS AND REAL-VEIC-W = ZEROS
              GO TO IMPRIME-CATEGORIA-VEIC-EXIT.

       FINALIZA-PROGRAMA SECTION.
           CLOSE PRD105 CPD020 CXD100 RELAT.
           IF TEM-PRD110-W = 1
              CLOSE PRD110.

       END PROGRAM GALHO111.
