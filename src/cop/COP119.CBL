      *        - COMISSAO DO REPRESENTANTE (VLR-COMISSAO-CO40);
      *        IMPRIME MARGEM E MARGEM %, POR CONTRATO, COM A CIDADE
      *        E A INSTITUICAO P/ APOIAR A DECISAO COMERCIAL.
      *        ABAIXO DO CONTRATO SAI EM LINHA SEPARADA O RATEIO DE
      *        CUSTOS INDIRETOS GRAVADO PELO COP128 (COD131, TODOS OS
      *        MESES), COM A MARGEM DEPOIS DO RATEIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPPX020.
           COPY CXPX100.
           COPY RCPX100.
           COPY COPX131.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
           COPY CPPW020.
           COPY CXPW100.
           COPY RCPW100.
           COPY COPW131.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-RCD100             PIC XX       VALUE SPACES.
           05  ST-COD131             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
               10  TC-REC-VENDA      PIC 9(10)V99.
               10  TC-CUSTO-CP       PIC 9(10)V99.
               10  TC-CUSTO-CX       PIC 9(10)V99.
               10  TC-RATEIO         PIC 9(10)V99.

       01  TABELA-EVENTOS.
           05  TAB-EVT OCCURS 2000 TIMES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CXD100       PIC X(60)    VALUE SPACES.
           05  PATH-RCD100       PIC X(60)    VALUE SPACES.
           05  PATH-COD131       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.
              PERFORM APURA-RECEITAS
              PERFORM APURA-CUSTOS-PAGAR
              PERFORM APURA-CUSTOS-CAIXA
              PERFORM APURA-RATEIO
              PERFORM IMPRIME-RESULTADO
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.
              MOVE "RCD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD100
              MOVE "COD131"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD131
              OPEN INPUT COD040 COD060 CRD020 CPD020 CXD100 RCD100
                         COD131
              IF ST-COD131 = "35"
                 CLOSE COD131      OPEN OUTPUT COD131
                 CLOSE COD131      OPEN INPUT COD131
              END-IF
              IF ST-COD040 > "09"
                 DISPLAY "ERRO ABERTURA COD040: " ST-COD040
                 MOVE 1 TO ERRO-W
                 DISPLAY "ERRO ABERTURA RCD100: " ST-RCD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-COD131 > "09"
                 DISPLAY "ERRO ABERTURA COD131: " ST-COD131
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE COD040 COD060 CRD020 CPD020 CXD100 RCD100
                       COD131
              ELSE
                 OPEN OUTPUT RELAT
                 MOVE EMPRESA-W TO CAB01-EMPRESA
                              TC-REC-VENDA (QT-CONTRATO-W)
                              TC-CUSTO-CP (QT-CONTRATO-W)
                              TC-CUSTO-CX (QT-CONTRATO-W)
                              TC-RATEIO (QT-CONTRATO-W)
                      END-IF
                   END-IF
              END-READ
              END-READ
           END-PERFORM.

       APURA-RATEIO SECTION.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-CONTRATO-W
              PERFORM APURA-RATEIO-CONTRATO
           END-PERFORM.

       APURA-RATEIO-CONTRATO SECTION.
           INITIALIZE REG-COD131.
           MOVE TC-CONTRATO (K) TO NR-CONTRATO-CO131.
           START COD131 KEY IS NOT LESS ALT1-CO131 INVALID KEY
                 MOVE "10" TO ST-COD131
           END-START.
           PERFORM UNTIL ST-COD131 = "10"
              READ COD131 NEXT RECORD AT END
                   MOVE "10" TO ST-COD131
              NOT AT END
                   IF NR-CONTRATO-CO131 NOT = TC-CONTRATO (K)
                      MOVE "10" TO ST-COD131
                   ELSE
                      ADD VALOR-CO131 TO TC-RATEIO (K)
                   END-IF
              END-READ
           END-PERFORM.

       ACHA-EVENTO SECTION.
           MOVE ZEROS TO EVT-ACHADO-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-EVENTO-W
           MOVE MARGEM-PERC-W      TO PERC-E.
           MOVE PERC-E             TO LINDET-REL (116: 7).
           PERFORM IMPRIME-LINDET.
           IF TC-RATEIO (K) > ZEROS
              PERFORM IMPRIME-RATEIO.

      *    Linha do rateio de indiretos (COD131): margem e margem %
      *    depois do rateio.
       IMPRIME-RATEIO SECTION.
           ADD TC-RATEIO (K) TO CUSTO-TOT-W.
           COMPUTE MARGEM-W = RECEITA-TOT-W - CUSTO-TOT-W.
           IF RECEITA-TOT-W > ZEROS
              COMPUTE MARGEM-PERC-W ROUNDED =
                      MARGEM-W * 100 / RECEITA-TOT-W
           ELSE
              MOVE ZEROS TO MARGEM-PERC-W.
           MOVE SPACES TO LINDET-REL.
           MOVE "(-) RATEIO CUSTOS INDIRETOS" TO LINDET-REL (18: 27).
           MOVE TC-RATEIO (K)      TO VALOR-E1.
           MOVE VALOR-E1           TO LINDET-REL (70: 14).
           MOVE MARGEM-W           TO VALOR-E1.
           MOVE VALOR-E1           TO LINDET-REL (99: 14).
           MOVE MARGEM-PERC-W      TO PERC-E.
           MOVE PERC-E             TO LINDET-REL (116: 7).
           PERFORM IMPRIME-LINDET.

       IMPRIME-LINDET SECTION.
           IF LIN > 56
       FINALIZA-PROGRAMA SECTION.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT COD040 COD060 CRD020 CPD020 CXD100 RCD100
                 COD131.

       END PROGRAM COP119.
