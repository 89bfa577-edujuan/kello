      *        COMPARA COM TOTAL-REC DA VENDA RCD100 E IMPRIME EM
      *        ORDEM DE PIOR MARGEM PRIMEIRO, P/ O COMERCIAL ACERTAR
      *        O PRECO NO PROXIMO CONTRATO.
      *        NO FIM, O TOTAL DOS ALBUNS E, EM LINHA SEPARADA, O
      *        RATEIO DE CUSTOS INDIRETOS DO CONTRATO GRAVADO PELO
      *        COP128 (COD131), A PARTE DE CADA ALBUM (DIVISAO POR
      *        IGUAL) E A MARGEM DEPOIS DO RATEIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY LBPX105.
           COPY LBPX107.
           COPY RCPX100.
           COPY COPX131.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
           COPY LBPW105.
           COPY LBPW107.
           COPY RCPW100.
           COPY COPW131.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  ST-LBD105             PIC XX       VALUE SPACES.
           05  ST-LBD107             PIC XX       VALUE SPACES.
           05  ST-RCD100             PIC XX       VALUE SPACES.
           05  ST-COD131             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  CONTRATO-W            PIC 9(4)     VALUE ZEROS.
           05  VLR-MINUTO-W          PIC 9(4)V99  VALUE ZEROS.
           05  CUSTO-TOTAL-W         PIC 9(8)V99  VALUE ZEROS.
           05  RECEITA-W             PIC 9(8)V99  VALUE ZEROS.
           05  MARGEM-W              PIC S9(8)V99 VALUE ZEROS.
           05  TOT-RECEITA-W         PIC 9(10)V99 VALUE ZEROS.
           05  TOT-CUSTO-W           PIC 9(10)V99 VALUE ZEROS.
           05  TOT-MARGEM-W          PIC S9(10)V99 VALUE ZEROS.
           05  RATEIO-W              PIC 9(10)V99 VALUE ZEROS.
           05  RATEIO-ALBUM-W        PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  VALOR-S               PIC --.---.--9,99.

           05  PATH-LBD105       PIC X(60)    VALUE SPACES.
           05  PATH-LBD107       PIC X(60)    VALUE SPACES.
           05  PATH-RCD100       PIC X(60)    VALUE SPACES.
           05  PATH-COD131       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.
              PERFORM APURA-CUSTO-MEDIO-REFACAO
              PERFORM PROCESSA-ALBUNS
              PERFORM ORDENA-PIOR-MARGEM
              PERFORM APURA-RATEIO
              PERFORM IMPRIME-RELATORIO
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.
           MOVE "RCD100"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-RCD100.
           MOVE "COD131"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-COD131.
           OPEN INPUT MTD019 MTD020 MTD053 MTD054 LBD105 LBD107
                      RCD100 COD131.
           IF ST-COD131 = "35"
              CLOSE COD131      OPEN OUTPUT COD131
              CLOSE COD131      OPEN INPUT COD131.
           IF ST-MTD019 > "09"
              DISPLAY "ERRO ABERTURA MTD019: " ST-MTD019
              MOVE 1 TO ERRO-W.
           IF ST-MTD053 > "09"
              DISPLAY "ERRO ABERTURA MTD053: " ST-MTD053
              MOVE 1 TO ERRO-W.
           IF ST-COD131 > "09"
              DISPLAY "ERRO ABERTURA COD131: " ST-COD131
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 1
              CLOSE MTD019 MTD020 MTD053 MTD054 LBD105 LBD107 RCD100
                    COD131.

       CARREGA-CUSTOS-PADRAO SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
       ORDENA-PIOR-MARGEM-FIM.
           CONTINUE.

      *    Rateio de indiretos do contrato (COD131, todos os meses).
       APURA-RATEIO SECTION.
           MOVE ZEROS TO RATEIO-W.
           INITIALIZE REG-COD131.
           MOVE CONTRATO-W TO NR-CONTRATO-CO131.
           START COD131 KEY IS NOT LESS ALT1-CO131 INVALID KEY
                 MOVE "10" TO ST-COD131
           END-START.
           PERFORM UNTIL ST-COD131 = "10"
              READ COD131 NEXT RECORD AT END
                   MOVE "10" TO ST-COD131
              NOT AT END
                   IF NR-CONTRATO-CO131 NOT = CONTRATO-W
                      MOVE "10" TO ST-COD131
                   ELSE
                      ADD VALOR-CO131 TO RATEIO-W
                   END-IF
              END-READ
           END-PERFORM.

       IMPRIME-RELATORIO SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W  TO CAB01-EMPRESA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-ALBUNS-W
              PERFORM IMPRIME-UM-ALBUM
           END-PERFORM.
           PERFORM IMPRIME-TOTAIS.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
              MOVE "** PREJUIZO **" TO LINDET-REL (88: 14).
           PERFORM IMPRIME-LINDET.

       IMPRIME-TOTAIS SECTION.
           MOVE ZEROS TO TOT-RECEITA-W TOT-CUSTO-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-ALBUNS-W
              ADD TA-RECEITA (I) TO TOT-RECEITA-W
              ADD TA-CUSTO (I)   TO TOT-CUSTO-W
           END-PERFORM.
           COMPUTE TOT-MARGEM-W = TOT-RECEITA-W - TOT-CUSTO-W.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "TOTAL DOS ALBUNS"  TO LINDET-REL (11: 30).
           MOVE TOT-RECEITA-W       TO VALOR-E.
           MOVE VALOR-E             TO LINDET-REL (43: 13).
           MOVE TOT-CUSTO-W         TO VALOR-E.
           MOVE VALOR-E             TO LINDET-REL (58: 13).
           MOVE TOT-MARGEM-W        TO VALOR-S.
           MOVE VALOR-S             TO LINDET-REL (73: 13).
           PERFORM IMPRIME-LINDET.
           IF RATEIO-W = ZEROS
              GO TO IMPRIME-TOTAIS-FIM.
           IF QT-ALBUNS-W > ZEROS
              COMPUTE RATEIO-ALBUM-W ROUNDED = RATEIO-W / QT-ALBUNS-W.
           MOVE "(-) RATEIO CUSTOS INDIRETOS" TO LINDET-REL (11: 30).
           MOVE RATEIO-W            TO VALOR-E.
           MOVE VALOR-E             TO LINDET-REL (58: 13).
           MOVE "POR ALBUM"         TO LINDET-REL (88: 9).
           MOVE RATEIO-ALBUM-W      TO VALOR-E.
           MOVE VALOR-E             TO LINDET-REL (98: 13).
           PERFORM IMPRIME-LINDET.
           COMPUTE TOT-MARGEM-W = TOT-MARGEM-W - RATEIO-W.
           MOVE "MARGEM DEPOIS DO RATEIO" TO LINDET-REL (11: 30).
           MOVE TOT-MARGEM-W        TO VALOR-S.
           MOVE VALOR-S             TO LINDET-REL (73: 13).
           IF TOT-MARGEM-W < ZEROS
              MOVE "** PREJUIZO **" TO LINDET-REL (88: 14).
           PERFORM IMPRIME-LINDET.
       IMPRIME-TOTAIS-FIM.
           CONTINUE.

       IMPRIME-LINDET SECTION.
           IF LIN > 56
              PERFORM CABECALHO.
           MOVE 5 TO LIN.

       FINALIZA-PROGRAMA SECTION.
           CLOSE MTD019 MTD020 MTD053 MTD054 LBD105 LBD107 RCD100
                 COD131.

       END PROGRAM GALHO136.
