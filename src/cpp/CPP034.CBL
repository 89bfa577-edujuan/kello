       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP034.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: COTACAO DE COMPRA ANTES DO PEDIDO (CPD045/CPD046/
      *        CPD047) - O PEDIDO DO CPP030 JA NASCE COM O
      *        FORNECEDOR ESCOLHIDO E A REGRA DAS TRES COTACOES
      *        (BUFFET, SOM, DECORACAO, CONTRATO ANUAL DE PAPEL) SO
      *        TINHA UMA PASTA DE E-MAIL COMO PROVA.
      *        OPCAO 1 - ABRE A COTACAO: ITENS, QUANTIDADES E O
      *          DESTINO (CONTRATO DE EVENTO OED010, PLANEJAMENTO
      *          PRD105 OU CENTRO DE CUSTO CXD133);
      *        OPCAO 2 - PROPOSTA: REGISTRA A RESPOSTA DE UM
      *          FORNECEDOR (PRECO POR ITEM, PRAZO DE ENTREGA,
      *          CONDICAO DE PAGAMENTO E VALIDADE);
      *        OPCAO 3 - MAPA COMPARATIVO: PROPOSTAS COM TOTAL,
      *          PRAZO, CONDICAO E VALIDADE, E O PRECO DE CADA
      *          FORNECEDOR POR ITEM, MARCANDO O MENOR;
      *        OPCAO 4 - ADJUDICACAO: O APROVADOR ESCOLHE O VENCEDOR
      *          (PROPOSTA COMPLETA E DENTRO DA VALIDADE); SE NAO E O
      *          MENOR PRECO OU HA MENOS PROPOSTAS QUE O MINIMO, A
      *          JUSTIFICATIVA E OBRIGATORIA. O PEDIDO CPD030/CPD031
      *          E EMITIDO DA PROPOSTA VENCEDORA (RECEBIMENTO E NOTA
      *          SEGUEM NO CPP030); A COTACAO TAMBEM PODE SER
      *          CANCELADA AQUI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX045.
           COPY CPPX046.
           COPY CPPX047.
           COPY CPPX030.
           COPY CPPX031.
           COPY OEPX010.
           COPY PRPX105.
           COPY CXPX133.
           COPY CGPX001.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CPPW045.
           COPY CPPW046.
           COPY CPPW047.
           COPY CPPW030.
           COPY CPPW031.
           COPY OEPW010.
           COPY PRPW105.
           COPY CXPW133.
           COPY CGPW001.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(110).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD045             PIC XX       VALUE SPACES.
           05  ST-CPD046             PIC XX       VALUE SPACES.
           05  ST-CPD047             PIC XX       VALUE SPACES.
           05  ST-CPD030             PIC XX       VALUE SPACES.
           05  ST-CPD031             PIC XX       VALUE SPACES.
           05  ST-OED010             PIC XX       VALUE SPACES.
           05  ST-PRD105             PIC XX       VALUE SPACES.
           05  ST-CXD133             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  ACAO-W                PIC 9        VALUE ZEROS.
           05  COTACAO-W             PIC 9(6)     VALUE ZEROS.
           05  FORNEC-W              PIC 9(6)     VALUE ZEROS.
           05  PEDIDO-W              PIC 9(6)     VALUE ZEROS.
           05  ITEM-W                PIC 9(2)     VALUE ZEROS.
           05  QTDE-W                PIC 9(7)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  QT-PROPOSTAS-W        PIC 9(3)     VALUE ZEROS.
           05  QT-VALIDAS-W          PIC 9(3)     VALUE ZEROS.
           05  MENOR-TOTAL-W         PIC 9(10)V99 VALUE ZEROS.
           05  FORNEC-MENOR-W        PIC 9(6)     VALUE ZEROS.
           05  MENOR-UNIT-W          PIC 9(6)V99  VALUE ZEROS.
           05  VLR-ITEM-W            PIC 9(10)V99 VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  I                     PIC 9(2)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  UNIT-E                PIC ZZZ.ZZ9,99.
           05  QT-E                  PIC Z.ZZZ.ZZ9.
           05  DATA-INVERTE-W        PIC X(8).

      *    itens da cotacao em memoria p/ a proposta e o mapa
       01  TAB-ITENS.
           05  TI-ITEM OCCURS 30 TIMES.
               10  TI-CODIGO-MAT     PIC 9(3).
               10  TI-DESCRICAO      PIC X(30).
               10  TI-QTDE           PIC 9(7).

       01  TEXTO-DESTINOS.
           05  FILLER  PIC X(18) VALUE "CONTRATO EVENTO   ".
           05  FILLER  PIC X(18) VALUE "PLANEJAMENTO      ".
           05  FILLER  PIC X(18) VALUE "CENTRO DE CUSTO   ".
       01  RED-DESTINOS REDEFINES TEXTO-DESTINOS.
           05  NOME-DESTINO-W OCCURS 3 PIC X(18).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CPD045       PIC X(60)    VALUE SPACES.
           05  PATH-CPD046       PIC X(60)    VALUE SPACES.
           05  PATH-CPD047       PIC X(60)    VALUE SPACES.
           05  PATH-CPD030       PIC X(60)    VALUE SPACES.
           05  PATH-CPD031       PIC X(60)    VALUE SPACES.
           05  PATH-OED010       PIC X(60)    VALUE SPACES.
           05  PATH-PRD105       PIC X(60)    VALUE SPACES.
           05  PATH-CXD133       PIC X(60)    VALUE SPACES.
           05  PATH-CGD001       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CPP034 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(26)  VALUE
               "MAPA COMPARATIVO COTACAO ".
           05  CAB01-COTACAO     PIC 9(6).
           05  FILLER            PIC X(38)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  CAB02-TEXTO       PIC X(110) VALUE SPACES.
       01  LINDET.
           05  LINDET-REL        PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM ABRE-COTACAO
                  WHEN 2 PERFORM REGISTRA-PROPOSTA
                  WHEN 3 PERFORM MAPA-COMPARATIVO
                  WHEN 4 PERFORM ADJUDICACAO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-ABRE COTACAO  2-PROPOSTA  3-MAPA  "
                   "4-ADJUDICACAO: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 4
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W NOT = 3
                 DISPLAY "USUARIO: " WITH NO ADVANCING
                 ACCEPT USUARIO-W
              END-IF
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "CPD045"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD045
              MOVE "CPD046"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD046
              MOVE "CPD047"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD047
              MOVE "CPD030"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD030
              MOVE "CPD031"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD031
              MOVE "OED010"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-OED010
              MOVE "PRD105"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-PRD105
              MOVE "CXD133"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD133
              MOVE "CGD001"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD001
              OPEN I-O CPD045 CPD046 CPD047 CPD030 CPD031
              IF ST-CPD045 = "35"
                 CLOSE CPD045      OPEN OUTPUT CPD045
                 CLOSE CPD045      OPEN I-O CPD045
              END-IF
              IF ST-CPD046 = "35"
                 CLOSE CPD046      OPEN OUTPUT CPD046
                 CLOSE CPD046      OPEN I-O CPD046
              END-IF
              IF ST-CPD047 = "35"
                 CLOSE CPD047      OPEN OUTPUT CPD047
                 CLOSE CPD047      OPEN I-O CPD047
              END-IF
              IF ST-CPD030 = "35"
                 CLOSE CPD030      OPEN OUTPUT CPD030
                 CLOSE CPD030      OPEN I-O CPD030
              END-IF
              IF ST-CPD031 = "35"
                 CLOSE CPD031      OPEN OUTPUT CPD031
                 CLOSE CPD031      OPEN I-O CPD031
              END-IF
              OPEN INPUT OED010 PRD105 CXD133 CGD001
              IF ST-CPD045 > "09"
                 DISPLAY "ERRO ABERTURA CPD045: " ST-CPD045
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD046 > "09"
                 DISPLAY "ERRO ABERTURA CPD046: " ST-CPD046
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD047 > "09"
                 DISPLAY "ERRO ABERTURA CPD047: " ST-CPD047
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD030 > "09"
                 DISPLAY "ERRO ABERTURA CPD030: " ST-CPD030
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD031 > "09"
                 DISPLAY "ERRO ABERTURA CPD031: " ST-CPD031
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CGD001 > "09"
                 DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-OED010 > "09"
                 MOVE "10" TO ST-OED010
              END-IF
              IF ST-PRD105 > "09"
                 MOVE "10" TO ST-PRD105
              END-IF
              IF ST-CXD133 > "09"
                 MOVE "10" TO ST-CXD133
              END-IF
              IF ERRO-W = 1
                 PERFORM FINALIZA-PROGRAMA
              END-IF.

      *----------------------------------------------------------------
      *    OPCAO 1 - ABRE A COTACAO COM OS ITENS E O DESTINO
      *----------------------------------------------------------------
       ABRE-COTACAO SECTION.
           INITIALIZE REG-CPD045.
           DISPLAY "DESCRICAO DA NECESSIDADE: " WITH NO ADVANCING.
           ACCEPT DESCRICAO-CP45.
           DISPLAY "DESTINO (1-CONTRATO EVENTO 2-PLANEJAMENTO "
                   "3-CENTRO DE CUSTO): " WITH NO ADVANCING.
           ACCEPT TIPO-DESTINO-CP45.
           DISPLAY "CONTRATO / NR PLANEJAMENTO / CENTRO: "
                   WITH NO ADVANCING.
           ACCEPT DESTINO-CP45.
           PERFORM VALIDA-DESTINO.
           IF ERRO-W = 1
              MOVE 0 TO ERRO-W
              GO TO ABRE-COTACAO-FIM.
           DISPLAY "PROPOSTAS EXIGIDAS (0 = 3): " WITH NO ADVANCING.
           ACCEPT MIN-PROPOSTAS-CP45.
           IF MIN-PROPOSTAS-CP45 = ZEROS
              MOVE 3 TO MIN-PROPOSTAS-CP45.
           PERFORM PROXIMA-COTACAO.
           MOVE COTACAO-W      TO COTACAO-CP45.
           MOVE DATA-SISTEMA-N TO DATA-ABERTURA-CP45.
           MOVE 0              TO SITUACAO-CP45.
           MOVE USUARIO-W      TO USUARIO-CP45.
           MOVE ZEROS          TO ITEM-W.
           MOVE 9              TO QTDE-W.
           PERFORM UNTIL QTDE-W = ZEROS OR ITEM-W = 30
              DISPLAY "QUANTIDADE (0 ENCERRA): " WITH NO ADVANCING
              ACCEPT QTDE-W
              IF QTDE-W > ZEROS
                 PERFORM GRAVA-ITEM-COTACAO
              END-IF
           END-PERFORM.
           IF ITEM-W = ZEROS
              DISPLAY "COTACAO SEM ITENS - NADA FOI GRAVADO"
              GO TO ABRE-COTACAO-FIM.
           MOVE ITEM-W TO QT-ITENS-CP45.
           WRITE REG-CPD045 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD045: " ST-CPD045
                 GO TO ABRE-COTACAO-FIM
           END-WRITE.
           DISPLAY "COTACAO " COTACAO-W " ABERTA COM " ITEM-W
                   " ITEM(NS)".
       ABRE-COTACAO-FIM.
           CONTINUE.

       VALIDA-DESTINO SECTION.
           EVALUATE TIPO-DESTINO-CP45
               WHEN 1
                    IF ST-OED010 NOT = "10"
                       MOVE DESTINO-CP45 TO NR-CONTRATO-OE10
                       READ OED010 INVALID KEY
                            DISPLAY "CONTRATO NAO CADASTRADO NO OED010"
                            MOVE 1 TO ERRO-W
                       END-READ
                    END-IF
               WHEN 2
                    IF ST-PRD105 NOT = "10"
                       MOVE DESTINO-CP45 TO NR-PLAN-PR105
                       READ PRD105 INVALID KEY
                            DISPLAY "PLANEJAMENTO NAO CADASTRADO NO "
                                    "PRD105"
                            MOVE 1 TO ERRO-W
                       END-READ
                    END-IF
               WHEN 3
                    IF ST-CXD133 NOT = "10"
                       MOVE DESTINO-CP45 TO CENTRO-CX133
                       READ CXD133 INVALID KEY
                            DISPLAY "CENTRO DE CUSTO NAO CADASTRADO"
                            MOVE 1 TO ERRO-W
                       END-READ
                    END-IF
               WHEN OTHER
                    DISPLAY "DESTINO INVALIDO"
                    MOVE 1 TO ERRO-W
           END-EVALUATE.

       GRAVA-ITEM-COTACAO SECTION.
           ADD 1 TO ITEM-W.
           INITIALIZE REG-CPD046.
           MOVE COTACAO-W TO COTACAO-CP46.
           MOVE ITEM-W    TO ITEM-CP46.
           MOVE QTDE-W    TO QTDE-CP46.
           DISPLAY "MATERIAL MTD053 (0=AVULSO): " WITH NO ADVANCING.
           ACCEPT CODIGO-MAT-CP46.
           DISPLAY "DESCRICAO................: " WITH NO ADVANCING.
           ACCEPT DESCRICAO-CP46.
           WRITE REG-CPD046 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD046: " ST-CPD046
           END-WRITE.

       PROXIMA-COTACAO SECTION.
           MOVE ZEROS TO COTACAO-W.
           MOVE 999999 TO COTACAO-CP45.
           START CPD045 KEY IS NOT GREATER COTACAO-CP45 INVALID KEY
                 MOVE "10" TO ST-CPD045
           END-START.
           IF ST-CPD045 NOT = "10"
              READ CPD045 PREVIOUS RECORD AT END
                   MOVE "10" TO ST-CPD045
              NOT AT END
                   MOVE COTACAO-CP45 TO COTACAO-W
              END-READ.
           MOVE SPACES TO ST-CPD045.
           ADD 1 TO COTACAO-W.

      *    le a cotacao pedida e carrega os itens na TAB-ITENS
       LE-COTACAO SECTION.
           DISPLAY "COTACAO: " WITH NO ADVANCING.
           ACCEPT COTACAO-W.
           MOVE COTACAO-W TO COTACAO-CP45.
           READ CPD045 INVALID KEY
                DISPLAY "COTACAO NAO ENCONTRADA"
                MOVE 1 TO ERRO-W
                GO TO LE-COTACAO-FIM
           END-READ.
           DISPLAY DESCRICAO-CP45 " - " NOME-DESTINO-W
                   (TIPO-DESTINO-CP45) DESTINO-CP45.
           INITIALIZE TAB-ITENS.
           MOVE COTACAO-W TO COTACAO-CP46.
           MOVE ZEROS     TO ITEM-CP46.
           START CPD046 KEY IS NOT LESS CHAVE-CP46 INVALID KEY
                 MOVE "10" TO ST-CPD046
           END-START.
           PERFORM UNTIL ST-CPD046 = "10"
              READ CPD046 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD046
              NOT AT END
                   IF COTACAO-CP46 NOT = COTACAO-W
                      MOVE "10" TO ST-CPD046
                   ELSE
                      IF ITEM-CP46 > ZEROS AND ITEM-CP46 < 31
                         MOVE CODIGO-MAT-CP46
                              TO TI-CODIGO-MAT (ITEM-CP46)
                         MOVE DESCRICAO-CP46
                              TO TI-DESCRICAO (ITEM-CP46)
                         MOVE QTDE-CP46 TO TI-QTDE (ITEM-CP46)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD046.
       LE-COTACAO-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 2 - PROPOSTA DE UM FORNECEDOR
      *----------------------------------------------------------------
       REGISTRA-PROPOSTA SECTION.
           PERFORM LE-COTACAO.
           IF ERRO-W = 1
              MOVE 0 TO ERRO-W
              GO TO REGISTRA-PROPOSTA-FIM.
           IF SITUACAO-CP45 NOT = 0
              DISPLAY "COTACAO JA ENCERRADA"
              GO TO REGISTRA-PROPOSTA-FIM.
           DISPLAY "FORNECEDOR (CGD001): " WITH NO ADVANCING.
           ACCEPT FORNEC-W.
           MOVE FORNEC-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "FORNECEDOR NAO CADASTRADO"
                GO TO REGISTRA-PROPOSTA-FIM
           END-READ.
           DISPLAY NOME-CG01.
           MOVE COTACAO-W TO COTACAO-CP47.
           MOVE FORNEC-W  TO FORNEC-CP47.
           READ CPD047 INVALID KEY
                INITIALIZE REG-CPD047
                MOVE COTACAO-W TO COTACAO-CP47
                MOVE FORNEC-W  TO FORNEC-CP47
                MOVE 0 TO ACAO-W
           NOT INVALID KEY
                DISPLAY "PROPOSTA JA EXISTE - SERA SUBSTITUIDA"
                MOVE 1 TO ACAO-W
           END-READ.
           MOVE ZEROS TO VLR-TOTAL-CP47 QT-COTADOS-CP47.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-ITENS-CP45
              MOVE TI-QTDE (I) TO QT-E
              DISPLAY I " " TI-DESCRICAO (I) " QT " QT-E
                      " - PRECO UNIT. (0=NAO COTOU): "
                      WITH NO ADVANCING
              ACCEPT VLR-UNIT-CP47 (I)
              IF VLR-UNIT-CP47 (I) > ZEROS
                 ADD 1 TO QT-COTADOS-CP47
                 COMPUTE VLR-TOTAL-CP47 = VLR-TOTAL-CP47
                         + VLR-UNIT-CP47 (I) * TI-QTDE (I)
              END-IF
           END-PERFORM.
           DISPLAY "PRAZO DE ENTREGA (DIAS)....: " WITH NO ADVANCING.
           ACCEPT PRAZO-ENTREGA-CP47.
           DISPLAY "CONDICAO DE PAGAMENTO......: " WITH NO ADVANCING.
           ACCEPT COND-PAGTO-CP47.
           DISPLAY "VALIDADE (AAAAMMDD)........: " WITH NO ADVANCING.
           ACCEPT VALIDADE-CP47.
           MOVE DATA-SISTEMA-N TO DATA-RESPOSTA-CP47.
           MOVE USUARIO-W      TO USUARIO-CP47.
           IF ACAO-W = 1
              REWRITE REG-CPD047 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO CPD047: " ST-CPD047
              END-REWRITE
           ELSE
              WRITE REG-CPD047 INVALID KEY
                    DISPLAY "ERRO GRAVANDO CPD047: " ST-CPD047
              END-WRITE.
           MOVE VLR-TOTAL-CP47 TO VALOR-E.
           DISPLAY "PROPOSTA GRAVADA - TOTAL " VALOR-E " ("
                   QT-COTADOS-CP47 " DE " QT-ITENS-CP45 " ITENS)".
       REGISTRA-PROPOSTA-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 3 - MAPA COMPARATIVO
      *----------------------------------------------------------------
       MAPA-COMPARATIVO SECTION.
           PERFORM LE-COTACAO.
           IF ERRO-W = 1
              MOVE 0 TO ERRO-W
              GO TO MAPA-COMPARATIVO-FIM.
           PERFORM APURA-MENOR-PRECO.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE COTACAO-W TO CAB01-COTACAO.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE DESCRICAO-CP45  TO CAB02-TEXTO (1: 30).
           MOVE NOME-DESTINO-W (TIPO-DESTINO-CP45)
                                TO CAB02-TEXTO (33: 18).
           MOVE DESTINO-CP45    TO CAB02-TEXTO (52: 14).
           MOVE DATA-ABERTURA-CP45 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE "ABERTA EM"     TO CAB02-TEXTO (68: 9).
           MOVE DATA-E          TO CAB02-TEXTO (78: 10).
           PERFORM CABECALHO.
           MOVE "FORNECEDOR"    TO LINDET-REL (1: 10).
           MOVE "TOTAL"         TO LINDET-REL (46: 5).
           MOVE "PRAZO"         TO LINDET-REL (53: 5).
           MOVE "CONDICAO"      TO LINDET-REL (59: 8).
           MOVE "VALIDADE"      TO LINDET-REL (90: 8).
           PERFORM IMPRIME-LINDET.
           MOVE COTACAO-W TO COTACAO-CP47.
           MOVE ZEROS     TO FORNEC-CP47.
           START CPD047 KEY IS NOT LESS CHAVE-CP47 INVALID KEY
                 MOVE "10" TO ST-CPD047
           END-START.
           PERFORM UNTIL ST-CPD047 = "10"
              READ CPD047 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD047
              NOT AT END
                   IF COTACAO-CP47 NOT = COTACAO-W
                      MOVE "10" TO ST-CPD047
                   ELSE
                      PERFORM IMPRIME-PROPOSTA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD047.
           IF QT-PROPOSTAS-W < MIN-PROPOSTAS-CP45
              MOVE "*** PROPOSTAS ABAIXO DO MINIMO EXIGIDO:"
                   TO LINDET-REL (1: 39)
              MOVE QT-PROPOSTAS-W     TO LINDET-REL (41: 3)
              MOVE "DE"               TO LINDET-REL (45: 2)
              MOVE MIN-PROPOSTAS-CP45 TO LINDET-REL (48: 1)
              PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-LINDET.
           MOVE "PRECO UNITARIO POR ITEM (* = MENOR)"
                TO LINDET-REL (1: 35).
           PERFORM IMPRIME-LINDET.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-ITENS-CP45
              PERFORM IMPRIME-ITEM-MAPA
           END-PERFORM.
           IF SITUACAO-CP45 = 1
              PERFORM IMPRIME-LINDET
              MOVE "VENCEDOR"           TO LINDET-REL (1: 8)
              MOVE FORNEC-VENCEDOR-CP45 TO LINDET-REL (10: 6)
              MOVE "PEDIDO"             TO LINDET-REL (18: 6)
              MOVE PEDIDO-CP45          TO LINDET-REL (25: 6)
              MOVE "APROVADOR"          TO LINDET-REL (33: 9)
              MOVE APROVADOR-CP45       TO LINDET-REL (43: 5)
              PERFORM IMPRIME-LINDET
              IF JUSTIFICATIVA-CP45 NOT = SPACES
                 MOVE JUSTIFICATIVA-CP45 TO LINDET-REL (10: 60)
                 PERFORM IMPRIME-LINDET
              END-IF
           END-IF.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
       MAPA-COMPARATIVO-FIM.
           CONTINUE.

       IMPRIME-PROPOSTA SECTION.
           MOVE FORNEC-CP47 TO LINDET-REL (1: 6) CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE SPACES TO NOME-CG01
           END-READ.
           MOVE NOME-CG01           TO LINDET-REL (8: 30).
           MOVE VLR-TOTAL-CP47      TO VALOR-E.
           MOVE VALOR-E             TO LINDET-REL (38: 13).
           MOVE PRAZO-ENTREGA-CP47  TO LINDET-REL (53: 3).
           MOVE COND-PAGTO-CP47     TO LINDET-REL (59: 30).
           MOVE VALIDADE-CP47       TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W      TO DATA-E.
           MOVE DATA-E              TO LINDET-REL (90: 10).
           IF QT-COTADOS-CP47 < QT-ITENS-CP45
              MOVE "INCOMPLETA"     TO LINDET-REL (101: 10)
           ELSE
              IF VALIDADE-CP47 < DATA-SISTEMA-N
                 MOVE "VENCIDA"     TO LINDET-REL (101: 7)
              ELSE
                 IF FORNEC-CP47 = FORNEC-MENOR-W
                    MOVE "MENOR"    TO LINDET-REL (101: 5).
           PERFORM IMPRIME-LINDET.

       IMPRIME-ITEM-MAPA SECTION.
           MOVE I               TO LINDET-REL (1: 2).
           MOVE TI-DESCRICAO (I) TO LINDET-REL (4: 30).
           MOVE TI-QTDE (I)     TO QT-E.
           MOVE QT-E            TO LINDET-REL (35: 9).
           PERFORM IMPRIME-LINDET.
           MOVE ZEROS TO MENOR-UNIT-W.
           MOVE COTACAO-W TO COTACAO-CP47.
           MOVE ZEROS     TO FORNEC-CP47.
           START CPD047 KEY IS NOT LESS CHAVE-CP47 INVALID KEY
                 MOVE "10" TO ST-CPD047
           END-START.
           PERFORM UNTIL ST-CPD047 = "10"
              READ CPD047 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD047
              NOT AT END
                   IF COTACAO-CP47 NOT = COTACAO-W
                      MOVE "10" TO ST-CPD047
                   ELSE
                      IF VLR-UNIT-CP47 (I) > ZEROS
                         AND (MENOR-UNIT-W = ZEROS
                              OR VLR-UNIT-CP47 (I) < MENOR-UNIT-W)
                         MOVE VLR-UNIT-CP47 (I) TO MENOR-UNIT-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE COTACAO-W TO COTACAO-CP47.
           MOVE ZEROS     TO FORNEC-CP47.
           START CPD047 KEY IS NOT LESS CHAVE-CP47 INVALID KEY
                 MOVE "10" TO ST-CPD047
           END-START.
           PERFORM UNTIL ST-CPD047 = "10"
              READ CPD047 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD047
              NOT AT END
                   IF COTACAO-CP47 NOT = COTACAO-W
                      MOVE "10" TO ST-CPD047
                   ELSE
                      PERFORM IMPRIME-PRECO-ITEM
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD047.

       IMPRIME-PRECO-ITEM SECTION.
           MOVE FORNEC-CP47 TO LINDET-REL (8: 6).
           IF VLR-UNIT-CP47 (I) = ZEROS
              MOVE "NAO COTOU" TO LINDET-REL (16: 9)
           ELSE
              MOVE VLR-UNIT-CP47 (I) TO UNIT-E
              MOVE UNIT-E            TO LINDET-REL (16: 10)
              COMPUTE VLR-ITEM-W = VLR-UNIT-CP47 (I) * TI-QTDE (I)
              MOVE VLR-ITEM-W        TO VALOR-E
              MOVE VALOR-E           TO LINDET-REL (28: 13)
              IF VLR-UNIT-CP47 (I) = MENOR-UNIT-W
                 MOVE "*"            TO LINDET-REL (42: 1).
           PERFORM IMPRIME-LINDET.

      *    menor total entre as propostas completas e validas
       APURA-MENOR-PRECO SECTION.
           MOVE ZEROS TO QT-PROPOSTAS-W QT-VALIDAS-W MENOR-TOTAL-W
                         FORNEC-MENOR-W.
           MOVE COTACAO-W TO COTACAO-CP47.
           MOVE ZEROS     TO FORNEC-CP47.
           START CPD047 KEY IS NOT LESS CHAVE-CP47 INVALID KEY
                 MOVE "10" TO ST-CPD047
           END-START.
           PERFORM UNTIL ST-CPD047 = "10"
              READ CPD047 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD047
              NOT AT END
                   IF COTACAO-CP47 NOT = COTACAO-W
                      MOVE "10" TO ST-CPD047
                   ELSE
                      ADD 1 TO QT-PROPOSTAS-W
                      IF QT-COTADOS-CP47 NOT < QT-ITENS-CP45
                         AND VALIDADE-CP47 NOT < DATA-SISTEMA-N
                         ADD 1 TO QT-VALIDAS-W
                         IF FORNEC-MENOR-W = ZEROS
                            OR VLR-TOTAL-CP47 < MENOR-TOTAL-W
                            MOVE VLR-TOTAL-CP47 TO MENOR-TOTAL-W
                            MOVE FORNEC-CP47    TO FORNEC-MENOR-W
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD047.

      *----------------------------------------------------------------
      *    OPCAO 4 - ADJUDICACAO E PEDIDO (OU CANCELAMENTO)
      *----------------------------------------------------------------
       ADJUDICACAO SECTION.
           PERFORM LE-COTACAO.
           IF ERRO-W = 1
              MOVE 0 TO ERRO-W
              GO TO ADJUDICACAO-FIM.
           IF SITUACAO-CP45 NOT = 0
              DISPLAY "COTACAO JA ENCERRADA"
              GO TO ADJUDICACAO-FIM.
           DISPLAY "1-ESCOLHE O VENCEDOR  2-CANCELA A COTACAO: "
                   WITH NO ADVANCING.
           ACCEPT ACAO-W.
           IF ACAO-W = 2
              MOVE 9         TO SITUACAO-CP45
              MOVE USUARIO-W TO APROVADOR-CP45
              MOVE DATA-SISTEMA-N TO DATA-APROVACAO-CP45
              PERFORM REGRAVA-COTACAO
              DISPLAY "COTACAO CANCELADA"
              GO TO ADJUDICACAO-FIM.
           IF ACAO-W NOT = 1
              GO TO ADJUDICACAO-FIM.
           PERFORM APURA-MENOR-PRECO.
           MOVE MENOR-TOTAL-W TO VALOR-E.
           DISPLAY "PROPOSTAS: " QT-PROPOSTAS-W "  VALIDAS: "
                   QT-VALIDAS-W "  MENOR PRECO: " FORNEC-MENOR-W
                   " " VALOR-E.
           DISPLAY "FORNECEDOR VENCEDOR: " WITH NO ADVANCING.
           ACCEPT FORNEC-W.
           MOVE COTACAO-W TO COTACAO-CP47.
           MOVE FORNEC-W  TO FORNEC-CP47.
           READ CPD047 INVALID KEY
                DISPLAY "FORNECEDOR SEM PROPOSTA NESTA COTACAO"
                GO TO ADJUDICACAO-FIM
           END-READ.
           IF QT-COTADOS-CP47 < QT-ITENS-CP45
              DISPLAY "PROPOSTA INCOMPLETA - NAO PODE VENCER"
              GO TO ADJUDICACAO-FIM.
           IF VALIDADE-CP47 < DATA-SISTEMA-N
              DISPLAY "PROPOSTA VENCIDA - PECA A REVALIDACAO AO "
                      "FORNECEDOR (OPCAO 2)"
              GO TO ADJUDICACAO-FIM.
           MOVE SPACES TO JUSTIFICATIVA-CP45.
           IF FORNEC-W NOT = FORNEC-MENOR-W
              OR QT-PROPOSTAS-W < MIN-PROPOSTAS-CP45
              IF FORNEC-W NOT = FORNEC-MENOR-W
                 DISPLAY "VENCEDOR NAO E O MENOR PRECO"
              END-IF
              IF QT-PROPOSTAS-W < MIN-PROPOSTAS-CP45
                 DISPLAY "MENOS PROPOSTAS QUE O MINIMO ("
                         MIN-PROPOSTAS-CP45 ")"
              END-IF
              DISPLAY "JUSTIFICATIVA: " WITH NO ADVANCING
              ACCEPT JUSTIFICATIVA-CP45
              IF JUSTIFICATIVA-CP45 = SPACES
                 DISPLAY "JUSTIFICATIVA OBRIGATORIA - NADA FOI "
                         "GRAVADO"
                 GO TO ADJUDICACAO-FIM
              END-IF
           END-IF.
           DISPLAY "CONFIRMA O PEDIDO AO FORNECEDOR " FORNEC-W
                   " (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S"
              GO TO ADJUDICACAO-FIM.
           PERFORM PROXIMO-PEDIDO.
           PERFORM GRAVA-PEDIDO-COMPRA.
           IF ERRO-W = 1
              MOVE 0 TO ERRO-W
              GO TO ADJUDICACAO-FIM.
           MOVE 1              TO SITUACAO-CP45.
           MOVE FORNEC-W       TO FORNEC-VENCEDOR-CP45.
           MOVE USUARIO-W      TO APROVADOR-CP45.
           MOVE DATA-SISTEMA-N TO DATA-APROVACAO-CP45.
           MOVE PEDIDO-W       TO PEDIDO-CP45.
           PERFORM REGRAVA-COTACAO.
           DISPLAY "PEDIDO DE COMPRA " PEDIDO-W " EMITIDO - "
                   "RECEBIMENTO E NOTA NO CPP030".
       ADJUDICACAO-FIM.
           CONTINUE.

       REGRAVA-COTACAO SECTION.
           REWRITE REG-CPD045 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO CPD045: " ST-CPD045
           END-REWRITE.

       PROXIMO-PEDIDO SECTION.
           MOVE ZEROS TO PEDIDO-W PEDIDO-CP30.
           START CPD030 KEY IS NOT LESS PEDIDO-CP30 INVALID KEY
                 MOVE "10" TO ST-CPD030
           END-START.
           PERFORM UNTIL ST-CPD030 = "10"
              READ CPD030 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD030
              NOT AT END
                   MOVE PEDIDO-CP30 TO PEDIDO-W
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD030.
           ADD 1 TO PEDIDO-W.

      *    pedido CPD030 + um CPD031 por item da cotacao, ao preco
      *    da proposta vencedora (REG-CPD047)
       GRAVA-PEDIDO-COMPRA SECTION.
           INITIALIZE REG-CPD030.
           MOVE PEDIDO-W       TO PEDIDO-CP30.
           MOVE FORNEC-W       TO FORNEC-CP30.
           MOVE DATA-SISTEMA-N TO DATA-PEDIDO-CP30.
           MOVE 0              TO SITUACAO-CP30.
           MOVE USUARIO-W      TO USUARIO-CP30.
           MOVE "COTACAO"      TO OBS-CP30 (1: 7).
           MOVE COTACAO-W      TO OBS-CP30 (9: 6).
           MOVE DESCRICAO-CP45 TO OBS-CP30 (16: 15).
           WRITE REG-CPD030 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD030: " ST-CPD030
                 MOVE 1 TO ERRO-W
                 GO TO GRAVA-PEDIDO-COMPRA-FIM
           END-WRITE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-ITENS-CP45
              INITIALIZE REG-CPD031
              MOVE PEDIDO-W          TO PEDIDO-CP31
              MOVE I                 TO ITEM-CP31
              MOVE TI-CODIGO-MAT (I) TO CODIGO-MAT-CP31
              MOVE TI-DESCRICAO (I)  TO DESCRICAO-CP31
              MOVE TI-QTDE (I)       TO QT-PEDIDA-CP31
              MOVE VLR-UNIT-CP47 (I) TO VLR-UNIT-CP31
              WRITE REG-CPD031 INVALID KEY
                    DISPLAY "ERRO GRAVANDO CPD031: " ST-CPD031
              END-WRITE
           END-PERFORM.
       GRAVA-PEDIDO-COMPRA-FIM.
           CONTINUE.

       IMPRIME-LINDET SECTION.
           IF LIN > 56
              PERFORM CABECALHO.
           WRITE REG-RELAT FROM LINDET AFTER 1.
           ADD 1 TO LIN.
           MOVE SPACES TO LINDET-REL.

       CABECALHO SECTION.
           ADD 1 TO PAG-W.
           MOVE PAG-W TO CAB01-PAG.
           IF PAG-W = 1
              WRITE REG-RELAT FROM CAB01 AFTER 1
           ELSE
              WRITE REG-RELAT FROM CAB01 AFTER PAGE.
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER 1.
           MOVE 5 TO LIN.

       FINALIZA-PROGRAMA SECTION.
           CLOSE CPD045 CPD046 CPD047 CPD030 CPD031 OED010 PRD105
                 CXD133 CGD001.

       END PROGRAM CPP034.
