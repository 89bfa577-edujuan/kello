       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTP105.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: BALANCETE E DRE GERENCIAL DIRETO DO DIARIO CTD100 -
      *        O DIARIO SO SAIA COMO ARQUIVO DE EXPORTACAO E O
      *        BALANCETE DO CONTADOR CHEGAVA SEMANAS DEPOIS.
      *        OPCAO 1 - BALANCETE DO MES POR CONTA REDUZIDA, NA
      *          ORDEM DO DE-PARA CTD103: SALDO ANTERIOR, DEBITOS,
      *          CREDITOS E SALDO ATUAL (NO SENTIDO DA NATUREZA DA
      *          CONTA), COM O MOVIMENTO DO MES ANTERIOR E O DO MESMO
      *          MES DO ANO ANTERIOR P/ COMPARACAO; CONTA MOVIMENTADA
      *          SEM DE-PARA SAI NO FIM COMO DEVEDORA;
      *        OPCAO 2 - DRE GERENCIAL PELO GRUPO DRE DO CTD103 (MES,
      *          ACUMULADO NO ANO E MESMO MES DO ANO ANTERIOR), COM
      *          FILTRO OPCIONAL POR CENTRO DE CUSTO - SO ENTRAM AS
      *          PARTIDAS DE CAIXA/PAGAR AMARRADAS AO CENTRO NA
      *          DIMENSAO CXD134 (CXP144), COMO NA EXPORTACAO CTP100.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CTPX100.
           COPY CTPX103.
           COPY CXPX020.
           COPY CXPX133.
           COPY CXPX134.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CTPW100.
           COPY CTPW103.
           COPY CXPW020.
           COPY CXPW133.
           COPY CXPW134.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(132).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CTD100             PIC XX       VALUE SPACES.
           05  ST-CTD103             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CXD133             PIC XX       VALUE SPACES.
           05  ST-CXD134             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  ANOMES-W              PIC 9(6)     VALUE ZEROS.
           05  CENTRO-W              PIC 9(3)     VALUE ZEROS.
           05  CENTRO-LCTO-W         PIC 9(3)     VALUE ZEROS.
           05  CONTA-W               PIC 9(5)     VALUE ZEROS.
           05  LADO-W                PIC X(1)     VALUE SPACES.
           05  GRUPO-W               PIC 9(1)     VALUE ZEROS.
           05  QT-CONTAS-W           PIC 9(4)     VALUE ZEROS.
           05  I                     PIC 9(4)     VALUE ZEROS.
           05  T                     PIC 9(4)     VALUE ZEROS.
           05  SINAL-W               PIC S9(1)    VALUE ZEROS.
           05  SALDO-ATUAL-W         PIC S9(12)V99 VALUE ZEROS.
           05  TOT-DEBITO-W          PIC 9(12)V99 VALUE ZEROS.
           05  TOT-CREDITO-W         PIC 9(12)V99 VALUE ZEROS.
           05  RES-MES-W             PIC S9(12)V99 VALUE ZEROS.
           05  RES-ACUM-W            PIC S9(12)V99 VALUE ZEROS.
           05  RES-ANO-ANT-W         PIC S9(12)V99 VALUE ZEROS.
           05  GRP-MES-W             PIC S9(12)V99 VALUE ZEROS.
           05  GRP-ACUM-W            PIC S9(12)V99 VALUE ZEROS.
           05  GRP-ANO-ANT-W         PIC S9(12)V99 VALUE ZEROS.
           05  CUM-MES-W             PIC S9(12)V99 VALUE ZEROS.
           05  CUM-ACUM-W            PIC S9(12)V99 VALUE ZEROS.
           05  CUM-ANO-ANT-W         PIC S9(12)V99 VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  VALOR-E               PIC ZZZZ.ZZZ.ZZ9,99.
           05  SALDO-E               PIC -ZZZ.ZZZ.ZZ9,99.

       01  ANOMES-ANT-W.
           05  AA-ANT                PIC 9(4).
           05  MM-ANT                PIC 9(2).
       01  ANOMES-ANT-N REDEFINES ANOMES-ANT-W PIC 9(6).

       01  ANO-INI-W.
           05  AA-INI                PIC 9(4).
           05  MM-INI                PIC 9(2).
       01  ANO-INI-N REDEFINES ANO-INI-W PIC 9(6).

       01  ANOMES-ANO-ANT-W.
           05  AA-ANO-ANT            PIC 9(4).
           05  MM-ANO-ANT            PIC 9(2).
       01  ANOMES-ANO-ANT-N REDEFINES ANOMES-ANO-ANT-W PIC 9(6).

      *    movimento acumulado por conta reduzida - valores com sinal
      *    devedor (debito +, credito -)
       01  TAB-CONTAS.
           05  TC-ITEM               OCCURS 999.
               10  TC-CONTA          PIC 9(5).
               10  TC-SALDO-ANT      PIC S9(12)V99.
               10  TC-DEBITO         PIC 9(12)V99.
               10  TC-CREDITO        PIC 9(12)V99.
               10  TC-MOV-MES-ANT    PIC S9(12)V99.
               10  TC-MOV-ANO-ANT    PIC S9(12)V99.
               10  TC-MOV-ACUM       PIC S9(12)V99.
               10  TC-IMPRESSO       PIC 9(1).

       01  TEXTO-GRUPOS-DRE.
           05  FILLER  PIC X(30) VALUE "RECEITA BRUTA".
           05  FILLER  PIC X(30) VALUE "(-) DEDUCOES DA RECEITA".
           05  FILLER  PIC X(30) VALUE "(-) CUSTOS".
           05  FILLER  PIC X(30) VALUE "(-) DESPESAS OPERACIONAIS".
           05  FILLER  PIC X(30) VALUE "RESULTADO FINANCEIRO".
           05  FILLER  PIC X(30) VALUE "OUTRAS RECEITAS E DESPESAS".
           05  FILLER  PIC X(30) VALUE "(-) IR E CSLL".
       01  RED-GRUPOS-DRE REDEFINES TEXTO-GRUPOS-DRE.
           05  TEXTO-GRUPO-W OCCURS 7  PIC X(30).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CTD100       PIC X(60)    VALUE SPACES.
           05  PATH-CTD103       PIC X(60)    VALUE SPACES.
           05  PATH-CXD020       PIC X(60)    VALUE SPACES.
           05  PATH-CXD133       PIC X(60)    VALUE SPACES.
           05  PATH-CXD134       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CTP105 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  CAB01-TITULO      PIC X(30)  VALUE SPACES.
           05  FILLER            PIC X(5)   VALUE " MES ".
           05  CAB01-ANOMES      PIC 9999/99.
           05  FILLER            PIC X(3)   VALUE SPACES.
           05  CAB01-CENTRO      PIC X(30)  VALUE SPACES.
           05  FILLER            PIC X(17)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02-BAL.
           05  FILLER            PIC X(35)  VALUE
               "CONTA DESCRICAO                   N".
           05  FILLER            PIC X(15)  VALUE "SALDO ANTERIOR ".
           05  FILLER            PIC X(16)  VALUE "        DEBITOS ".
           05  FILLER            PIC X(16)  VALUE "       CREDITOS ".
           05  FILLER            PIC X(16)  VALUE "    SALDO ATUAL ".
           05  FILLER            PIC X(16)  VALUE " MOV MES ANTER. ".
           05  FILLER            PIC X(16)  VALUE "MOV MES ANO ANT ".
       01  CAB02-DRE.
           05  FILLER            PIC X(50)  VALUE
               "DEMONSTRACAO DO RESULTADO".
           05  FILLER            PIC X(15)  VALUE "            MES".
           05  FILLER            PIC X(19)  VALUE
               "      ACUMULADO ANO".
           05  FILLER            PIC X(17)  VALUE
               "   MES ANO ANTER.".
       01  LINDET.
           05  LINDET-REL        PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM ACUMULA-DIARIO
              OPEN OUTPUT RELAT
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM IMPRIME-BALANCETE
                  WHEN 2 PERFORM IMPRIME-DRE
              END-EVALUATE
              MOVE SPACES TO REG-RELAT
              WRITE REG-RELAT AFTER PAGE
              CLOSE RELAT
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-BALANCETE  2-DRE GERENCIAL: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 2
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              DISPLAY "ANO/MES (AAAAMM)...............: "
                      WITH NO ADVANCING
              ACCEPT ANOMES-W
              IF ANOMES-W (5: 2) < "01" OR ANOMES-W (5: 2) > "12"
                 DISPLAY "ANO/MES INVALIDO"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           IF ERRO-W = 0 AND OPCAO-W = 2
              DISPLAY "CENTRO DE CUSTO (0 = TODOS)....: "
                      WITH NO ADVANCING
              ACCEPT CENTRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              MOVE ANOMES-W TO ANOMES-ANT-N ANOMES-ANO-ANT-N
              IF MM-ANT = 1
                 MOVE 12 TO MM-ANT
                 SUBTRACT 1 FROM AA-ANT
              ELSE
                 SUBTRACT 1 FROM MM-ANT
              END-IF
              SUBTRACT 1 FROM AA-ANO-ANT
              MOVE ANOMES-W TO ANO-INI-N
              MOVE 1        TO MM-INI
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "CTD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CTD100
              MOVE "CTD103"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CTD103
              MOVE "CXD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD020
              MOVE "CXD133"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD133
              MOVE "CXD134"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD134
              OPEN INPUT CTD100 CTD103 CXD020 CXD133 CXD134
              IF ST-CTD100 > "09"
                 DISPLAY "ERRO ABERTURA CTD100: " ST-CTD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CTD103 > "09"
                 DISPLAY "ERRO ABERTURA CTD103: " ST-CTD103
                 MOVE 1 TO ERRO-W
              END-IF
              IF CENTRO-W NOT = ZEROS AND ST-CXD134 > "09"
                 DISPLAY "ERRO ABERTURA CXD134: " ST-CXD134
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE CTD100 CTD103 CXD020 CXD133 CXD134
              ELSE
                 MOVE EMPRESA-W TO CAB01-EMPRESA
                 MOVE ANOMES-W  TO CAB01-ANOMES
              END-IF.
           IF ERRO-W = 0 AND CENTRO-W NOT = ZEROS
              MOVE CENTRO-W TO CENTRO-CX133
              READ CXD133 INVALID KEY
                   DISPLAY "CENTRO DE CUSTO NAO CADASTRADO NO CXD133"
                   MOVE 1 TO ERRO-W
                   CLOSE CTD100 CTD103 CXD020 CXD133 CXD134
              NOT INVALID KEY
                   MOVE "CENTRO "       TO CAB01-CENTRO (1: 7)
                   MOVE CENTRO-W        TO CAB01-CENTRO (8: 3)
                   MOVE DESCRICAO-CX133 TO CAB01-CENTRO (12: 19)
              END-READ.

      *    le o diario do inicio ate o mes pedido; o mes do ano
      *    anterior e o mes anterior caem dentro da mesma leitura
       ACUMULA-DIARIO SECTION.
           MOVE ZEROS TO QT-CONTAS-W.
           MOVE ZEROS TO ANOMES-CT100 SEQ-CT100.
           START CTD100 KEY IS NOT LESS CHAVE-CT100 INVALID KEY
                 MOVE "10" TO ST-CTD100
           END-START.
           PERFORM UNTIL ST-CTD100 = "10"
              READ CTD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CTD100
              NOT AT END
                   IF ANOMES-CT100 > ANOMES-W
                      MOVE "10" TO ST-CTD100
                   ELSE
                      PERFORM ACUMULA-PARTIDA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CTD100.

       ACUMULA-PARTIDA SECTION.
           IF CENTRO-W NOT = ZEROS
              PERFORM BUSCA-CENTRO-CUSTO
              IF CENTRO-LCTO-W NOT = CENTRO-W
                 GO TO ACUMULA-PARTIDA-FIM
              END-IF
           END-IF.
           MOVE CONTA-DEBITO-CT100  TO CONTA-W.
           MOVE "D"                 TO LADO-W.
           PERFORM ACUMULA-CONTA.
           MOVE CONTA-CREDITO-CT100 TO CONTA-W.
           MOVE "C"                 TO LADO-W.
           PERFORM ACUMULA-CONTA.
       ACUMULA-PARTIDA-FIM.
           CONTINUE.

      *    mesma amarracao de centro da exportacao do CTP100: caixa
      *    pela data+seq, pagar pelo fornecedor+seq; o resto nao tem
      *    dimensao de centro
       BUSCA-CENTRO-CUSTO SECTION.
           MOVE ZEROS TO CENTRO-LCTO-W.
           EVALUATE ORIGEM-CT100
               WHEN "CX" MOVE 1 TO ORIGEM-CX134
               WHEN "CP" MOVE 2 TO ORIGEM-CX134
               WHEN OTHER GO TO BUSCA-CENTRO-CUSTO-FIM
           END-EVALUATE.
           MOVE SPACES TO CHAVE-DOC-CX134.
           IF ORIGEM-CX134 = 1
              MOVE CHAVE-ORIGEM-CT100 (1: 12)
                TO CHAVE-DOC-CX134 (1: 12)
           ELSE
              MOVE CHAVE-ORIGEM-CT100 (1: 11)
                TO CHAVE-DOC-CX134 (1: 11).
           READ CXD134 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE CENTRO-CX134 TO CENTRO-LCTO-W
           END-READ.
       BUSCA-CENTRO-CUSTO-FIM.
           CONTINUE.

       ACUMULA-CONTA SECTION.
           PERFORM LOCALIZA-CONTA.
           IF T = ZEROS
              GO TO ACUMULA-CONTA-FIM.
           IF LADO-W = "D"
              MOVE 1  TO SINAL-W
           ELSE
              MOVE -1 TO SINAL-W.
           IF ANOMES-CT100 < ANOMES-W
              COMPUTE TC-SALDO-ANT (T) = TC-SALDO-ANT (T)
                    + VALOR-CT100 * SINAL-W.
           IF ANOMES-CT100 = ANOMES-W
              IF LADO-W = "D"
                 ADD VALOR-CT100 TO TC-DEBITO (T)
              ELSE
                 ADD VALOR-CT100 TO TC-CREDITO (T).
           IF ANOMES-CT100 = ANOMES-ANT-N
              COMPUTE TC-MOV-MES-ANT (T) = TC-MOV-MES-ANT (T)
                    + VALOR-CT100 * SINAL-W.
           IF ANOMES-CT100 = ANOMES-ANO-ANT-N
              COMPUTE TC-MOV-ANO-ANT (T) = TC-MOV-ANO-ANT (T)
                    + VALOR-CT100 * SINAL-W.
           IF ANOMES-CT100 NOT < ANO-INI-N
              COMPUTE TC-MOV-ACUM (T) = TC-MOV-ACUM (T)
                    + VALOR-CT100 * SINAL-W.
       ACUMULA-CONTA-FIM.
           CONTINUE.

      *    T = posicao da CONTA-W na tabela (inclui se nao achar;
      *    zeros se a tabela estourou)
       LOCALIZA-CONTA SECTION.
           MOVE ZEROS TO T.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-CONTAS-W OR T NOT = ZEROS
              IF TC-CONTA (I) = CONTA-W
                 MOVE I TO T
              END-IF
           END-PERFORM.
           IF T = ZEROS
              IF QT-CONTAS-W < 999
                 ADD 1 TO QT-CONTAS-W
                 MOVE QT-CONTAS-W TO T
                 INITIALIZE TC-ITEM (T)
                 MOVE CONTA-W TO TC-CONTA (T)
              ELSE
                 DISPLAY "MAIS DE 999 CONTAS - CONTA " CONTA-W
                         " DESPREZADA"
              END-IF
           END-IF.

      *----------------------------------------------------------------
      *    OPCAO 1 - BALANCETE
      *----------------------------------------------------------------
       IMPRIME-BALANCETE SECTION.
           MOVE "BALANCETE DE VERIFICACAO" TO CAB01-TITULO.
           MOVE ZEROS TO TOT-DEBITO-W TOT-CREDITO-W.
           INITIALIZE REG-CTD103.
           START CTD103 KEY IS NOT LESS CONTA-REDUZ-CT103
                 INVALID KEY MOVE "10" TO ST-CTD103
           END-START.
           PERFORM UNTIL ST-CTD103 = "10"
              READ CTD103 NEXT RECORD AT END
                   MOVE "10" TO ST-CTD103
              NOT AT END
                   MOVE CONTA-REDUZ-CT103 TO CONTA-W
                   PERFORM PROCURA-CONTA
                   IF T NOT = ZEROS
                      PERFORM IMPRIME-CONTA-BALANCETE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CTD103.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > QT-CONTAS-W
              IF TC-IMPRESSO (T) = 0
                 MOVE TC-CONTA (T) TO CONTA-REDUZ-CT103
                 MOVE 1            TO NATUREZA-CT103
                 PERFORM IMPRIME-CONTA-BALANCETE
                 MOVE "SEM DE-PARA" TO LINDET-REL (7: 11)
                 PERFORM IMPRIME-LINDET
              END-IF
           END-PERFORM.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "TOTAIS DO MES"  TO LINDET-REL (7: 13).
           MOVE TOT-DEBITO-W     TO VALOR-E.
           MOVE VALOR-E          TO LINDET-REL (51: 15).
           MOVE TOT-CREDITO-W    TO VALOR-E.
           MOVE VALOR-E          TO LINDET-REL (67: 15).
           PERFORM IMPRIME-LINDET.
           IF TOT-DEBITO-W NOT = TOT-CREDITO-W
              MOVE "*** DEBITOS DIFEREM DOS CREDITOS ***"
                TO LINDET-REL (7: 36)
              PERFORM IMPRIME-LINDET.

      *    procura sem incluir
       PROCURA-CONTA SECTION.
           MOVE ZEROS TO T.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-CONTAS-W OR T NOT = ZEROS
              IF TC-CONTA (I) = CONTA-W
                 MOVE I TO T
              END-IF
           END-PERFORM.

      *    valores no sentido da natureza: conta credora sai com o
      *    sinal invertido (saldo credor positivo)
       IMPRIME-CONTA-BALANCETE SECTION.
           MOVE 1 TO TC-IMPRESSO (T).
           ADD TC-DEBITO (T)  TO TOT-DEBITO-W.
           ADD TC-CREDITO (T) TO TOT-CREDITO-W.
           IF NATUREZA-CT103 = 2
              MOVE -1 TO SINAL-W
           ELSE
              MOVE 1  TO SINAL-W.
           MOVE TC-CONTA (T) TO LINDET-REL (1: 5).
           MOVE TC-CONTA (T) TO CODIGO-REDUZ-CX20.
           READ CXD020 INVALID KEY
                MOVE SPACES TO DESCRICAO-CX20
           END-READ.
           MOVE DESCRICAO-CX20 (1: 25) TO LINDET-REL (7: 25).
           MOVE NATUREZA-CT103 TO LINDET-REL (33: 1).
           COMPUTE SALDO-E = TC-SALDO-ANT (T) * SINAL-W.
           MOVE SALDO-E        TO LINDET-REL (35: 15).
           MOVE TC-DEBITO (T)  TO VALOR-E.
           MOVE VALOR-E        TO LINDET-REL (51: 15).
           MOVE TC-CREDITO (T) TO VALOR-E.
           MOVE VALOR-E        TO LINDET-REL (67: 15).
           COMPUTE SALDO-ATUAL-W = (TC-SALDO-ANT (T) + TC-DEBITO (T)
                 - TC-CREDITO (T)) * SINAL-W.
           MOVE SALDO-ATUAL-W  TO SALDO-E.
           MOVE SALDO-E        TO LINDET-REL (83: 15).
           COMPUTE SALDO-E = TC-MOV-MES-ANT (T) * SINAL-W.
           MOVE SALDO-E        TO LINDET-REL (99: 15).
           COMPUTE SALDO-E = TC-MOV-ANO-ANT (T) * SINAL-W.
           MOVE SALDO-E        TO LINDET-REL (115: 15).
           PERFORM IMPRIME-LINDET.

      *----------------------------------------------------------------
      *    OPCAO 2 - DRE GERENCIAL (RECEITA +, CUSTO/DESPESA -)
      *----------------------------------------------------------------
       IMPRIME-DRE SECTION.
           MOVE "DRE GERENCIAL" TO CAB01-TITULO.
           MOVE ZEROS TO CUM-MES-W CUM-ACUM-W CUM-ANO-ANT-W.
           PERFORM VARYING GRUPO-W FROM 1 BY 1 UNTIL GRUPO-W > 7
              PERFORM IMPRIME-GRUPO-DRE
              EVALUATE GRUPO-W
                  WHEN 2
                       MOVE "= RECEITA LIQUIDA" TO LINDET-REL (1: 17)
                       PERFORM IMPRIME-SUBTOTAL-DRE
                  WHEN 3
                       MOVE "= LUCRO BRUTO" TO LINDET-REL (1: 13)
                       PERFORM IMPRIME-SUBTOTAL-DRE
                  WHEN 4
                       MOVE "= RESULTADO OPERACIONAL"
                         TO LINDET-REL (1: 23)
                       PERFORM IMPRIME-SUBTOTAL-DRE
                  WHEN 6
                       MOVE "= RESULTADO ANTES DO IR E CSLL"
                         TO LINDET-REL (1: 30)
                       PERFORM IMPRIME-SUBTOTAL-DRE
                  WHEN 7
                       MOVE "= RESULTADO LIQUIDO" TO LINDET-REL (1: 19)
                       PERFORM IMPRIME-SUBTOTAL-DRE
              END-EVALUATE
           END-PERFORM.

       IMPRIME-GRUPO-DRE SECTION.
           MOVE ZEROS TO GRP-MES-W GRP-ACUM-W GRP-ANO-ANT-W.
           MOVE TEXTO-GRUPO-W (GRUPO-W) TO LINDET-REL (1: 30).
           PERFORM IMPRIME-LINDET.
           INITIALIZE REG-CTD103.
           START CTD103 KEY IS NOT LESS CONTA-REDUZ-CT103
                 INVALID KEY MOVE "10" TO ST-CTD103
           END-START.
           PERFORM UNTIL ST-CTD103 = "10"
              READ CTD103 NEXT RECORD AT END
                   MOVE "10" TO ST-CTD103
              NOT AT END
                   IF GRUPO-DRE-CT103 = GRUPO-W
                      MOVE CONTA-REDUZ-CT103 TO CONTA-W
                      PERFORM PROCURA-CONTA
                      IF T NOT = ZEROS
                         PERFORM IMPRIME-CONTA-DRE
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CTD103.
           MOVE "  TOTAL"     TO LINDET-REL (1: 7).
           MOVE GRP-MES-W     TO SALDO-E.
           MOVE SALDO-E       TO LINDET-REL (51: 15).
           MOVE GRP-ACUM-W    TO SALDO-E.
           MOVE SALDO-E       TO LINDET-REL (70: 15).
           MOVE GRP-ANO-ANT-W TO SALDO-E.
           MOVE SALDO-E       TO LINDET-REL (87: 15).
           PERFORM IMPRIME-LINDET.
           ADD GRP-MES-W     TO CUM-MES-W.
           ADD GRP-ACUM-W    TO CUM-ACUM-W.
           ADD GRP-ANO-ANT-W TO CUM-ANO-ANT-W.

       IMPRIME-CONTA-DRE SECTION.
           COMPUTE RES-MES-W = TC-CREDITO (T) - TC-DEBITO (T).
           COMPUTE RES-ACUM-W = TC-MOV-ACUM (T) * -1.
           COMPUTE RES-ANO-ANT-W = TC-MOV-ANO-ANT (T) * -1.
           IF RES-MES-W = ZEROS AND RES-ACUM-W = ZEROS
              AND RES-ANO-ANT-W = ZEROS
              GO TO IMPRIME-CONTA-DRE-FIM.
           ADD RES-MES-W     TO GRP-MES-W.
           ADD RES-ACUM-W    TO GRP-ACUM-W.
           ADD RES-ANO-ANT-W TO GRP-ANO-ANT-W.
           MOVE TC-CONTA (T) TO LINDET-REL (5: 5).
           MOVE TC-CONTA (T) TO CODIGO-REDUZ-CX20.
           READ CXD020 INVALID KEY
                MOVE SPACES TO DESCRICAO-CX20
           END-READ.
           MOVE DESCRICAO-CX20 TO LINDET-REL (11: 30).
           MOVE RES-MES-W      TO SALDO-E.
           MOVE SALDO-E        TO LINDET-REL (51: 15).
           MOVE RES-ACUM-W     TO SALDO-E.
           MOVE SALDO-E        TO LINDET-REL (70: 15).
           MOVE RES-ANO-ANT-W  TO SALDO-E.
           MOVE SALDO-E        TO LINDET-REL (87: 15).
           PERFORM IMPRIME-LINDET.
       IMPRIME-CONTA-DRE-FIM.
           CONTINUE.

       IMPRIME-SUBTOTAL-DRE SECTION.
           MOVE CUM-MES-W     TO SALDO-E.
           MOVE SALDO-E       TO LINDET-REL (51: 15).
           MOVE CUM-ACUM-W    TO SALDO-E.
           MOVE SALDO-E       TO LINDET-REL (70: 15).
           MOVE CUM-ANO-ANT-W TO SALDO-E.
           MOVE SALDO-E       TO LINDET-REL (87: 15).
           PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-LINDET.

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
           IF OPCAO-W = 1
              WRITE REG-RELAT FROM CAB02-BAL AFTER 2
           ELSE
              WRITE REG-RELAT FROM CAB02-DRE AFTER 2.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER 1.
           MOVE 5 TO LIN.

       FINALIZA-PROGRAMA SECTION.
           CLOSE CTD100 CTD103 CXD020 CXD133 CXD134.

       END PROGRAM CTP105.
