       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP128.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: RATEIO DOS CUSTOS INDIRETOS AOS CONTRATOS - O COP119
      *        E O GALHO136 SO ENXERGAM O CUSTO AMARRADO AO EVENTO;
      *        ALUGUEL, ENERGIA DO LABORATORIO, SALARIO ADMINISTRATIVO
      *        E DEPRECIACAO DE VEICULO (CTP102) NUNCA CHEGAVAM A UM
      *        CONTRATO E TODO CONTRATO PARECIA MAIS LUCRATIVO.
      *        OPCAO 1 - REGRAS (COD130): POR CONTA REDUZIDA OU POR
      *          CENTRO DE CUSTO (CXD133), COM A BASE DO RATEIO
      *          (ALBUNS PRODUZIDOS NO MTD020, FORMANDOS DO COD040,
      *          EVENTOS DO COD060 OU RECEITA) E A FONTE DA DESPESA;
      *        OPCAO 2 - RATEIO DO MES: SOMA AS DESPESAS INDIRETAS DO
      *          MES (CPD020 E CXD100 SEM EVENTO-PR105, E A
      *          DEPRECIACAO CTD100 ORIGEM IM) POR REGRA - A CONTA
      *          REDUZIDA TEM PRIORIDADE, SENAO VALE O CENTRO DO
      *          CXD134 - E ESPALHA SOBRE OS CONTRATOS VIGENTES NA
      *          PROPORCAO DA BASE, GRAVANDO O COD131 (REFAZ O MES
      *          SE RODAR DE NOVO). O CENTAVO DO ARREDONDAMENTO FICA
      *          NO ULTIMO CONTRATO; REGRA SEM BASE NO MES FICA COMO
      *          NAO RATEADA NO RELATORIO;
      *        OPCAO 3 - CONSULTA DO RATEIO GRAVADO DE UM MES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX040.
           COPY COPX060.
           COPY COPX130.
           COPY COPX131.
           COPY CRPX020.
           COPY CPPX020.
           COPY CXPX100.
           COPY CXPX134.
           COPY CTPX100.
           COPY MTPX020.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY COPW040.
           COPY COPW060.
           COPY COPW130.
           COPY COPW131.
           COPY CRPW020.
           COPY CPPW020.
           COPY CXPW100.
           COPY CXPW134.
           COPY CTPW100.
           COPY MTPW020.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(110).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD060             PIC XX       VALUE SPACES.
           05  ST-COD130             PIC XX       VALUE SPACES.
           05  ST-COD131             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CXD134             PIC XX       VALUE SPACES.
           05  ST-CTD100             PIC XX       VALUE SPACES.
           05  ST-MTD020             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  ANOMES-W              PIC 9(6)     VALUE ZEROS.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  TIPO-W                PIC 9        VALUE ZEROS.
           05  CODIGO-W              PIC 9(5)     VALUE ZEROS.
           05  CLIENTE-INI-W         PIC 9(8)     VALUE ZEROS.
           05  CLIENTE-FIM-W         PIC 9(8)     VALUE ZEROS.
           05  K                     PIC 9(4)     VALUE ZEROS.
           05  R                     PIC 9(4)     VALUE ZEROS.
           05  I                     PIC 9(4)     VALUE ZEROS.
           05  B                     PIC 9        VALUE ZEROS.
           05  QT-CONTRATO-W         PIC 9(3)     VALUE ZEROS.
           05  QT-REGRA-W            PIC 9(3)     VALUE ZEROS.
           05  QT-COM-BASE-W         PIC 9(3)     VALUE ZEROS.
           05  CONT-W                PIC 9(3)     VALUE ZEROS.
           05  CONTRATO-BUSCA-W      PIC 9(4)     VALUE ZEROS.
           05  CONTR-ACHADO-W        PIC 9(3)     VALUE ZEROS.
           05  TIPO-BUSCA-W          PIC 9        VALUE ZEROS.
           05  CODIGO-BUSCA-W        PIC 9(5)     VALUE ZEROS.
           05  REGRA-ACHADA-W        PIC 9(3)     VALUE ZEROS.
           05  TOTAL-BASE-W          PIC 9(12)V99 VALUE ZEROS.
           05  ACUMULADO-W           PIC 9(10)V99 VALUE ZEROS.
           05  VALOR-RATEIO-W        PIC 9(10)V99 VALUE ZEROS.
           05  TOT-DESPESA-W         PIC 9(10)V99 VALUE ZEROS.
           05  TOT-RATEADO-W         PIC 9(10)V99 VALUE ZEROS.
           05  TOT-NAO-RATEADO-W     PIC 9(10)V99 VALUE ZEROS.
           05  CONTRATO-ANT-W        PIC 9(4)     VALUE ZEROS.
           05  TOT-CONTRATO-W        PIC 9(10)V99 VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  QTDE-E                PIC ZZZZ9.
           05  PERC-E                PIC ZZ9,9999.

       01  TABELA-CONTRATOS.
           05  TAB-CONTR OCCURS 500 TIMES.
               10  TC-CONTRATO       PIC 9(4).
               10  TC-NOME           PIC X(25).
               10  TC-BASE OCCURS 4 TIMES PIC 9(10)V99.
      *        TC-BASE (1)-ALBUNS (2)-FORMANDOS (3)-EVENTOS (4)-RECEITA
               10  TC-RATEIO         PIC 9(10)V99.

       01  TABELA-REGRAS.
           05  TAB-REGRA OCCURS 300 TIMES.
               10  TR-TIPO           PIC 9.
               10  TR-CODIGO         PIC 9(5).
               10  TR-DESCRICAO      PIC X(30).
               10  TR-BASE           PIC 9.
               10  TR-FONTE          PIC 9.
               10  TR-VALOR          PIC 9(10)V99.

       01  DESCRICAO-BASES.
           05  FILLER            PIC X(10)  VALUE "ALBUNS".
           05  FILLER            PIC X(10)  VALUE "FORMANDOS".
           05  FILLER            PIC X(10)  VALUE "EVENTOS".
           05  FILLER            PIC X(10)  VALUE "RECEITA".
       01  TAB-DESCRICAO-BASES REDEFINES DESCRICAO-BASES.
           05  DESC-BASE OCCURS 4 TIMES PIC X(10).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-COD040       PIC X(60)    VALUE SPACES.
           05  PATH-COD060       PIC X(60)    VALUE SPACES.
           05  PATH-COD130       PIC X(60)    VALUE SPACES.
           05  PATH-COD131       PIC X(60)    VALUE SPACES.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CXD100       PIC X(60)    VALUE SPACES.
           05  PATH-CXD134       PIC X(60)    VALUE SPACES.
           05  PATH-CTD100       PIC X(60)    VALUE SPACES.
           05  PATH-MTD020       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "COP128 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(40)  VALUE
               "RATEIO DE CUSTOS INDIRETOS - MES".
           05  CAB01-ANOMES      PIC 9999/99.
           05  FILLER            PIC X(23)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  CAB02-TEXTO       PIC X(110) VALUE SPACES.
       01  CAB-REGRAS.
           05  FILLER            PIC X(45)  VALUE
               "REGRA        DESCRICAO".
           05  FILLER            PIC X(65)  VALUE
               "BASE               DESPESA  CONTRATOS".
       01  CAB-CONTRATOS.
           05  FILLER            PIC X(45)  VALUE
               "CONTR NOME                       ALBUNS FORM.".
           05  FILLER            PIC X(65)  VALUE
               " EVENT.      RECEITA         RATEIO".
       01  CAB-CONSULTA.
           05  FILLER            PIC X(45)  VALUE
               "CONTR REGRA        DESCRICAO".
           05  FILLER            PIC X(65)  VALUE
               "      BASE         QTDE BASE      %         RATEIO".
       01  LINDET.
           05  LINDET-REL        PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM CADASTRO-REGRA
                  WHEN 2 PERFORM RATEIO-DO-MES
                  WHEN 3 PERFORM CONSULTA-RATEIO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-REGRAS  2-RATEIO DO MES  3-CONSULTA RATEIO: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 3
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0 AND OPCAO-W > 1
              DISPLAY "ANO/MES DO RATEIO (AAAAMM): " WITH NO ADVANCING
              ACCEPT ANOMES-W
              IF ANOMES-W = ZEROS
                 DISPLAY "ANO/MES INVALIDO"
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              COMPUTE DATA-INI-W = (ANOMES-W * 100) + 1
              COMPUTE DATA-FIM-W = (ANOMES-W * 100) + 31
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "COD040"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD040
              MOVE "COD060"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD060
              MOVE "COD130"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD130
              MOVE "COD131"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD131
              MOVE "CRD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD020
              MOVE "CPD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD020
              MOVE "CXD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD100
              MOVE "CXD134"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD134
              MOVE "CTD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CTD100
              MOVE "MTD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD020
              OPEN INPUT COD040 COD060 CRD020 CPD020 CXD100 CXD134
                         CTD100 MTD020
              OPEN I-O COD130 COD131
              IF ST-COD130 = "35"
                 CLOSE COD130      OPEN OUTPUT COD130
                 CLOSE COD130      OPEN I-O COD130
              END-IF
              IF ST-COD131 = "35"
                 CLOSE COD131      OPEN OUTPUT COD131
                 CLOSE COD131      OPEN I-O COD131
              END-IF
              IF ST-COD040 > "09"
                 DISPLAY "ERRO ABERTURA COD040: " ST-COD040
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-COD060 > "09"
                 DISPLAY "ERRO ABERTURA COD060: " ST-COD060
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-COD130 > "09"
                 DISPLAY "ERRO ABERTURA COD130: " ST-COD130
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-COD131 > "09"
                 DISPLAY "ERRO ABERTURA COD131: " ST-COD131
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CRD020 > "09"
                 DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD020 > "09"
                 DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CXD100 > "09"
                 DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CXD134 > "09"
                 DISPLAY "ERRO ABERTURA CXD134: " ST-CXD134
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CTD100 > "09"
                 DISPLAY "ERRO ABERTURA CTD100: " ST-CTD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD020 > "09"
                 DISPLAY "ERRO ABERTURA MTD020: " ST-MTD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE COD040 COD060 COD130 COD131 CRD020 CPD020
                       CXD100 CXD134 CTD100 MTD020
              END-IF.

       CADASTRO-REGRA SECTION.
           DISPLAY "TIPO (1-CONTA REDUZIDA 2-CENTRO DE CUSTO): "
                   WITH NO ADVANCING.
           ACCEPT TIPO-W.
           IF TIPO-W < 1 OR TIPO-W > 2
              DISPLAY "TIPO INVALIDO"
              GO TO CADASTRO-REGRA-FIM.
           DISPLAY "CODIGO (CONTA OU CENTRO): " WITH NO ADVANCING.
           ACCEPT CODIGO-W.
           MOVE TIPO-W   TO TIPO-CO130.
           MOVE CODIGO-W TO CODIGO-CO130.
           READ COD130 INVALID KEY
                INITIALIZE REG-COD130
                MOVE TIPO-W   TO TIPO-CO130
                MOVE CODIGO-W TO CODIGO-CO130
                PERFORM ACEITA-REGRA
                IF ERRO-W = 0
                   WRITE REG-COD130 INVALID KEY
                         DISPLAY "ERRO GRAVANDO COD130: " ST-COD130
                   END-WRITE
                END-IF
           NOT INVALID KEY
                DISPLAY "ATUAL: " DESCRICAO-CO130 " BASE "
                        BASE-CO130 " FONTE " FONTE-CO130
                        " SITUACAO " SITUACAO-CO130
                PERFORM ACEITA-REGRA
                IF ERRO-W = 0
                   REWRITE REG-COD130 INVALID KEY
                         DISPLAY "ERRO ATUALIZANDO COD130: " ST-COD130
                   END-REWRITE
                END-IF
           END-READ.
           IF ERRO-W = 0
              DISPLAY "REGRA GRAVADA"
           ELSE
              MOVE ZEROS TO ERRO-W.
       CADASTRO-REGRA-FIM.
           CONTINUE.

       ACEITA-REGRA SECTION.
           DISPLAY "DESCRICAO..............................: "
                   WITH NO ADVANCING.
           ACCEPT DESCRICAO-CO130.
           DISPLAY "BASE (1-ALBUNS 2-FORMANDOS 3-EVENTOS 4-RECEITA): "
                   WITH NO ADVANCING.
           ACCEPT BASE-CO130.
           DISPLAY "FONTE (1-CPD020 2-CXD100 3-AMBOS)......: "
                   WITH NO ADVANCING.
           ACCEPT FONTE-CO130.
           DISPLAY "SITUACAO (0-ATIVA 1-SUSPENSA)..........: "
                   WITH NO ADVANCING.
           ACCEPT SITUACAO-CO130.
           IF BASE-CO130 < 1 OR BASE-CO130 > 4
              DISPLAY "BASE INVALIDA"
              MOVE 1 TO ERRO-W.
           IF FONTE-CO130 < 1 OR FONTE-CO130 > 3
              DISPLAY "FONTE INVALIDA"
              MOVE 1 TO ERRO-W.
           IF SITUACAO-CO130 > 1
              DISPLAY "SITUACAO INVALIDA"
              MOVE 1 TO ERRO-W.

       RATEIO-DO-MES SECTION.
           PERFORM CARREGA-REGRAS.
           IF QT-REGRA-W = ZEROS
              DISPLAY "NENHUMA REGRA ATIVA NO COD130"
              GO TO RATEIO-DO-MES-FIM.
           PERFORM CARREGA-CONTRATOS.
           PERFORM APURA-BASE-ALBUNS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-CONTRATO-W
              PERFORM APURA-BASE-EVENTOS
              PERFORM APURA-BASE-RECEITA
           END-PERFORM.
           PERFORM APURA-DESPESA-PAGAR.
           PERFORM APURA-DESPESA-CAIXA.
           PERFORM APURA-DEPRECIACAO.
           PERFORM LIMPA-RATEIO-MES.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE ANOMES-W  TO CAB01-ANOMES.
           MOVE CAB-REGRAS TO CAB02.
           MOVE ZEROS TO TOT-DESPESA-W TOT-RATEADO-W TOT-NAO-RATEADO-W.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > QT-REGRA-W
              IF TR-VALOR (R) > ZEROS
                 PERFORM DISTRIBUI-REGRA
              END-IF
           END-PERFORM.
           MOVE CAB-CONTRATOS TO CAB02.
           MOVE 99 TO LIN.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-CONTRATO-W
              IF TC-RATEIO (K) > ZEROS
                 PERFORM IMPRIME-CONTRATO
              END-IF
           END-PERFORM.
           PERFORM IMPRIME-TOTAIS.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
           DISPLAY "DESPESA INDIRETA DO MES: " TOT-DESPESA-W.
           DISPLAY "RATEADA AOS CONTRATOS..: " TOT-RATEADO-W.
           DISPLAY "NAO RATEADA (SEM BASE).: " TOT-NAO-RATEADO-W.
       RATEIO-DO-MES-FIM.
           CONTINUE.

       CARREGA-REGRAS SECTION.
           MOVE ZEROS TO QT-REGRA-W.
           INITIALIZE REG-COD130.
           START COD130 KEY IS NOT LESS CHAVE-CO130 INVALID KEY
                 MOVE "10" TO ST-COD130
           END-START.
           PERFORM UNTIL ST-COD130 = "10"
              READ COD130 NEXT RECORD AT END
                   MOVE "10" TO ST-COD130
              NOT AT END
                   IF SITUACAO-CO130 = 0 AND QT-REGRA-W < 300
                      ADD 1 TO QT-REGRA-W
                      MOVE TIPO-CO130      TO TR-TIPO (QT-REGRA-W)
                      MOVE CODIGO-CO130    TO TR-CODIGO (QT-REGRA-W)
                      MOVE DESCRICAO-CO130 TO
                           TR-DESCRICAO (QT-REGRA-W)
                      MOVE BASE-CO130      TO TR-BASE (QT-REGRA-W)
                      MOVE FONTE-CO130     TO TR-FONTE (QT-REGRA-W)
                      MOVE ZEROS           TO TR-VALOR (QT-REGRA-W)
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD130.

       CARREGA-CONTRATOS SECTION.
           MOVE ZEROS TO QT-CONTRATO-W.
           INITIALIZE REG-COD040.
           START COD040 KEY IS NOT LESS NR-CONTRATO-CO40 INVALID KEY
                 MOVE "10" TO ST-COD040
           END-START.
           PERFORM UNTIL ST-COD040 = "10"
              READ COD040 NEXT RECORD AT END
                   MOVE "10" TO ST-COD040
              NOT AT END
                   IF SITUACAO-CO40 = 0
                      IF QT-CONTRATO-W < 500
                         ADD 1 TO QT-CONTRATO-W
                         INITIALIZE TAB-CONTR (QT-CONTRATO-W)
                         MOVE NR-CONTRATO-CO40  TO
                              TC-CONTRATO (QT-CONTRATO-W)
                         MOVE NOME-CLIENTE-CO40 TO
                              TC-NOME (QT-CONTRATO-W)
                         MOVE QTDE-FORM-CO40    TO
                              TC-BASE (QT-CONTRATO-W, 2)
                      ELSE
                         DISPLAY "AVISO: MAIS DE 500 CONTRATOS "
                                 "VIGENTES - CONTRATO "
                                 NR-CONTRATO-CO40 " FORA DO RATEIO"
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

      *    Albuns montados no mes (DATAMOV-MTG na chave CHAVE-MTG),
      *    desprezando os que nao geraram album.
       APURA-BASE-ALBUNS SECTION.
           MOVE DATA-INI-W TO DATAMOV-MTG.
           MOVE ZEROS      TO ALBUM-MTG.
           START MTD020 KEY IS NOT LESS CHAVE-MTG INVALID KEY
                 MOVE "10" TO ST-MTD020
           END-START.
           PERFORM UNTIL ST-MTD020 = "10"
              READ MTD020 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD020
              NOT AT END
                   IF DATAMOV-MTG > DATA-FIM-W
                      MOVE "10" TO ST-MTD020
                   ELSE
                      IF NAO-GEROU-ALBUM-MTG NOT = 1
                         MOVE CONTRATO-MTG TO CONTRATO-BUSCA-W
                         PERFORM ACHA-CONTRATO
                         IF CONTR-ACHADO-W > ZEROS
                            ADD 1 TO TC-BASE (CONTR-ACHADO-W, 1)
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

       APURA-BASE-EVENTOS SECTION.
           MOVE TC-CONTRATO (K) TO NR-CONTRATO-CO60.
           MOVE ZEROS           TO ITEM-CO60.
           START COD060 KEY IS NOT LESS CHAVE-CO60 INVALID KEY
                 MOVE "10" TO ST-COD060
           END-START.
           PERFORM UNTIL ST-COD060 = "10"
              READ COD060 NEXT RECORD AT END
                   MOVE "10" TO ST-COD060
              NOT AT END
                   IF NR-CONTRATO-CO60 NOT = TC-CONTRATO (K)
                      MOVE "10" TO ST-COD060
                   ELSE
                      IF DATAREALIZA-CO60 NOT < DATA-INI-W
                         AND DATAREALIZA-CO60 NOT > DATA-FIM-W
                         AND DATA-CANCELAM-CO60 = ZEROS
                         ADD 1 TO TC-BASE (K, 3)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

      *    Receita emitida no mes - titulos da classificacao 0 na
      *    faixa de clientes do contrato (mesmo criterio do COP119).
       APURA-BASE-RECEITA SECTION.
           COMPUTE CLIENTE-INI-W = TC-CONTRATO (K) * 10000.
           COMPUTE CLIENTE-FIM-W = CLIENTE-INI-W + 9999.
           MOVE 0             TO CLASS-CLIENTE-CR20.
           MOVE CLIENTE-INI-W TO CLIENTE-CR20.
           MOVE ZEROS         TO DATA-VENCTO-CR20.
           START CRD020 KEY IS NOT LESS ALT1-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                   IF CLASS-CLIENTE-CR20 NOT = 0
                      OR CLIENTE-CR20 > CLIENTE-FIM-W
                      MOVE "10" TO ST-CRD020
                   ELSE
                      IF DATA-MOVTO-CR20 NOT < DATA-INI-W
                         AND DATA-MOVTO-CR20 NOT > DATA-FIM-W
                         AND SITUACAO-CR20 NOT = 3
                         AND SITUACAO-CR20 NOT = 4
                         ADD VALOR-TOT-CR20 TO TC-BASE (K, 4)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

       APURA-DESPESA-PAGAR SECTION.
           INITIALIZE REG-CPD020.
           START CPD020 KEY IS NOT LESS CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020
           END-START.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF DATA-MOVTO-CP20 NOT < DATA-INI-W
                      AND DATA-MOVTO-CP20 NOT > DATA-FIM-W
                      AND SITUACAO-CP20 NOT = 3
                      AND SITUACAO-CP20 NOT = 4
                      AND EVENTO-PR105-CP20 = ZEROS
                      PERFORM REGRA-DO-PAGAR
                      IF REGRA-ACHADA-W > ZEROS
                         AND TR-FONTE (REGRA-ACHADA-W) NOT = 2
                         ADD VALOR-TOT-CP20 TO
                             TR-VALOR (REGRA-ACHADA-W)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

       REGRA-DO-PAGAR SECTION.
           MOVE 1                  TO TIPO-BUSCA-W.
           MOVE CODREDUZ-APUR-CP20 TO CODIGO-BUSCA-W.
           PERFORM ACHA-REGRA.
           IF REGRA-ACHADA-W = ZEROS
              MOVE 2           TO ORIGEM-CX134
              MOVE SPACES      TO CHAVE-DOC-CX134
              MOVE FORNEC-CP20 TO CHAVE-DOC-CX134 (1: 6)
              MOVE SEQ-CP20    TO CHAVE-DOC-CX134 (7: 5)
              PERFORM REGRA-DO-CENTRO.

      *    Saidas do caixa sem evento, fora as transferencias entre
      *    contas (49), sangria (11), aplicacao (12) e transferencia
      *    entre empresas (13), que nao sao despesa.
       APURA-DESPESA-CAIXA SECTION.
           MOVE DATA-INI-W TO DATA-MOV-CX100.
           MOVE ZEROS      TO SEQ-CX100.
           START CXD100 KEY IS NOT LESS CHAVE-CX100 INVALID KEY
                 MOVE "10" TO ST-CXD100
           END-START.
           PERFORM UNTIL ST-CXD100 = "10"
              READ CXD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD100
              NOT AT END
                   IF DATA-MOV-CX100 > DATA-FIM-W
                      MOVE "10" TO ST-CXD100
                   ELSE
                      IF TIPO-LCTO-CX100 < 50
                         AND TIPO-LCTO-CX100 NOT = 49
                         AND TIPO-LCTO-CX100 NOT = 11
                         AND TIPO-LCTO-CX100 NOT = 12
                         AND TIPO-LCTO-CX100 NOT = 13
                         AND EVENTO-PR105-CX100 = ZEROS
                         PERFORM REGRA-DO-CAIXA
                         IF REGRA-ACHADA-W > ZEROS
                            AND TR-FONTE (REGRA-ACHADA-W) NOT = 1
                            ADD VALOR-CX100 TO
                                TR-VALOR (REGRA-ACHADA-W)
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

       REGRA-DO-CAIXA SECTION.
           MOVE 1                 TO TIPO-BUSCA-W.
           MOVE CONTA-REDUZ-CX100 TO CODIGO-BUSCA-W.
           PERFORM ACHA-REGRA.
           IF REGRA-ACHADA-W = ZEROS
              MOVE 1              TO ORIGEM-CX134
              MOVE SPACES         TO CHAVE-DOC-CX134
              MOVE DATA-MOV-CX100 TO CHAVE-DOC-CX134 (1: 8)
              MOVE SEQ-CX100      TO CHAVE-DOC-CX134 (9: 4)
              PERFORM REGRA-DO-CENTRO.

       REGRA-DO-CENTRO SECTION.
           READ CXD134 INVALID KEY
                MOVE ZEROS TO CENTRO-CX134
           END-READ.
           IF CENTRO-CX134 > ZEROS
              MOVE 2            TO TIPO-BUSCA-W
              MOVE CENTRO-CX134 TO CODIGO-BUSCA-W
              PERFORM ACHA-REGRA.

      *    Depreciacao do mes (CTP102) - a conta de despesa do bem e
      *    a conta reduzida debitada na partida de origem IM.
       APURA-DEPRECIACAO SECTION.
           MOVE ANOMES-W TO ANOMES-CT100.
           MOVE ZEROS    TO SEQ-CT100.
           START CTD100 KEY IS NOT LESS CHAVE-CT100 INVALID KEY
                 MOVE "10" TO ST-CTD100
           END-START.
           PERFORM UNTIL ST-CTD100 = "10"
              READ CTD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CTD100
              NOT AT END
                   IF ANOMES-CT100 NOT = ANOMES-W
                      MOVE "10" TO ST-CTD100
                   ELSE
                      IF ORIGEM-CT100 = "IM"
                         MOVE 1 TO TIPO-BUSCA-W
                         MOVE CONTA-DEBITO-CT100 TO CODIGO-BUSCA-W
                         PERFORM ACHA-REGRA
                         IF REGRA-ACHADA-W > ZEROS
                            ADD VALOR-CT100 TO
                                TR-VALOR (REGRA-ACHADA-W)
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

       ACHA-REGRA SECTION.
           MOVE ZEROS TO REGRA-ACHADA-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-REGRA-W
              IF TR-TIPO (I) = TIPO-BUSCA-W
                 AND TR-CODIGO (I) = CODIGO-BUSCA-W
                 MOVE I TO REGRA-ACHADA-W
                 MOVE QT-REGRA-W TO I
              END-IF
           END-PERFORM.

       ACHA-CONTRATO SECTION.
           MOVE ZEROS TO CONTR-ACHADO-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CONTRATO-W
              IF TC-CONTRATO (I) = CONTRATO-BUSCA-W
                 MOVE I TO CONTR-ACHADO-W
                 MOVE QT-CONTRATO-W TO I
              END-IF
           END-PERFORM.

      *    Rodar o mes de novo refaz o rateio: apaga o que havia.
       LIMPA-RATEIO-MES SECTION.
           INITIALIZE REG-COD131.
           MOVE ANOMES-W TO ANOMES-CO131.
           START COD131 KEY IS NOT LESS CHAVE-CO131 INVALID KEY
                 MOVE "10" TO ST-COD131
           END-START.
           PERFORM UNTIL ST-COD131 = "10"
              READ COD131 NEXT RECORD AT END
                   MOVE "10" TO ST-COD131
              NOT AT END
                   IF ANOMES-CO131 NOT = ANOMES-W
                      MOVE "10" TO ST-COD131
                   ELSE
                      DELETE COD131 RECORD INVALID KEY
                         DISPLAY "ERRO EXCLUINDO COD131: " ST-COD131
                      END-DELETE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD131.

       DISTRIBUI-REGRA SECTION.
           ADD TR-VALOR (R) TO TOT-DESPESA-W.
           MOVE TR-BASE (R) TO B.
           MOVE ZEROS TO TOTAL-BASE-W QT-COM-BASE-W.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-CONTRATO-W
              IF TC-BASE (K, B) > ZEROS
                 ADD TC-BASE (K, B) TO TOTAL-BASE-W
                 ADD 1 TO QT-COM-BASE-W
              END-IF
           END-PERFORM.
           PERFORM MONTA-LINHA-REGRA.
           IF TOTAL-BASE-W = ZEROS
              ADD TR-VALOR (R) TO TOT-NAO-RATEADO-W
              MOVE "SEM BASE NO MES - NAO RATEADA"
                                  TO LINDET-REL (74: 29)
              PERFORM IMPRIME-LINDET
              GO TO DISTRIBUI-REGRA-FIM.
           MOVE QT-COM-BASE-W TO QTDE-E.
           MOVE QTDE-E        TO LINDET-REL (79: 5).
           PERFORM IMPRIME-LINDET.
           MOVE ZEROS TO ACUMULADO-W CONT-W.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-CONTRATO-W
              IF TC-BASE (K, B) > ZEROS
                 PERFORM GRAVA-RATEIO-CONTRATO
              END-IF
           END-PERFORM.
           ADD TR-VALOR (R) TO TOT-RATEADO-W.
       DISTRIBUI-REGRA-FIM.
           CONTINUE.

       MONTA-LINHA-REGRA SECTION.
           MOVE SPACES TO LINDET-REL.
           IF TR-TIPO (R) = 1
              MOVE "CONTA"  TO LINDET-REL (1: 6)
           ELSE
              MOVE "CENTRO" TO LINDET-REL (1: 6).
           MOVE TR-CODIGO (R)    TO LINDET-REL (8: 5).
           MOVE TR-DESCRICAO (R) TO LINDET-REL (14: 30).
           MOVE DESC-BASE (B)    TO LINDET-REL (46: 10).
           MOVE TR-VALOR (R)     TO VALOR-E.
           MOVE VALOR-E          TO LINDET-REL (58: 13).

      *    O ultimo contrato com base recebe a sobra do arredondamento,
      *    p/ o rateado fechar com a despesa da regra.
       GRAVA-RATEIO-CONTRATO SECTION.
           ADD 1 TO CONT-W.
           IF CONT-W = QT-COM-BASE-W
              COMPUTE VALOR-RATEIO-W = TR-VALOR (R) - ACUMULADO-W
           ELSE
              COMPUTE VALOR-RATEIO-W ROUNDED =
                      TR-VALOR (R) * TC-BASE (K, B) / TOTAL-BASE-W.
           ADD VALOR-RATEIO-W TO ACUMULADO-W TC-RATEIO (K).
           INITIALIZE REG-COD131.
           MOVE ANOMES-W        TO ANOMES-CO131.
           MOVE TC-CONTRATO (K) TO NR-CONTRATO-CO131.
           MOVE TR-TIPO (R)     TO TIPO-CO131.
           MOVE TR-CODIGO (R)   TO CODIGO-CO131.
           MOVE B               TO BASE-CO131.
           MOVE TC-BASE (K, B)  TO QTDE-BASE-CO131.
           COMPUTE PERC-BASE-CO131 ROUNDED =
                   TC-BASE (K, B) * 100 / TOTAL-BASE-W.
           MOVE VALOR-RATEIO-W  TO VALOR-CO131.
           MOVE DATA-SISTEMA-N  TO DATA-GERACAO-CO131.
           WRITE REG-COD131 INVALID KEY
                 DISPLAY "ERRO GRAVANDO COD131: " ST-COD131
                         " CONTRATO " TC-CONTRATO (K)
           END-WRITE.

       IMPRIME-CONTRATO SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE TC-CONTRATO (K)  TO LINDET-REL (1: 4).
           MOVE TC-NOME (K)      TO LINDET-REL (7: 25).
           MOVE TC-BASE (K, 1)   TO QTDE-E.
           MOVE QTDE-E           TO LINDET-REL (35: 5).
           MOVE TC-BASE (K, 2)   TO QTDE-E.
           MOVE QTDE-E           TO LINDET-REL (41: 5).
           MOVE TC-BASE (K, 3)   TO QTDE-E.
           MOVE QTDE-E           TO LINDET-REL (47: 5).
           MOVE TC-BASE (K, 4)   TO VALOR-E.
           MOVE VALOR-E          TO LINDET-REL (53: 13).
           MOVE TC-RATEIO (K)    TO VALOR-E.
           MOVE VALOR-E          TO LINDET-REL (68: 13).
           PERFORM IMPRIME-LINDET.

       IMPRIME-TOTAIS SECTION.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "DESPESA INDIRETA DO MES" TO LINDET-REL (7: 30).
           MOVE TOT-DESPESA-W     TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (68: 13).
           PERFORM IMPRIME-LINDET.
           MOVE "RATEADA AOS CONTRATOS"   TO LINDET-REL (7: 30).
           MOVE TOT-RATEADO-W     TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (68: 13).
           PERFORM IMPRIME-LINDET.
           MOVE "NAO RATEADA (SEM BASE)"  TO LINDET-REL (7: 30).
           MOVE TOT-NAO-RATEADO-W TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (68: 13).
           PERFORM IMPRIME-LINDET.

       CONSULTA-RATEIO SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W    TO CAB01-EMPRESA.
           MOVE ANOMES-W     TO CAB01-ANOMES.
           MOVE CAB-CONSULTA TO CAB02.
           MOVE ZEROS TO TOT-RATEADO-W TOT-CONTRATO-W CONTRATO-ANT-W.
           INITIALIZE REG-COD131.
           MOVE ANOMES-W TO ANOMES-CO131.
           START COD131 KEY IS NOT LESS CHAVE-CO131 INVALID KEY
                 MOVE "10" TO ST-COD131
           END-START.
           PERFORM UNTIL ST-COD131 = "10"
              READ COD131 NEXT RECORD AT END
                   MOVE "10" TO ST-COD131
              NOT AT END
                   IF ANOMES-CO131 NOT = ANOMES-W
                      MOVE "10" TO ST-COD131
                   ELSE
                      PERFORM IMPRIME-RATEIO-GRAVADO
                   END-IF
              END-READ
           END-PERFORM.
           IF CONTRATO-ANT-W > ZEROS
              PERFORM IMPRIME-TOTAL-CONTRATO.
           IF TOT-RATEADO-W = ZEROS
              MOVE "NENHUM RATEIO GRAVADO NO MES" TO LINDET-REL
           ELSE
              MOVE "TOTAL RATEADO NO MES" TO LINDET-REL (7: 30)
              MOVE TOT-RATEADO-W TO VALOR-E
              MOVE VALOR-E       TO LINDET-REL (95: 13).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       IMPRIME-RATEIO-GRAVADO SECTION.
           IF CONTRATO-ANT-W NOT = NR-CONTRATO-CO131
              IF CONTRATO-ANT-W > ZEROS
                 PERFORM IMPRIME-TOTAL-CONTRATO
              END-IF
              MOVE NR-CONTRATO-CO131 TO CONTRATO-ANT-W
              MOVE ZEROS TO TOT-CONTRATO-W.
           MOVE TIPO-CO131   TO TIPO-CO130.
           MOVE CODIGO-CO131 TO CODIGO-CO130.
           READ COD130 INVALID KEY
                MOVE SPACES TO DESCRICAO-CO130
           END-READ.
           MOVE SPACES TO LINDET-REL.
           MOVE NR-CONTRATO-CO131 TO LINDET-REL (1: 4).
           IF TIPO-CO131 = 1
              MOVE "CONTA"  TO LINDET-REL (7: 6)
           ELSE
              MOVE "CENTRO" TO LINDET-REL (7: 6).
           MOVE CODIGO-CO131    TO LINDET-REL (14: 5).
           MOVE DESCRICAO-CO130 TO LINDET-REL (20: 24).
           IF BASE-CO131 > 0 AND BASE-CO131 < 5
              MOVE DESC-BASE (BASE-CO131) TO LINDET-REL (51: 10).
           MOVE QTDE-BASE-CO131 TO VALOR-E.
           MOVE VALOR-E         TO LINDET-REL (62: 13).
           MOVE PERC-BASE-CO131 TO PERC-E.
           MOVE PERC-E          TO LINDET-REL (77: 8).
           MOVE VALOR-CO131     TO VALOR-E.
           MOVE VALOR-E         TO LINDET-REL (95: 13).
           PERFORM IMPRIME-LINDET.
           ADD VALOR-CO131 TO TOT-CONTRATO-W TOT-RATEADO-W.

       IMPRIME-TOTAL-CONTRATO SECTION.
           MOVE "TOTAL DO CONTRATO" TO LINDET-REL (20: 24).
           MOVE TOT-CONTRATO-W      TO VALOR-E.
           MOVE VALOR-E             TO LINDET-REL (95: 13).
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
           WRITE REG-RELAT FROM CAB02 AFTER 2.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER 1.
           MOVE 5 TO LIN.

       FINALIZA-PROGRAMA SECTION.
           CLOSE COD040 COD060 COD130 COD131 CRD020 CPD020 CXD100
                 CXD134 CTD100 MTD020.

       END PROGRAM COP128.
