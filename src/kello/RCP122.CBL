       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCP122.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: CADASTROS DA COMISSAO DA VENDA DE ALBUM - ATE AQUI
      *        ERA UM VENDEDOR POR VENDA (VENDEDOR-REC) E UM % SO
      *        (COMIS-PARC-REC1), SEM DIFERENCA POR PRODUTO NEM POR
      *        VOLUME. O CALCULO DO MES E FEITO NO RCP123.
      *        OPCAO 1 - REGRAS (RCD122): % DE COMISSAO POR PRODUTO
      *          (ALBUM, POSTER, DVD, FOTOS EXTRAS), FAIXA DE VOLUME
      *          RECEBIDO NO MES E VIGENCIA, COM O VALOR DE
      *          REFERENCIA DO PRODUTO QUE REPARTE A PARCELA ENTRE OS
      *          PRODUTOS DA VENDA;
      *        OPCAO 2 - DIVISAO DA VENDA (RCD123): ATE 3 VENDEDORES
      *          COM O % DE CADA UM (SOMA 100) QUANDO A TURMA E
      *          TRABALHADA EM DUPLA/TRIO;
      *        OPCAO 3 - RELACAO DAS REGRAS CADASTRADAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RCPX100.
           COPY RCPX122.
           COPY RCPX123.
           COPY CGPX001.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY RCPW100.
           COPY RCPW122.
           COPY RCPW123.
           COPY CGPW001.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-RCD100             PIC XX       VALUE SPACES.
           05  ST-RCD122             PIC XX       VALUE SPACES.
           05  ST-RCD123             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  FIM-W                 PIC 9        VALUE ZEROS.
           05  PRODUTO-W             PIC 9        VALUE ZEROS.
           05  ALBUM-W               PIC 9(8)     VALUE ZEROS.
           05  SOMA-PERC-W           PIC 9(4)V99  VALUE ZEROS.
           05  I                     PIC 9(2)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  PERC-E                PIC ZZ9,99.
           05  DATA-INVERTE-W        PIC X(8).

       01  TEXTO-PRODUTOS.
           05  FILLER  PIC X(12) VALUE "ALBUM       ".
           05  FILLER  PIC X(12) VALUE "POSTER      ".
           05  FILLER  PIC X(12) VALUE "DVD         ".
           05  FILLER  PIC X(12) VALUE "FOTOS EXTRAS".
       01  RED-PRODUTOS REDEFINES TEXTO-PRODUTOS.
           05  NOME-PRODUTO-W OCCURS 4  PIC X(12).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-RCD100       PIC X(60)    VALUE SPACES.
           05  PATH-RCD122       PIC X(60)    VALUE SPACES.
           05  PATH-RCD123       PIC X(60)    VALUE SPACES.
           05  PATH-CGD001       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "RCP122 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(7)   VALUE SPACES.
           05  CAB01-TITULO      PIC X(50)  VALUE
               "REGRAS DE COMISSAO DA VENDA DE ALBUM".
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  FILLER            PIC X(50)  VALUE
               "PRODUTO       VIGENCIA    ATE        VOLUME MINIMO".
           05  FILLER            PIC X(50)  VALUE
               "   %COMIS    VALOR REF. ALTERADO    USUARIO".
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM CADASTRA-REGRAS
                  WHEN 2 PERFORM CADASTRA-DIVISAO
                  WHEN 3 PERFORM RELACAO-REGRAS
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-REGRAS  2-DIVISAO DA VENDA  3-RELACAO DAS "
                   "REGRAS: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 3
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W NOT = 3
                 DISPLAY "USUARIO: " WITH NO ADVANCING
                 ACCEPT USUARIO-W
              END-IF
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "RCD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD100
              MOVE "RCD122"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD122
              MOVE "RCD123"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD123
              MOVE "CGD001"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD001
              OPEN I-O RCD122 RCD123
              IF ST-RCD122 = "35"
                 CLOSE RCD122      OPEN OUTPUT RCD122
                 CLOSE RCD122      OPEN I-O RCD122
              END-IF
              IF ST-RCD123 = "35"
                 CLOSE RCD123      OPEN OUTPUT RCD123
                 CLOSE RCD123      OPEN I-O RCD123
              END-IF
              OPEN INPUT RCD100 CGD001
              IF ST-RCD100 > "09"
                 DISPLAY "ERRO ABERTURA RCD100: " ST-RCD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RCD122 > "09"
                 DISPLAY "ERRO ABERTURA RCD122: " ST-RCD122
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RCD123 > "09"
                 DISPLAY "ERRO ABERTURA RCD123: " ST-RCD123
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CGD001 > "09"
                 DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 PERFORM FINALIZA-PROGRAMA
              END-IF.

      *----------------------------------------------------------------
      *    OPCAO 1 - REGRAS DE COMISSAO
      *----------------------------------------------------------------
       CADASTRA-REGRAS SECTION.
           MOVE 1 TO PRODUTO-W.
           PERFORM UNTIL PRODUTO-W = 0
              DISPLAY "PRODUTO (1-ALBUM 2-POSTER 3-DVD 4-FOTOS EXTRAS"
                      " 0-FIM): " WITH NO ADVANCING
              ACCEPT PRODUTO-W
              IF PRODUTO-W > 0 AND PRODUTO-W < 5
                 PERFORM ALTERA-REGRA
              END-IF
           END-PERFORM.

       ALTERA-REGRA SECTION.
           MOVE PRODUTO-W TO PRODUTO-RC122.
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-INI-RC122.
           IF DATA-INI-RC122 = ZEROS
              DISPLAY "DATA INVALIDA"
              GO TO ALTERA-REGRA-FIM.
           DISPLAY "VOLUME MINIMO NO MES (0 = FAIXA INICIAL): "
                   WITH NO ADVANCING.
           ACCEPT VOLUME-MIN-RC122.
           MOVE ZEROS TO ACHOU-W.
           READ RCD122 INVALID KEY
                MOVE ZEROS TO DATA-FIM-RC122 PERC-COMIS-RC122
                              VALOR-REF-RC122
           NOT INVALID KEY
                MOVE 1 TO ACHOU-W
                MOVE PERC-COMIS-RC122 TO PERC-E
                MOVE VALOR-REF-RC122  TO VALOR-E
                DISPLAY "ATE " DATA-FIM-RC122 " COMISSAO " PERC-E
                        "% VALOR REF. " VALOR-E
                DISPLAY "E-EXCLUI  A-ALTERA: " WITH NO ADVANCING
                ACCEPT CONFIRMA-W
                IF CONFIRMA-W = "E"
                   DELETE RCD122 INVALID KEY
                          DISPLAY "ERRO EXCLUINDO RCD122: " ST-RCD122
                   END-DELETE
                   GO TO ALTERA-REGRA-FIM
                END-IF
           END-READ.
           DISPLAY "FIM DA VIGENCIA (AAAAMMDD, 0 = EM ABERTO): "
                   WITH NO ADVANCING.
           ACCEPT DATA-FIM-RC122.
           IF DATA-FIM-RC122 NOT = ZEROS
              AND DATA-FIM-RC122 < DATA-INI-RC122
              DISPLAY "FIM DA VIGENCIA ANTES DO INICIO"
              GO TO ALTERA-REGRA-FIM.
           DISPLAY "% DE COMISSAO: " WITH NO ADVANCING.
           ACCEPT PERC-COMIS-RC122.
           IF PERC-COMIS-RC122 > 100
              DISPLAY "PERCENTUAL INVALIDO"
              GO TO ALTERA-REGRA-FIM.
           DISPLAY "VALOR DE REFERENCIA DO PRODUTO: "
                   WITH NO ADVANCING.
           ACCEPT VALOR-REF-RC122.
           MOVE DATA-SISTEMA-N TO DATA-ALT-RC122.
           MOVE USUARIO-W      TO USUARIO-RC122.
           IF ACHOU-W = 1
              REWRITE REG-RCD122 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO RCD122: " ST-RCD122
              END-REWRITE
           ELSE
              WRITE REG-RCD122 INVALID KEY
                    DISPLAY "ERRO GRAVANDO RCD122: " ST-RCD122
              END-WRITE.
       ALTERA-REGRA-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 2 - DIVISAO DA VENDA ENTRE VENDEDORES
      *----------------------------------------------------------------
       CADASTRA-DIVISAO SECTION.
           MOVE 1 TO ALBUM-W.
           PERFORM UNTIL ALBUM-W = ZEROS
              DISPLAY "ALBUM (0 = FIM): " WITH NO ADVANCING
              ACCEPT ALBUM-W
              IF ALBUM-W NOT = ZEROS
                 PERFORM ALTERA-DIVISAO
              END-IF
           END-PERFORM.

      *    vendedor 1 zerado desfaz a divisao (volta ao VENDEDOR-REC)
       ALTERA-DIVISAO SECTION.
           MOVE ALBUM-W TO ALBUM-REC.
           READ RCD100 INVALID KEY
                DISPLAY "ALBUM SEM VENDA NO RCD100"
                GO TO ALTERA-DIVISAO-FIM
           END-READ.
           DISPLAY "VENDEDOR DA VENDA: " VENDEDOR-REC.
           MOVE ZEROS   TO ACHOU-W.
           MOVE ALBUM-W TO ALBUM-RC123.
           READ RCD123 INVALID KEY
                INITIALIZE REG-RCD123
                MOVE ALBUM-W TO ALBUM-RC123
           NOT INVALID KEY
                MOVE 1 TO ACHOU-W
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
                   IF VENDEDOR-RC123 (I) NOT = ZEROS
                      MOVE PERC-RC123 (I) TO PERC-E
                      DISPLAY "ATUAL " I ": " VENDEDOR-RC123 (I)
                              " " PERC-E "%"
                   END-IF
                END-PERFORM
           END-READ.
           MOVE ZEROS TO SOMA-PERC-W FIM-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 3
              MOVE ZEROS TO VENDEDOR-RC123 (I) PERC-RC123 (I)
              IF FIM-W = 0
                 PERFORM ACEITA-VENDEDOR
              END-IF
           END-PERFORM.
           IF VENDEDOR-RC123 (1) = ZEROS
              IF ACHOU-W = 1
                 DELETE RCD123 INVALID KEY
                        DISPLAY "ERRO EXCLUINDO RCD123: " ST-RCD123
                 END-DELETE
                 DISPLAY "DIVISAO EXCLUIDA - VENDA 100% DO VENDEDOR "
                         VENDEDOR-REC
              END-IF
              GO TO ALTERA-DIVISAO-FIM.
           IF SOMA-PERC-W NOT = 100
              DISPLAY "A SOMA DOS PERCENTUAIS TEM QUE SER 100"
              GO TO ALTERA-DIVISAO-FIM.
           MOVE DATA-SISTEMA-N TO DATA-ALT-RC123.
           MOVE USUARIO-W      TO USUARIO-RC123.
           IF ACHOU-W = 1
              REWRITE REG-RCD123 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO RCD123: " ST-RCD123
              END-REWRITE
           ELSE
              WRITE REG-RCD123 INVALID KEY
                    DISPLAY "ERRO GRAVANDO RCD123: " ST-RCD123
              END-WRITE.
       ALTERA-DIVISAO-FIM.
           CONTINUE.

       ACEITA-VENDEDOR SECTION.
           DISPLAY "VENDEDOR " I " (0 = FIM): " WITH NO ADVANCING.
           ACCEPT VENDEDOR-RC123 (I).
           IF VENDEDOR-RC123 (I) = ZEROS
              MOVE 1 TO FIM-W
              GO TO ACEITA-VENDEDOR-FIM.
           MOVE VENDEDOR-RC123 (I) TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "VENDEDOR NAO CADASTRADO NO CGD001"
                MOVE ZEROS TO VENDEDOR-RC123 (I)
                MOVE 1 TO FIM-W
                GO TO ACEITA-VENDEDOR-FIM
           END-READ.
           DISPLAY NOME-CG01 " - % DA VENDA: " WITH NO ADVANCING.
           ACCEPT PERC-RC123 (I).
           ADD PERC-RC123 (I) TO SOMA-PERC-W.
       ACEITA-VENDEDOR-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 3 - RELACAO DAS REGRAS
      *----------------------------------------------------------------
       RELACAO-REGRAS SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           INITIALIZE REG-RCD122.
           START RCD122 KEY IS NOT LESS CHAVE-RC122 INVALID KEY
                 MOVE "10" TO ST-RCD122
           END-START.
           PERFORM UNTIL ST-RCD122 = "10"
              READ RCD122 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD122
              NOT AT END
                   PERFORM IMPRIME-REGRA
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD122.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       IMPRIME-REGRA SECTION.
           MOVE SPACES TO LINDET-REL.
           IF PRODUTO-RC122 > 0 AND PRODUTO-RC122 < 5
              MOVE NOME-PRODUTO-W (PRODUTO-RC122)
                                   TO LINDET-REL (1: 12).
           MOVE DATA-INI-RC122    TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W    TO DATA-E.
           MOVE DATA-E            TO LINDET-REL (15: 10).
           IF DATA-FIM-RC122 = ZEROS
              MOVE "EM ABERTO"    TO LINDET-REL (27: 9)
           ELSE
              MOVE DATA-FIM-RC122 TO DATA-INVERTE-W
              CALL "GRIDAT1" USING DATA-INVERTE-W
              MOVE DATA-INVERTE-W TO DATA-E
              MOVE DATA-E         TO LINDET-REL (27: 10).
           MOVE VOLUME-MIN-RC122  TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (38: 13).
           MOVE PERC-COMIS-RC122  TO PERC-E.
           MOVE PERC-E            TO LINDET-REL (54: 6).
           MOVE VALOR-REF-RC122   TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (61: 13).
           MOVE DATA-ALT-RC122    TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W    TO DATA-E.
           MOVE DATA-E            TO LINDET-REL (75: 10).
           MOVE USUARIO-RC122     TO LINDET-REL (87: 5).
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
           CLOSE RCD100 RCD122 RCD123 CGD001.

       END PROGRAM RCP122.
