       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCP121.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: ALCADA DE DESCONTO NA VENDA DE ALBUM - O VENDEDOR
      *        DIGITAVA QUALQUER TOTAL-REC NO RCD100 E O DESCONTO SO
      *        APARECIA MESES DEPOIS NA DRE (COP119).
      *        A VENDA E AVALIADA PELO RCP120 AO SER GRAVADA (MTP048):
      *        ABAIXO DO PRECO MINIMO (TABELA MENOS A FAIXA DO RCD112
      *        MENOS O % DO VENDEDOR) FICA PENDENTE NO RCD121 E NAO
      *        GERA CARNE (RCP116) NEM OS DO LABORATORIO (LBP107) ATE
      *        O CHEFE DECIDIR, COMO NO GALHO109.
      *        OPCAO 1 - ALCADAS (RCD120): % MAXIMO POR PERFIL E POR
      *          VENDEDOR (COM O PERFIL A QUE PERTENCE). O PERFIL 0 E
      *          O PADRAO DE QUEM NAO TEM CADASTRO;
      *        OPCAO 2 - FILA DE PENDENTES E DECISAO: O CHEFE TEM QUE
      *          ESTAR NO GED001 P/ "RCP121"; APROVA OU REJEITA COM
      *          OBSERVACAO. REJEITADA CONTINUA BLOQUEADA ATE SER
      *          CORRIGIDA NA OPCAO 3;
      *        OPCAO 3 - CORRIGE O TOTAL DE UMA VENDA (RCD100) E
      *          REAVALIA NA ALCADA - RESPEITA O FECHAMENTO MENSAL DO
      *          CONTAS A RECEBER (CAP022);
      *        OPCAO 4 - DESCONTO CONCEDIDO NO MES POR VENDEDOR, POR
      *          CONTRATO E POR APROVADOR;
      *        OPCAO 5 - TABELA DE PRECOS DA VENDA (RCD127): PRECO
      *          UNITARIO POR ITEM DO ALBUM E A TABELA DE FAIXAS DO
      *          RCD112 DO ITEM, POR CONTRATO OU PADRAO (CONTRATO 0).
      *          E DELA QUE O RCP127 TIRA O PRECO DE TABELA E A FAIXA
      *          DA VENDA NO MTP048 E NA OPCAO 3 - O VENDEDOR NAO OS
      *          DIGITA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RCPX100.
           COPY RCPX120.
           COPY RCPX121.
           COPY RCPX127.
           COPY GERX001.
           COPY CGPX001.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY RCPW100.
           COPY RCPW120.
           COPY RCPW121.
           COPY RCPW127.
           COPY GERW001.
           COPY CGPW001.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-RCD100             PIC XX       VALUE SPACES.
           05  ST-RCD120             PIC XX       VALUE SPACES.
           05  ST-RCD121             PIC XX       VALUE SPACES.
           05  ST-RCD127             PIC XX       VALUE SPACES.
           05  ST-GED001             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ALBUM-W               PIC 9(8)     VALUE ZEROS.
           05  TIPO-W                PIC 9        VALUE ZEROS.
           05  CODIGO-W              PIC 9(6)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(4)     VALUE ZEROS.
           05  ITEM-W                PIC 9(2)     VALUE ZEROS.
           05  USUARIO-CHEFE-W       PIC 9(3)     VALUE ZEROS.
           05  AUTORIZADO-W          PIC 9        VALUE ZEROS.
               88  CHEFE-AUTORIZADO               VALUE 1.
           05  DECISAO-W             PIC X        VALUE SPACES.
           05  OBS-W                 PIC X(40)    VALUE SPACES.
           05  TOTAL-NOVO-W          PIC 9(8)V99  VALUE ZEROS.
           05  ANOMES-W              PIC 9(6)     VALUE ZEROS.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  QT-PENDENTE-W         PIC 9(5)     VALUE ZEROS.
           05  QT-ACUM-W             PIC 9(4)     VALUE ZEROS.
           05  ACUM-ACHADO-W         PIC 9(4)     VALUE ZEROS.
           05  TIPO-BUSCA-W          PIC 9        VALUE ZEROS.
           05  CODIGO-BUSCA-W        PIC 9(6)     VALUE ZEROS.
           05  I                     PIC 9(4)     VALUE ZEROS.
           05  PERC-W                PIC 9(3)V99  VALUE ZEROS.
           05  TOT-QTDE-W            PIC 9(5)     VALUE ZEROS.
           05  TOT-LISTA-W           PIC 9(10)V99 VALUE ZEROS.
           05  TOT-DESCONTO-W        PIC 9(10)V99 VALUE ZEROS.
           05  TOT-FORA-W            PIC 9(5)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  VALOR-TOT-E           PIC ZZZ.ZZZ.ZZ9,99.
           05  PERC-E                PIC ZZ9,99.
           05  QTDE-E                PIC ZZ.ZZ9.
           05  DATA-INVERTE-W        PIC X(8).

      *    acumulado do mes - TA-TIPO 1-VENDEDOR 2-CONTRATO
      *    3-APROVADOR (0 = dentro da alcada, sem aprovacao)
       01  TABELA-ACUMULADOS.
           05  TAB-ACUM OCCURS 900 TIMES.
               10  TA-TIPO           PIC 9.
               10  TA-CODIGO         PIC 9(6).
               10  TA-QTDE           PIC 9(5).
               10  TA-LISTA          PIC 9(10)V99.
               10  TA-DESCONTO       PIC 9(10)V99.
               10  TA-FORA           PIC 9(5).
      *        TA-FORA - vendas ainda pendentes ou rejeitadas (no
      *        aprovador, as rejeitadas por ele)

       01  PARAMETROS-RCP127.
           05  RCP127-EMPRESA     PIC X(3).
           05  RCP127-ALBUM       PIC 9(8).
           05  RCP127-QTDES.
               10  RCP127-QTDE    PIC 9(4) OCCURS 11 TIMES.
           05  RCP127-PRECO-LISTA PIC 9(8)V99.
           05  RCP127-PERC-FAIXA  PIC 9(3)V99.
           05  RCP127-ITEM-FALTA  PIC 9(2).
           05  RCP127-RETORNO     PIC 9(1).
               88  RCP127-OK               VALUE 0.
               88  RCP127-SEM-PRECO        VALUE 1.
               88  RCP127-ERRO             VALUE 2.

       01  PARAMETROS-CAP022.
           05  CAP022-EMPRESA     PIC X(3).
           05  CAP022-MODULO      PIC X(2).
           05  CAP022-DATA-MOVTO  PIC 9(8).
           05  CAP022-RETORNO     PIC 9(1).
               88  CAP022-PERMITIDO        VALUE 0.
               88  CAP022-MES-FECHADO      VALUE 1.

       01  PARAMETROS-RCP120.
           05  RCP120-FUNCAO      PIC 9(1).
           05  RCP120-EMPRESA     PIC X(3).
           05  RCP120-ALBUM       PIC 9(8).
           05  RCP120-VENDEDOR    PIC 9(6).
           05  RCP120-DATA-VENDA  PIC 9(8).
           05  RCP120-PRECO-LISTA PIC 9(8)V99.
           05  RCP120-PERC-FAIXA  PIC 9(3)V99.
           05  RCP120-TOTAL-VENDA PIC 9(8)V99.
           05  RCP120-USUARIO     PIC X(5).
           05  RCP120-PERC-MAX    PIC 9(3)V99.
           05  RCP120-PRECO-MIN   PIC 9(8)V99.
           05  RCP120-SITUACAO    PIC 9(1).
           05  RCP120-RETORNO     PIC 9(1).
               88  RCP120-LIBERADA         VALUE 0.
               88  RCP120-BLOQUEADA        VALUE 1.
               88  RCP120-ERRO             VALUE 2.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-RCD100       PIC X(60)    VALUE SPACES.
           05  PATH-RCD120       PIC X(60)    VALUE SPACES.
           05  PATH-RCD121       PIC X(60)    VALUE SPACES.
           05  PATH-RCD127       PIC X(60)    VALUE SPACES.
           05  PATH-GED001       PIC X(60)    VALUE SPACES.
           05  PATH-CGD001       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "RCP121 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(7)   VALUE SPACES.
           05  CAB01-TITULO      PIC X(50)  VALUE SPACES.
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  CAB02-TEXTO       PIC X(100) VALUE SPACES.
       01  CAB-VENDEDOR.
           05  FILLER            PIC X(50)  VALUE
               "VENDEDOR NOME                             QTDE    ".
           05  FILLER            PIC X(50)  VALUE
               " PRECO TABELA      DESCONTO      %  PEND/REJ".
       01  CAB-CONTRATO.
           05  FILLER            PIC X(50)  VALUE
               "CONTRATO                                  QTDE    ".
           05  FILLER            PIC X(50)  VALUE
               " PRECO TABELA      DESCONTO      %  PEND/REJ".
       01  CAB-APROVADOR.
           05  FILLER            PIC X(50)  VALUE
               "APROVADOR                                 QTDE    ".
           05  FILLER            PIC X(50)  VALUE
               " PRECO TABELA      DESCONTO      %  REJEIT.".
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM CADASTRA-ALCADA
                  WHEN 2 PERFORM DECIDE-PENDENTES
                  WHEN 3 PERFORM REAVALIA-VENDA
                  WHEN 4 PERFORM RELATORIO-MES
                  WHEN 5 PERFORM CADASTRA-PRECO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-ALCADAS  2-PENDENTES/DECISAO  3-CORRIGE VENDA  "
                   "4-RELATORIO DO MES  5-TABELA DE PRECOS: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 5
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W NOT = 4
                 DISPLAY "USUARIO: " WITH NO ADVANCING
                 ACCEPT USUARIO-W
              END-IF
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "RCD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD100
              MOVE "RCD120"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD120
              MOVE "RCD121"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD121
              MOVE "RCD127"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD127
              MOVE "GED001"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-GED001
              MOVE "CGD001"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD001
              PERFORM ABRE-ARQUIVOS
              IF ERRO-W = 1
                 PERFORM FINALIZA-PROGRAMA
              END-IF.

      *    na opcao 3 o RCD121 fica por conta do RCP120
       ABRE-ARQUIVOS SECTION.
           OPEN INPUT CGD001.
           IF ST-CGD001 > "09"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W.
           EVALUATE OPCAO-W
               WHEN 1
                    OPEN I-O RCD120
                    IF ST-RCD120 = "35"
                       CLOSE RCD120      OPEN OUTPUT RCD120
                       CLOSE RCD120      OPEN I-O RCD120
                    END-IF
                    IF ST-RCD120 > "09"
                       DISPLAY "ERRO ABERTURA RCD120: " ST-RCD120
                       MOVE 1 TO ERRO-W
                    END-IF
               WHEN 2
                    OPEN I-O RCD121
                    OPEN INPUT GED001
                    IF ST-RCD121 > "09"
                       DISPLAY "ERRO ABERTURA RCD121: " ST-RCD121
                       MOVE 1 TO ERRO-W
                    END-IF
                    IF ST-GED001 > "09"
                       DISPLAY "ERRO ABERTURA GED001: " ST-GED001
                       MOVE 1 TO ERRO-W
                    END-IF
               WHEN 3
                    OPEN I-O RCD100
                    IF ST-RCD100 > "09"
                       DISPLAY "ERRO ABERTURA RCD100: " ST-RCD100
                       MOVE 1 TO ERRO-W
                    END-IF
               WHEN 4
                    OPEN INPUT RCD121
                    IF ST-RCD121 > "09"
                       DISPLAY "ERRO ABERTURA RCD121: " ST-RCD121
                       MOVE 1 TO ERRO-W
                    END-IF
               WHEN 5
                    OPEN I-O RCD127
                    IF ST-RCD127 = "35"
                       CLOSE RCD127      OPEN OUTPUT RCD127
                       CLOSE RCD127      OPEN I-O RCD127
                    END-IF
                    IF ST-RCD127 > "09"
                       DISPLAY "ERRO ABERTURA RCD127: " ST-RCD127
                       MOVE 1 TO ERRO-W
                    END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      *    OPCAO 1 - CADASTRO DE ALCADAS (PERFIL / VENDEDOR)
      *----------------------------------------------------------------
       CADASTRA-ALCADA SECTION.
           MOVE 1 TO TIPO-W.
           PERFORM UNTIL TIPO-W = 0
              DISPLAY "TIPO (1-PERFIL 2-VENDEDOR 0-FIM): "
                      WITH NO ADVANCING
              ACCEPT TIPO-W
              IF TIPO-W = 1 OR TIPO-W = 2
                 PERFORM ALTERA-ALCADA
              END-IF
           END-PERFORM.

       ALTERA-ALCADA SECTION.
           IF TIPO-W = 1
              DISPLAY "PERFIL: " WITH NO ADVANCING
           ELSE
              DISPLAY "VENDEDOR: " WITH NO ADVANCING.
           ACCEPT CODIGO-W.
           MOVE TIPO-W   TO TIPO-RC120.
           MOVE CODIGO-W TO CODIGO-RC120.
           READ RCD120 INVALID KEY
                INITIALIZE REG-RCD120
                MOVE TIPO-W   TO TIPO-RC120
                MOVE CODIGO-W TO CODIGO-RC120
                IF TIPO-W = 2
                   MOVE CODIGO-W TO CODIGO-CG01
                   READ CGD001 INVALID KEY
                        DISPLAY "VENDEDOR NAO CADASTRADO NO CGD001"
                        GO TO ALTERA-ALCADA-FIM
                   END-READ
                   MOVE NOME-CG01 TO DESCRICAO-RC120
                END-IF
           NOT INVALID KEY
                MOVE PERC-MAX-RC120 TO PERC-E
                DISPLAY DESCRICAO-RC120 " PERFIL " PERFIL-RC120
                        " ALCADA ATUAL " PERC-E "%"
           END-READ.
           IF TIPO-W = 1
              DISPLAY "DESCRICAO: " WITH NO ADVANCING
              ACCEPT DESCRICAO-RC120
           ELSE
              DISPLAY "PERFIL DO VENDEDOR: " WITH NO ADVANCING
              ACCEPT PERFIL-RC120.
           DISPLAY "% MAXIMO DE DESCONTO (0 = DO PERFIL): "
                   WITH NO ADVANCING.
           ACCEPT PERC-MAX-RC120.
           IF PERC-MAX-RC120 > 100
              DISPLAY "PERCENTUAL INVALIDO"
              GO TO ALTERA-ALCADA-FIM.
           MOVE DATA-SISTEMA-N TO DATA-ALT-RC120.
           MOVE USUARIO-W      TO USUARIO-RC120.
           WRITE REG-RCD120 INVALID KEY
                 REWRITE REG-RCD120 INVALID KEY
                         DISPLAY "ERRO GRAVANDO RCD120: " ST-RCD120
                 END-REWRITE
           END-WRITE.
       ALTERA-ALCADA-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 2 - FILA DE PENDENTES E DECISAO DO CHEFE
      *----------------------------------------------------------------
       DECIDE-PENDENTES SECTION.
           PERFORM LISTA-PENDENTES.
           IF QT-PENDENTE-W = 0
              DISPLAY "NENHUMA VENDA PENDENTE DE APROVACAO"
              GO TO DECIDE-PENDENTES-FIM.
           DISPLAY "USUARIO CHEFE: " WITH NO ADVANCING.
           ACCEPT USUARIO-CHEFE-W.
           MOVE ZEROS TO AUTORIZADO-W.
           MOVE USUARIO-CHEFE-W TO USUARIO-GE01.
           MOVE SPACES          TO PROGRAMA-GE01.
           MOVE "RCP121"        TO PROGRAMA-GE01 (1: 6).
           READ GED001 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO AUTORIZADO-W
           END-READ.
           IF NOT CHEFE-AUTORIZADO
              DISPLAY "USUARIO NAO AUTORIZADO NO GED001 P/ O RCP121"
              GO TO DECIDE-PENDENTES-FIM.
           MOVE 1 TO ALBUM-W.
           PERFORM UNTIL ALBUM-W = ZEROS
              DISPLAY "ALBUM A DECIDIR (0 = FIM): " WITH NO ADVANCING
              ACCEPT ALBUM-W
              IF ALBUM-W NOT = ZEROS
                 PERFORM DECIDE-ALBUM
              END-IF
           END-PERFORM.
       DECIDE-PENDENTES-FIM.
           CONTINUE.

       LISTA-PENDENTES SECTION.
           MOVE ZEROS TO QT-PENDENTE-W.
           INITIALIZE REG-RCD121.
           START RCD121 KEY IS NOT LESS ALT1-RC121 INVALID KEY
                 MOVE "10" TO ST-RCD121
           END-START.
           PERFORM UNTIL ST-RCD121 = "10"
              READ RCD121 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD121
              NOT AT END
                   IF SITUACAO-RC121 NOT = 0
                      MOVE "10" TO ST-RCD121
                   ELSE
                      ADD 1 TO QT-PENDENTE-W
                      PERFORM MOSTRA-VENDA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD121.

       MOSTRA-VENDA SECTION.
           MOVE DATA-VENDA-RC121 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W   TO DATA-E.
           MOVE DESCONTO-PERC-RC121 TO PERC-E.
           DISPLAY ALBUM-RC121 " " DATA-E " VEND " VENDEDOR-RC121
                   " DESC " PERC-E "% ALCADA " WITH NO ADVANCING.
           MOVE PERC-MAX-RC121 TO PERC-E.
           DISPLAY PERC-E "%".
           MOVE PRECO-LISTA-RC121 TO VALOR-E.
           DISPLAY "   TABELA " VALOR-E WITH NO ADVANCING.
           MOVE PRECO-MINIMO-RC121 TO VALOR-E.
           DISPLAY " MINIMO " VALOR-E WITH NO ADVANCING.
           MOVE TOTAL-VENDA-RC121 TO VALOR-E.
           DISPLAY " VENDIDO " VALOR-E.

       DECIDE-ALBUM SECTION.
           MOVE ALBUM-W TO ALBUM-RC121.
           READ RCD121 INVALID KEY
                DISPLAY "ALBUM SEM DESCONTO REGISTRADO NO RCD121"
                GO TO DECIDE-ALBUM-FIM
           END-READ.
           IF SITUACAO-RC121 NOT = 0
              DISPLAY "VENDA NAO ESTA PENDENTE DE APROVACAO"
              GO TO DECIDE-ALBUM-FIM.
           PERFORM MOSTRA-VENDA.
           DISPLAY "A-APROVA  R-REJEITA: " WITH NO ADVANCING.
           ACCEPT DECISAO-W.
           IF DECISAO-W NOT = "A" AND DECISAO-W NOT = "R"
              DISPLAY "DECISAO INVALIDA"
              GO TO DECIDE-ALBUM-FIM.
           DISPLAY "OBSERVACAO: " WITH NO ADVANCING.
           ACCEPT OBS-W.
           IF DECISAO-W = "A"
              MOVE 1 TO SITUACAO-RC121
           ELSE
              MOVE 2 TO SITUACAO-RC121.
           MOVE USUARIO-CHEFE-W TO APROVADOR-RC121.
           MOVE DATA-SISTEMA-N  TO DATA-DECISAO-RC121.
           MOVE OBS-W           TO OBS-DECISAO-RC121.
           REWRITE REG-RCD121 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO RCD121: " ST-RCD121
           END-REWRITE.
       DECIDE-ALBUM-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 3 - CORRIGE O TOTAL DA VENDA E REAVALIA NA ALCADA
      *----------------------------------------------------------------
       REAVALIA-VENDA SECTION.
           DISPLAY "ALBUM: " WITH NO ADVANCING.
           ACCEPT ALBUM-W.
           MOVE ALBUM-W TO ALBUM-REC.
           READ RCD100 INVALID KEY
                DISPLAY "ALBUM SEM VENDA NO RCD100"
                GO TO REAVALIA-VENDA-FIM
           END-READ.
           MOVE EMPRESA-W      TO CAP022-EMPRESA.
           MOVE "CR"           TO CAP022-MODULO.
           MOVE DATA-MOVTO-REC TO CAP022-DATA-MOVTO.
           CALL "CAP022" USING PARAMETROS-CAP022.
           IF CAP022-MES-FECHADO
              DISPLAY "MES FECHADO P/ O CONTAS A RECEBER - "
                      "LIBERE NO CAP021"
              GO TO REAVALIA-VENDA-FIM.
           INITIALIZE PARAMETROS-RCP120.
           MOVE 2         TO RCP120-FUNCAO.
           MOVE EMPRESA-W TO RCP120-EMPRESA.
           MOVE ALBUM-W   TO RCP120-ALBUM.
           CALL "RCP120" USING PARAMETROS-RCP120.
           CANCEL "RCP120".
      *    venda sem RCD121 nao tem tabela/faixa guardadas: saem da
      *    tabela de precos atual pelas quantidades da venda
           IF RCP120-SITUACAO = 9
              PERFORM PRECO-TABELA-VENDA
              IF NOT RCP127-OK
                 GO TO REAVALIA-VENDA-FIM
              END-IF
              MOVE RCP127-PRECO-LISTA TO RCP120-PRECO-LISTA
              MOVE RCP127-PERC-FAIXA  TO RCP120-PERC-FAIXA.
           MOVE RCP120-PRECO-LISTA TO VALOR-E.
           MOVE RCP120-PERC-FAIXA  TO PERC-E.
           DISPLAY "TABELA " VALOR-E " FAIXA " PERC-E "%".
           MOVE TOTAL-REC TO VALOR-E.
           DISPLAY "TOTAL ATUAL " VALOR-E "  NOVO TOTAL: "
                   WITH NO ADVANCING.
           ACCEPT TOTAL-NOVO-W.
           IF TOTAL-NOVO-W = ZEROS
              GO TO REAVALIA-VENDA-FIM.
           MOVE TOTAL-NOVO-W TO TOTAL-REC TOTAL-DEF-REC.
           REWRITE REG-RCD100 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO RCD100: " ST-RCD100
                   GO TO REAVALIA-VENDA-FIM
           END-REWRITE.
           MOVE 1              TO RCP120-FUNCAO.
           MOVE VENDEDOR-REC   TO RCP120-VENDEDOR.
           MOVE DATA-MOVTO-REC TO RCP120-DATA-VENDA.
           MOVE TOTAL-NOVO-W   TO RCP120-TOTAL-VENDA.
           MOVE USUARIO-W      TO RCP120-USUARIO.
           CALL "RCP120" USING PARAMETROS-RCP120.
           CANCEL "RCP120".
           EVALUATE TRUE
               WHEN RCP120-ERRO
                    DISPLAY "ERRO NA AVALIACAO DA ALCADA (RCD121)"
               WHEN RCP120-BLOQUEADA
                    MOVE RCP120-PRECO-MIN TO VALOR-E
                    DISPLAY "ABAIXO DO MINIMO " VALOR-E
                            " - PENDENTE DE APROVACAO NO RCP121"
               WHEN OTHER
                    DISPLAY "VENDA LIBERADA"
           END-EVALUATE.
           DISPLAY "CONFIRA AS PARCELAS DO RCD101 SE JA LANCADAS".
       REAVALIA-VENDA-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 4 - DESCONTO CONCEDIDO NO MES
      *----------------------------------------------------------------
       RELATORIO-MES SECTION.
           DISPLAY "MES/ANO (AAAAMM): " WITH NO ADVANCING.
           ACCEPT ANOMES-W.
           COMPUTE DATA-INI-W = ANOMES-W * 100 + 1.
           COMPUTE DATA-FIM-W = ANOMES-W * 100 + 31.
           MOVE ZEROS TO QT-ACUM-W.
           INITIALIZE REG-RCD121.
           MOVE DATA-INI-W TO DATA-VENDA-RC121.
           START RCD121 KEY IS NOT LESS ALT2-RC121 INVALID KEY
                 MOVE "10" TO ST-RCD121
           END-START.
           PERFORM UNTIL ST-RCD121 = "10"
              READ RCD121 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD121
              NOT AT END
                   IF DATA-VENDA-RC121 > DATA-FIM-W
                      MOVE "10" TO ST-RCD121
                   ELSE
                      PERFORM ACUMULA-VENDA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD121.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE "DESCONTO NA VENDA DE ALBUM - MES" TO CAB01-TITULO.
           MOVE ANOMES-W (5: 2) TO CAB01-TITULO (34: 2).
           MOVE "/"             TO CAB01-TITULO (36: 1).
           MOVE ANOMES-W (1: 4) TO CAB01-TITULO (37: 4).
           MOVE CAB-VENDEDOR TO CAB02.
           MOVE 1 TO TIPO-BUSCA-W.
           PERFORM IMPRIME-GRUPO.
           MOVE CAB-CONTRATO TO CAB02.
           MOVE 2 TO TIPO-BUSCA-W.
           PERFORM IMPRIME-GRUPO.
           MOVE CAB-APROVADOR TO CAB02.
           MOVE 3 TO TIPO-BUSCA-W.
           PERFORM IMPRIME-GRUPO.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

      *    a rejeitada nao entra no desconto concedido; no aprovador,
      *    o que ficou dentro da alcada sai no codigo 0
       ACUMULA-VENDA SECTION.
           MOVE 1              TO TIPO-BUSCA-W.
           MOVE VENDEDOR-RC121 TO CODIGO-BUSCA-W.
           PERFORM SOMA-ACUMULADO.
           MOVE 2              TO TIPO-BUSCA-W.
           MOVE CONTRATO-RC121 TO CODIGO-BUSCA-W.
           PERFORM SOMA-ACUMULADO.
           IF SITUACAO-RC121 NOT = 0
              MOVE 3               TO TIPO-BUSCA-W
              MOVE APROVADOR-RC121 TO CODIGO-BUSCA-W
              PERFORM SOMA-ACUMULADO.

       SOMA-ACUMULADO SECTION.
           PERFORM ACHA-ACUMULADO.
           IF ACUM-ACHADO-W = 0
              IF QT-ACUM-W NOT < 900
                 DISPLAY "TABELA DE ACUMULADOS CHEIA - ALBUM "
                         ALBUM-RC121 " FORA DO RELATORIO"
                 GO TO SOMA-ACUMULADO-FIM
              END-IF
              ADD 1 TO QT-ACUM-W
              MOVE QT-ACUM-W TO ACUM-ACHADO-W
              MOVE TIPO-BUSCA-W   TO TA-TIPO (ACUM-ACHADO-W)
              MOVE CODIGO-BUSCA-W TO TA-CODIGO (ACUM-ACHADO-W)
              MOVE ZEROS TO TA-QTDE (ACUM-ACHADO-W)
                            TA-LISTA (ACUM-ACHADO-W)
                            TA-DESCONTO (ACUM-ACHADO-W)
                            TA-FORA (ACUM-ACHADO-W).
           IF SITUACAO-RC121 = 0 OR SITUACAO-RC121 = 2
              ADD 1 TO TA-FORA (ACUM-ACHADO-W)
              IF TIPO-BUSCA-W = 3
                 ADD 1 TO TA-QTDE (ACUM-ACHADO-W)
              END-IF
           ELSE
              ADD 1 TO TA-QTDE (ACUM-ACHADO-W)
              ADD PRECO-LISTA-RC121  TO TA-LISTA (ACUM-ACHADO-W)
              ADD DESCONTO-VLR-RC121 TO TA-DESCONTO (ACUM-ACHADO-W).
       SOMA-ACUMULADO-FIM.
           CONTINUE.

       ACHA-ACUMULADO SECTION.
           MOVE ZEROS TO ACUM-ACHADO-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-ACUM-W
              IF TA-TIPO (I) = TIPO-BUSCA-W
                 AND TA-CODIGO (I) = CODIGO-BUSCA-W
                 MOVE I TO ACUM-ACHADO-W
                 MOVE QT-ACUM-W TO I
              END-IF
           END-PERFORM.

       IMPRIME-GRUPO SECTION.
           MOVE ZEROS TO TOT-QTDE-W TOT-LISTA-W TOT-DESCONTO-W
                         TOT-FORA-W.
           MOVE 99 TO LIN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-ACUM-W
              IF TA-TIPO (I) = TIPO-BUSCA-W
                 PERFORM IMPRIME-ACUMULADO
              END-IF
           END-PERFORM.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "TOTAL"         TO LINDET-REL (1: 5).
           MOVE TOT-QTDE-W      TO QTDE-E.
           MOVE QTDE-E          TO LINDET-REL (41: 6).
           MOVE TOT-LISTA-W     TO VALOR-TOT-E.
           MOVE VALOR-TOT-E     TO LINDET-REL (48: 14).
           MOVE TOT-DESCONTO-W  TO VALOR-TOT-E.
           MOVE VALOR-TOT-E     TO LINDET-REL (62: 14).
           IF TOT-LISTA-W > ZEROS
              COMPUTE PERC-W ROUNDED =
                      TOT-DESCONTO-W * 100 / TOT-LISTA-W
              MOVE PERC-W       TO PERC-E
              MOVE PERC-E       TO LINDET-REL (77: 6).
           MOVE TOT-FORA-W      TO QTDE-E.
           MOVE QTDE-E          TO LINDET-REL (85: 6).
           PERFORM IMPRIME-LINDET.

       IMPRIME-ACUMULADO SECTION.
           MOVE SPACES TO LINDET-REL.
           MOVE TA-CODIGO (I)   TO LINDET-REL (1: 6).
           EVALUATE TIPO-BUSCA-W
               WHEN 1
                    MOVE TA-CODIGO (I) TO CODIGO-CG01
                    READ CGD001 INVALID KEY
                         MOVE SPACES TO NOME-CG01
                    END-READ
                    MOVE NOME-CG01 TO LINDET-REL (10: 30)
               WHEN 3
                    IF TA-CODIGO (I) = ZEROS
                       MOVE "DENTRO DA ALCADA" TO LINDET-REL (10: 16)
                    END-IF
           END-EVALUATE.
           MOVE TA-QTDE (I)     TO QTDE-E.
           MOVE QTDE-E          TO LINDET-REL (41: 6).
           MOVE TA-LISTA (I)    TO VALOR-TOT-E.
           MOVE VALOR-TOT-E     TO LINDET-REL (48: 14).
           MOVE TA-DESCONTO (I) TO VALOR-TOT-E.
           MOVE VALOR-TOT-E     TO LINDET-REL (62: 14).
           IF TA-LISTA (I) > ZEROS
              COMPUTE PERC-W ROUNDED =
                      TA-DESCONTO (I) * 100 / TA-LISTA (I)
              MOVE PERC-W       TO PERC-E
              MOVE PERC-E       TO LINDET-REL (77: 6).
           MOVE TA-FORA (I)     TO QTDE-E.
           MOVE QTDE-E          TO LINDET-REL (85: 6).
           PERFORM IMPRIME-LINDET.
           ADD TA-QTDE (I)      TO TOT-QTDE-W.
           ADD TA-LISTA (I)     TO TOT-LISTA-W.
           ADD TA-DESCONTO (I)  TO TOT-DESCONTO-W.
           ADD TA-FORA (I)      TO TOT-FORA-W.

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

      *    tabela e faixa pelas quantidades da venda (ITEM-RC127)
       PRECO-TABELA-VENDA SECTION.
           INITIALIZE PARAMETROS-RCP127.
           MOVE EMPRESA-W      TO RCP127-EMPRESA.
           MOVE ALBUM-REC      TO RCP127-ALBUM.
           MOVE QENCADER-REC   TO RCP127-QTDE (1).
           MOVE QESTOJO-REC    TO RCP127-QTDE (2).
           MOVE QFOLHAS-REC    TO RCP127-QTDE (3).
           MOVE QFOTOS-REC     TO RCP127-QTDE (4).
           MOVE QPOSTER-REC    TO RCP127-QTDE (7).
           MOVE QDVD-REC       TO RCP127-QTDE (8).
           MOVE QPORTA-DVD-REC TO RCP127-QTDE (9).
           MOVE QFOTO-CD-REC   TO RCP127-QTDE (10).
           MOVE QMOLDURA-REC   TO RCP127-QTDE (11).
           CALL "RCP127" USING PARAMETROS-RCP127.
           CANCEL "RCP127".
           IF RCP127-ERRO
              DISPLAY "ERRO NO PRECO DE TABELA (RCD127)".
           IF RCP127-SEM-PRECO
              DISPLAY "ITEM " RCP127-ITEM-FALTA " SEM PRECO NA TABELA"
                      " DE VENDA - CADASTRE NA OPCAO 5".

      *----------------------------------------------------------------
      *    OPCAO 5 - TABELA DE PRECOS DA VENDA (RCD127)
      *----------------------------------------------------------------
       CADASTRA-PRECO SECTION.
           DISPLAY "CONTRATO (0 = TABELA PADRAO): " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           MOVE 1 TO ITEM-W.
           PERFORM UNTIL ITEM-W = 0
              DISPLAY "ITEM (1-ENCAD 2-ESTOJO 3-FOLHA 4-FOTO 7-POSTER "
                      "8-DVD 9-PORTA DVD 10-FOTO CD 11-MOLDURA "
                      "0-FIM): " WITH NO ADVANCING
              ACCEPT ITEM-W
              IF ITEM-W NOT = 0
                 PERFORM ALTERA-PRECO
              END-IF
           END-PERFORM.

       ALTERA-PRECO SECTION.
           IF ITEM-W = 5 OR ITEM-W = 6 OR ITEM-W > 11
              DISPLAY "ITEM INVALIDO"
              GO TO ALTERA-PRECO-FIM.
           MOVE CONTRATO-W TO CONTRATO-RC127.
           MOVE ITEM-W     TO ITEM-RC127.
           READ RCD127 INVALID KEY
                INITIALIZE REG-RCD127
                MOVE CONTRATO-W TO CONTRATO-RC127
                MOVE ITEM-W     TO ITEM-RC127
           NOT INVALID KEY
                MOVE PRECO-RC127 TO VALOR-E
                DISPLAY DESCRICAO-RC127 " PRECO ATUAL " VALOR-E
                        " FAIXA " FAIXA-RC127
           END-READ.
           DISPLAY "DESCRICAO: " WITH NO ADVANCING.
           ACCEPT DESCRICAO-RC127.
           DISPLAY "PRECO UNITARIO: " WITH NO ADVANCING.
           ACCEPT PRECO-RC127.
           DISPLAY "TABELA DE FAIXAS DO RCD112 (0 = SEM FAIXA): "
                   WITH NO ADVANCING.
           ACCEPT FAIXA-RC127.
           MOVE DATA-SISTEMA-N TO DATA-ALT-RC127.
           MOVE USUARIO-W      TO USUARIO-RC127.
           WRITE REG-RCD127 INVALID KEY
                 REWRITE REG-RCD127 INVALID KEY
                         DISPLAY "ERRO GRAVANDO RCD127: " ST-RCD127
                 END-REWRITE
           END-WRITE.
       ALTERA-PRECO-FIM.
           CONTINUE.

       FINALIZA-PROGRAMA SECTION.
           CLOSE CGD001.
           EVALUATE OPCAO-W
               WHEN 1 CLOSE RCD120
               WHEN 2 CLOSE RCD121 GED001
               WHEN 3 CLOSE RCD100
               WHEN 4 CLOSE RCD121
               WHEN 5 CLOSE RCD127
           END-EVALUATE.

       END PROGRAM RCP121.
