       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTP064.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: REPOSICAO / SEGUNDA VIA DE ALBUM JA ENTREGUE (MTD067)
      *        - ANTES ERA UMA VENDA NOVA NO RCD100 DIGITADA SOBRE O
      *        NUMERO ANTIGO, SEM LIGACAO COM O LAYOUT, OS ARQUIVOS OU
      *        O PRECO. O PEDIDO NASCE DO ALBUM ORIGINAL (MTD019/
      *        MTD020), CONFERE OS ARQUIVOS NO MANIFESTO VID102 E O
      *        ESPELHO APROVADO (MTD058) JA NO ORCAMENTO E MOSTRA OS
      *        MATERIAIS PELA FICHA TECNICA (MTD060).
      *        OPCAO 1 - TABELA DE PRECOS DA REPOSICAO (MTD066);
      *        OPCAO 2 - ORCAMENTO: COMPONENTES DO ALBUM ORIGINAL X
      *          TABELA, MAIS A TAXA DO PEDIDO E O LAYOUT REFEITO SE
      *          NAO HA ESPELHO APROVADO; ARQUIVOS EXPURGADOS DO
      *          SERVIDOR BARRAM O ORCAMENTO NA HORA;
      *        OPCAO 3 - APROVACAO (COM AS PARCELAS NO RCD101 ORIGEM
      *          3 E A OS DO LABORATORIO LBD107 MARCADA REPOSICAO) OU
      *          CANCELAMENTO DO ORCAMENTO;
      *        OPCAO 4 - ROMANEIO: COM A OS LIBERADA P/ MONTAGEM, POE
      *          O PEDIDO NUM ROMANEIO ABERTO DO MTP051 (LINHA PROPRIA
      *          NO MTD052 COM A OBSERVACAO DA REPOSICAO);
      *        OPCAO 5 - VOLUME E FATURAMENTO DAS REPOSICOES NO
      *          PERIODO, COM O RECEBIDO E A ENTREGA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MTPX066.
           COPY MTPX067.
           COPY MTPX019.
           COPY MTPX020.
           COPY MTPX058.
           COPY MTPX060.
           COPY VIPX102.
           COPY RCPX101.
           COPY LBPX107.
           COPY MTPX051.
           COPY MTPX052.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY MTPW066.
           COPY MTPW067.
           COPY MTPW019.
           COPY MTPW020.
           COPY MTPW058.
           COPY MTPW060.
           COPY VIPW102.
           COPY RCPW101.
           COPY LBPW107.
           COPY MTPW051.
           COPY MTPW052.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-MTD066             PIC XX       VALUE SPACES.
           05  ST-MTD067             PIC XX       VALUE SPACES.
           05  ST-MTD019             PIC XX       VALUE SPACES.
           05  ST-MTD020             PIC XX       VALUE SPACES.
           05  ST-MTD058             PIC XX       VALUE SPACES.
           05  ST-MTD060             PIC XX       VALUE SPACES.
           05  ST-VID102             PIC XX       VALUE SPACES.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ST-LBD107             PIC XX       VALUE SPACES.
           05  ST-MTD051             PIC XX       VALUE SPACES.
           05  ST-MTD052             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  TIPO-W                PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  CODIGO-W              PIC 9(2)     VALUE ZEROS.
           05  ALBUM-W               PIC 9(8)     VALUE ZEROS.
           05  PEDIDO-W              PIC 9(6)     VALUE ZEROS.
           05  PROX-PEDIDO-W         PIC 9(6)     VALUE ZEROS.
           05  PROX-OS-W             PIC 9(6)     VALUE ZEROS.
           05  ROMANEIO-W            PIC 9(6)     VALUE ZEROS.
           05  QT-PRESENTES-W        PIC 9(5)     VALUE ZEROS.
           05  QT-AUSENTES-W         PIC 9(5)     VALUE ZEROS.
           05  SEQ-ESPELHO-W         PIC 9(2)     VALUE ZEROS.
           05  SEM-PRECO-W           PIC 9(2)     VALUE ZEROS.
           05  VALOR-PEDIDO-W        PIC 9(8)V99  VALUE ZEROS.
           05  QT-PARC-W             PIC 9(2)     VALUE ZEROS.
           05  VENCTO1-W             PIC 9(8)     VALUE ZEROS.
           05  VENCTO-PARC-W         PIC 9(8)     VALUE ZEROS.
           05  TIPO-PARC-W           PIC 9        VALUE ZEROS.
           05  VLR-PARCELA-W         PIC 9(8)V99  VALUE ZEROS.
           05  VLR-ULT-PARC-W        PIC 9(8)V99  VALUE ZEROS.
           05  QT-MATERIAL-W         PIC 9(6)V99  VALUE ZEROS.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  RECEBIDO-W            PIC 9(8)V99  VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  PRECO-E               PIC ZZZ.ZZ9,99.
           05  QT-E                  PIC Z.ZZ9.
           05  QT-MAT-E              PIC ZZZ.ZZ9,99.
           05  DATA-INVERTE-W        PIC X(8).

      *    totais do periodo por tipo (1-segunda via 2-reposicao)
       01  TOTAIS-TIPO-W.
           05  TT-ITEM OCCURS 2 TIMES.
               10  TT-PEDIDOS        PIC 9(5).
               10  TT-CANCELADOS     PIC 9(5).
               10  TT-ENTREGUES      PIC 9(5).
               10  TT-VALOR          PIC 9(9)V99.
               10  TT-RECEBIDO       PIC 9(9)V99.

      *    orcamento por componente da tabela MTD066
       01  TAB-ORCAMENTO.
           05  OR-ITEM OCCURS 11 TIMES.
               10  OR-QTDE           PIC 9(4).
               10  OR-PRECO          PIC 9(6)V99.
               10  OR-VALOR          PIC 9(8)V99.

       01  TEXTO-COMPONENTES.
           05  FILLER  PIC X(20) VALUE "TAXA DE REPOSICAO   ".
           05  FILLER  PIC X(20) VALUE "ESTOJO              ".
           05  FILLER  PIC X(20) VALUE "ENCADERNACAO/CAPA   ".
           05  FILLER  PIC X(20) VALUE "FOLHA               ".
           05  FILLER  PIC X(20) VALUE "FOTO                ".
           05  FILLER  PIC X(20) VALUE "POSTER              ".
           05  FILLER  PIC X(20) VALUE "FOTO-CD             ".
           05  FILLER  PIC X(20) VALUE "MOLDURA             ".
           05  FILLER  PIC X(20) VALUE "DVD                 ".
           05  FILLER  PIC X(20) VALUE "PORTA-DVD           ".
           05  FILLER  PIC X(20) VALUE "LAYOUT REFEITO      ".
       01  RED-COMPONENTES REDEFINES TEXTO-COMPONENTES.
           05  NOME-COMPONENTE-W OCCURS 11 PIC X(20).

      *    materiais 1-5 da ficha tecnica MTD060 / estoque MTD053
       01  TEXTO-MATERIAIS.
           05  FILLER  PIC X(12) VALUE "ESTOJO      ".
           05  FILLER  PIC X(12) VALUE "ENCADERNACAO".
           05  FILLER  PIC X(12) VALUE "FOLHAS      ".
           05  FILLER  PIC X(12) VALUE "MOLDURA     ".
           05  FILLER  PIC X(12) VALUE "PORTA-DVD   ".
       01  RED-MATERIAIS REDEFINES TEXTO-MATERIAIS.
           05  NOME-MATERIAL-W OCCURS 5 PIC X(12).

       01  TEXTO-SITUACOES.
           05  FILLER  PIC X(12) VALUE "ORCADO      ".
           05  FILLER  PIC X(12) VALUE "EM PRODUCAO ".
           05  FILLER  PIC X(12) VALUE "NO ROMANEIO ".
           05  FILLER  PIC X(12) VALUE "ENTREGUE    ".
       01  RED-SITUACOES REDEFINES TEXTO-SITUACOES.
           05  NOME-SITUACAO-W OCCURS 4 PIC X(12).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  PARAMETROS-GRADAY1.
           05  DDMMAA.
               10  DD                PIC 9(2).
               10  MM                PIC 9(2).
               10  AA                PIC 9(4).
           05  GRDIAS-NUM-DIAS       PIC 9(4).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-MTD066       PIC X(60)    VALUE SPACES.
           05  PATH-MTD067       PIC X(60)    VALUE SPACES.
           05  PATH-MTD019       PIC X(60)    VALUE SPACES.
           05  PATH-MTD020       PIC X(60)    VALUE SPACES.
           05  PATH-MTD058       PIC X(60)    VALUE SPACES.
           05  PATH-MTD060       PIC X(60)    VALUE SPACES.
           05  PATH-VID102       PIC X(60)    VALUE SPACES.
           05  PATH-RCD101       PIC X(60)    VALUE SPACES.
           05  PATH-LBD107       PIC X(60)    VALUE SPACES.
           05  PATH-MTD051       PIC X(60)    VALUE SPACES.
           05  PATH-MTD052       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  PARAMETROS-CAP022.
           05  CAP022-EMPRESA     PIC X(3).
           05  CAP022-MODULO      PIC X(2).
           05  CAP022-DATA-MOVTO  PIC 9(8).
           05  CAP022-RETORNO     PIC 9(1).
               88  CAP022-PERMITIDO        VALUE 0.
               88  CAP022-MES-FECHADO      VALUE 1.

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "MTP064 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(7)   VALUE SPACES.
           05  CAB01-TITULO      PIC X(50)  VALUE SPACES.
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  CAB02-TEXTO       PIC X(100) VALUE SPACES.
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM TABELA-PRECOS
                  WHEN 2 PERFORM ORCAMENTO
                  WHEN 3 PERFORM APROVACAO
                  WHEN 4 PERFORM INCLUI-ROMANEIO
                  WHEN 5 PERFORM RELATORIO-PERIODO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-TABELA  2-ORCAMENTO  3-APROVACAO  4-ROMANEIO  "
                   "5-RELATORIO: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 5
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W NOT = 5
                 DISPLAY "USUARIO: " WITH NO ADVANCING
                 ACCEPT USUARIO-W
              END-IF
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "MTD066"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD066
              MOVE "MTD067"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD067
              MOVE "MTD019"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD019
              MOVE "MTD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD020
              MOVE "MTD058"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD058
              MOVE "MTD060"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD060
              MOVE "VID102"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-VID102
              MOVE "RCD101"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD101
              MOVE "LBD107"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-LBD107
              MOVE "MTD051"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD051
              MOVE "MTD052"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD052
              OPEN I-O MTD066 MTD067 RCD101 LBD107 MTD051 MTD052
              IF ST-MTD066 = "35"
                 CLOSE MTD066      OPEN OUTPUT MTD066
                 CLOSE MTD066      OPEN I-O MTD066
              END-IF
              IF ST-MTD067 = "35"
                 CLOSE MTD067      OPEN OUTPUT MTD067
                 CLOSE MTD067      OPEN I-O MTD067
              END-IF
              OPEN INPUT MTD019 MTD020 MTD058 MTD060 VID102
              IF ST-MTD066 > "09"
                 DISPLAY "ERRO ABERTURA MTD066: " ST-MTD066
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD067 > "09"
                 DISPLAY "ERRO ABERTURA MTD067: " ST-MTD067
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RCD101 > "09"
                 DISPLAY "ERRO ABERTURA RCD101: " ST-RCD101
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-LBD107 > "09"
                 DISPLAY "ERRO ABERTURA LBD107: " ST-LBD107
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD051 > "09"
                 DISPLAY "ERRO ABERTURA MTD051: " ST-MTD051
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD052 > "09"
                 DISPLAY "ERRO ABERTURA MTD052: " ST-MTD052
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD019 > "09"
                 DISPLAY "ERRO ABERTURA MTD019: " ST-MTD019
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD020 > "09"
                 DISPLAY "ERRO ABERTURA MTD020: " ST-MTD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-VID102 > "09"
                 DISPLAY "ERRO ABERTURA VID102: " ST-VID102
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD058 > "09"
      *          sem espelho cadastrado o layout e refeito
                 MOVE "10" TO ST-MTD058
              END-IF
              IF ST-MTD060 > "09"
      *          sem ficha tecnica o orcamento sai sem materiais
                 MOVE "10" TO ST-MTD060
              END-IF
              IF ERRO-W = 1
                 PERFORM FINALIZA-PROGRAMA
              END-IF.

      *----------------------------------------------------------------
      *    OPCAO 1 - TABELA DE PRECOS DA REPOSICAO
      *----------------------------------------------------------------
       TABELA-PRECOS SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 11
              MOVE I TO CODIGO-MT66
              READ MTD066 INVALID KEY
                   MOVE ZEROS TO PRECO-MT66
              END-READ
              MOVE PRECO-MT66 TO PRECO-E
              DISPLAY I " " NOME-COMPONENTE-W (I) " " PRECO-E
           END-PERFORM.
           MOVE 1 TO CODIGO-W.
           PERFORM UNTIL CODIGO-W = ZEROS
              DISPLAY "CODIGO A ALTERAR (0 = FIM): " WITH NO ADVANCING
              ACCEPT CODIGO-W
              IF CODIGO-W > 0 AND CODIGO-W < 12
                 PERFORM ALTERA-PRECO
              END-IF
           END-PERFORM.

       ALTERA-PRECO SECTION.
           MOVE CODIGO-W TO CODIGO-MT66.
           READ MTD066 INVALID KEY
                INITIALIZE REG-MTD066
                MOVE CODIGO-W TO CODIGO-MT66
                MOVE 0 TO ACHOU-W
           NOT INVALID KEY
                MOVE 1 TO ACHOU-W
           END-READ.
           MOVE NOME-COMPONENTE-W (CODIGO-W) TO DESCRICAO-MT66.
           DISPLAY DESCRICAO-MT66 " - PRECO: " WITH NO ADVANCING.
           ACCEPT PRECO-MT66.
           MOVE DATA-SISTEMA-N TO DATA-ALT-MT66.
           MOVE USUARIO-W      TO USUARIO-MT66.
           IF ACHOU-W = 1
              REWRITE REG-MTD066 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO MTD066: " ST-MTD066
              END-REWRITE
           ELSE
              WRITE REG-MTD066 INVALID KEY
                    DISPLAY "ERRO GRAVANDO MTD066: " ST-MTD066
              END-WRITE.

      *----------------------------------------------------------------
      *    OPCAO 2 - ORCAMENTO
      *----------------------------------------------------------------
       ORCAMENTO SECTION.
           DISPLAY "ALBUM ORIGINAL: " WITH NO ADVANCING.
           ACCEPT ALBUM-W.
           MOVE ALBUM-W TO ALBUM-MT19.
           READ MTD019 INVALID KEY
                DISPLAY "ALBUM NAO ENCONTRADO NO MTD019"
                GO TO ORCAMENTO-FIM
           END-READ.
           DISPLAY NOME-FORM-MT19.
           MOVE ALBUM-W TO ALBUM-MTG.
           READ MTD020 INVALID KEY
                DISPLAY "ALBUM SEM MONTAGEM NO MTD020 - NAO HA O QUE "
                        "REPOR"
                GO TO ORCAMENTO-FIM
           END-READ.
      *    arquivo expurgado aparece agora, nao depois do pagamento
           PERFORM CONFERE-ARQUIVOS.
           IF QT-PRESENTES-W = ZEROS OR QT-AUSENTES-W > ZEROS
              DISPLAY "ARQUIVOS DE ORIGEM EXPURGADOS DO SERVIDOR "
                      "(VID102): " QT-PRESENTES-W " PRESENTE(S), "
                      QT-AUSENTES-W " AUSENTE(S)"
              DISPLAY "REPOSICAO INVIAVEL - NADA FOI GRAVADO"
              GO TO ORCAMENTO-FIM.
           PERFORM PROCURA-ESPELHO.
           IF SEQ-ESPELHO-W = ZEROS
              DISPLAY "SEM ESPELHO APROVADO NO MTD058 - O LAYOUT "
                      "SERA REFEITO (COBRADO)"
           ELSE
              DISPLAY "ESPELHO APROVADO: RODADA " SEQ-ESPELHO-W.
           DISPLAY "TIPO (1-SEGUNDA VIA 2-REPOSICAO POR DANO): "
                   WITH NO ADVANCING.
           ACCEPT TIPO-W.
           IF TIPO-W NOT = 1 AND TIPO-W NOT = 2
              DISPLAY "TIPO INVALIDO"
              GO TO ORCAMENTO-FIM.
           INITIALIZE REG-MTD067.
           DISPLAY "MOTIVO: " WITH NO ADVANCING.
           ACCEPT MOTIVO-MT67.
           MOVE ALBUM-W            TO ALBUM-MT67.
           MOVE TIPO-W             TO TIPO-MT67.
           MOVE DATA-SISTEMA-N     TO DATA-PEDIDO-MT67.
           MOVE QT-ESTOJO-MTG      TO QT-ESTOJO-MT67.
           MOVE QT-ENCADER-MTG     TO QT-ENCADER-MT67.
           MOVE QT-FOLHAS-MTG      TO QT-FOLHAS-MT67.
           MOVE QT-FOTOS-MTG       TO QT-FOTOS-MT67.
           MOVE QT-POSTER-MTG      TO QT-POSTER-MT67.
           MOVE QT-FOTO-CD-MTG     TO QT-FOTO-CD-MT67.
           MOVE QT-MOLDURA-MTG     TO QT-MOLDURA-MT67.
           MOVE QT-DVD-MTG         TO QT-DVD-MT67.
           MOVE QT-PORTA-DVD-MTG   TO QT-PORTA-DVD-MT67.
           MOVE QT-PRESENTES-W     TO QT-ARQUIVOS-MT67.
           MOVE SEQ-ESPELHO-W      TO SEQ-ESPELHO-MT67.
           MOVE 0                  TO SITUACAO-MT67.
           MOVE USUARIO-W          TO USUARIO-MT67.
           PERFORM MONTA-ORCAMENTO.
           IF SEM-PRECO-W > ZEROS
              DISPLAY "ATENCAO: " SEM-PRECO-W " COMPONENTE(S) SEM "
                      "PRECO NA TABELA (OPCAO 1)".
           MOVE VALOR-PEDIDO-W TO VALOR-MT67 VALOR-E.
           DISPLAY "VALOR DA REPOSICAO: " VALOR-E.
           DISPLAY "GRAVA O ORCAMENTO (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S"
              GO TO ORCAMENTO-FIM.
           PERFORM PROXIMO-PEDIDO.
           MOVE PROX-PEDIDO-W TO PEDIDO-MT67.
           WRITE REG-MTD067 INVALID KEY
                 DISPLAY "ERRO GRAVANDO MTD067: " ST-MTD067
                 GO TO ORCAMENTO-FIM
           END-WRITE.
           DISPLAY "PEDIDO " PEDIDO-MT67 " ORCADO".
           PERFORM IMPRIME-ORCAMENTO.
       ORCAMENTO-FIM.
           CONTINUE.

       PROXIMO-PEDIDO SECTION.
           MOVE ZEROS TO PROX-PEDIDO-W.
           MOVE 999999 TO PEDIDO-MT67.
           START MTD067 KEY IS NOT GREATER PEDIDO-MT67 INVALID KEY
                 MOVE "10" TO ST-MTD067
           END-START.
           IF ST-MTD067 NOT = "10"
              READ MTD067 PREVIOUS RECORD AT END
                   MOVE "10" TO ST-MTD067
              NOT AT END
                   MOVE PEDIDO-MT67 TO PROX-PEDIDO-W
              END-READ.
           MOVE SPACES TO ST-MTD067.
           ADD 1 TO PROX-PEDIDO-W.

      *    arquivos do album no manifesto: presentes e ausentes
       CONFERE-ARQUIVOS SECTION.
           MOVE ZEROS   TO QT-PRESENTES-W QT-AUSENTES-W.
           MOVE ALBUM-W TO ALBUM-V102.
           MOVE ZEROS   TO EVENTO-V102 SEQ-ARQ-V102.
           START VID102 KEY IS NOT LESS ALT1-V102 INVALID KEY
                 MOVE "10" TO ST-VID102
           END-START.
           PERFORM UNTIL ST-VID102 = "10"
              READ VID102 NEXT RECORD AT END
                   MOVE "10" TO ST-VID102
              NOT AT END
                   IF ALBUM-V102 NOT = ALBUM-W
                      MOVE "10" TO ST-VID102
                   ELSE
                      IF SITUACAO-V102 = 0
                         ADD 1 TO QT-PRESENTES-W
                      ELSE
                         ADD 1 TO QT-AUSENTES-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-VID102.

      *    ultima rodada aprovada do espelho do album
       PROCURA-ESPELHO SECTION.
           MOVE ZEROS TO SEQ-ESPELHO-W.
           IF ST-MTD058 = "10"
              GO TO PROCURA-ESPELHO-FIM.
           MOVE ALBUM-W TO ALBUM-MT58.
           MOVE ZEROS   TO SEQ-MT58.
           START MTD058 KEY IS NOT LESS CHAVE-MT58 INVALID KEY
                 MOVE "10" TO ST-MTD058
           END-START.
           PERFORM UNTIL ST-MTD058 = "10"
              READ MTD058 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD058
              NOT AT END
                   IF ALBUM-MT58 NOT = ALBUM-W
                      MOVE "10" TO ST-MTD058
                   ELSE
                      IF APROVADO-MT58 = 1
                         MOVE SEQ-MT58 TO SEQ-ESPELHO-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD058.
       PROCURA-ESPELHO-FIM.
           CONTINUE.

      *    quantidades do pedido (REG-MTD067) x tabela MTD066
       MONTA-ORCAMENTO SECTION.
           INITIALIZE TAB-ORCAMENTO.
           MOVE ZEROS TO VALOR-PEDIDO-W SEM-PRECO-W.
           MOVE 1                  TO OR-QTDE (1).
           MOVE QT-ESTOJO-MT67     TO OR-QTDE (2).
           MOVE QT-ENCADER-MT67    TO OR-QTDE (3).
           MOVE QT-FOLHAS-MT67     TO OR-QTDE (4).
           MOVE QT-FOTOS-MT67      TO OR-QTDE (5).
           MOVE QT-POSTER-MT67     TO OR-QTDE (6).
           MOVE QT-FOTO-CD-MT67    TO OR-QTDE (7).
           MOVE QT-MOLDURA-MT67    TO OR-QTDE (8).
           MOVE QT-DVD-MT67        TO OR-QTDE (9).
           MOVE QT-PORTA-DVD-MT67  TO OR-QTDE (10).
           IF SEQ-ESPELHO-MT67 = ZEROS
              MOVE 1 TO OR-QTDE (11).
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 11
              IF OR-QTDE (I) > ZEROS
                 MOVE I TO CODIGO-MT66
                 READ MTD066 INVALID KEY
                      MOVE ZEROS TO PRECO-MT66
                 END-READ
                 IF PRECO-MT66 = ZEROS
                    ADD 1 TO SEM-PRECO-W
                 END-IF
                 MOVE PRECO-MT66 TO OR-PRECO (I)
                 COMPUTE OR-VALOR (I) = OR-QTDE (I) * OR-PRECO (I)
                 ADD OR-VALOR (I) TO VALOR-PEDIDO-W
              END-IF
           END-PERFORM.

       IMPRIME-ORCAMENTO SECTION.
           OPEN OUTPUT RELAT.
           MOVE "ORCAMENTO DE REPOSICAO DE ALBUM" TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "COMPONENTE"     TO CAB02-TEXTO (1: 10).
           MOVE "QTDE"           TO CAB02-TEXTO (27: 4).
           MOVE "PRECO UNIT."    TO CAB02-TEXTO (35: 11).
           MOVE "VALOR"          TO CAB02-TEXTO (56: 5).
           PERFORM CABECALHO.
           MOVE "PEDIDO"         TO LINDET-REL (1: 6).
           MOVE PEDIDO-MT67      TO LINDET-REL (8: 6).
           MOVE "ALBUM"          TO LINDET-REL (16: 5).
           MOVE ALBUM-MT67       TO LINDET-REL (22: 8).
           MOVE NOME-FORM-MT19   TO LINDET-REL (32: 30).
           IF TIPO-MT67 = 1
              MOVE "SEGUNDA VIA"  TO LINDET-REL (64: 11)
           ELSE
              MOVE "REPOSICAO"    TO LINDET-REL (64: 9).
           PERFORM IMPRIME-LINDET.
           MOVE "MOTIVO"         TO LINDET-REL (1: 6).
           MOVE MOTIVO-MT67      TO LINDET-REL (8: 30).
           MOVE "ARQUIVOS NO SERVIDOR" TO LINDET-REL (40: 20).
           MOVE QT-ARQUIVOS-MT67 TO LINDET-REL (61: 5).
           IF SEQ-ESPELHO-MT67 = ZEROS
              MOVE "SEM ESPELHO APROVADO" TO LINDET-REL (68: 20)
           ELSE
              MOVE "ESPELHO RODADA"  TO LINDET-REL (68: 14)
              MOVE SEQ-ESPELHO-MT67  TO LINDET-REL (83: 2).
           PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-LINDET.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 11
              IF OR-QTDE (I) > ZEROS
                 MOVE NOME-COMPONENTE-W (I) TO LINDET-REL (1: 20)
                 MOVE OR-QTDE (I)  TO QT-E
                 MOVE QT-E         TO LINDET-REL (26: 5)
                 MOVE OR-PRECO (I) TO PRECO-E
                 MOVE PRECO-E      TO LINDET-REL (35: 10)
                 MOVE OR-VALOR (I) TO VALOR-E
                 MOVE VALOR-E      TO LINDET-REL (48: 13)
                 IF OR-PRECO (I) = ZEROS
                    MOVE "SEM PRECO NA TABELA" TO LINDET-REL (64: 19)
                 END-IF
                 PERFORM IMPRIME-LINDET
              END-IF
           END-PERFORM.
           MOVE "TOTAL"          TO LINDET-REL (1: 5).
           MOVE VALOR-MT67       TO VALOR-E.
           MOVE VALOR-E          TO LINDET-REL (48: 13).
           PERFORM IMPRIME-LINDET.
           IF ST-MTD060 NOT = "10"
              PERFORM IMPRIME-LINDET
              MOVE "MATERIAIS PELA FICHA TECNICA (MTD060)"
                   TO LINDET-REL (1: 37)
              PERFORM IMPRIME-LINDET
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                 PERFORM IMPRIME-MATERIAL
              END-PERFORM.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

      *    consumo = quantidade do album x qt por unidade, com a perda
       IMPRIME-MATERIAL SECTION.
           MOVE I TO CODIGO-MT60.
           READ MTD060 INVALID KEY
                GO TO IMPRIME-MATERIAL-FIM
           END-READ.
           EVALUATE I
               WHEN 1 MOVE QT-ESTOJO-MT67    TO QT-MATERIAL-W
               WHEN 2 MOVE QT-ENCADER-MT67   TO QT-MATERIAL-W
               WHEN 3 MOVE QT-FOLHAS-MT67    TO QT-MATERIAL-W
               WHEN 4 MOVE QT-MOLDURA-MT67   TO QT-MATERIAL-W
               WHEN 5 MOVE QT-PORTA-DVD-MT67 TO QT-MATERIAL-W
           END-EVALUATE.
           IF QT-MATERIAL-W = ZEROS
              GO TO IMPRIME-MATERIAL-FIM.
           COMPUTE QT-MATERIAL-W ROUNDED = QT-MATERIAL-W
                   * QT-POR-UNIDADE-MT60
                   * (100 + PERC-PERDA-MT60) / 100.
           MOVE NOME-MATERIAL-W (I) TO LINDET-REL (3: 12).
           MOVE QT-MATERIAL-W       TO QT-MAT-E.
           MOVE QT-MAT-E            TO LINDET-REL (26: 10).
           PERFORM IMPRIME-LINDET.
       IMPRIME-MATERIAL-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 3 - APROVACAO / CANCELAMENTO DO ORCAMENTO
      *----------------------------------------------------------------
       APROVACAO SECTION.
           DISPLAY "PEDIDO: " WITH NO ADVANCING.
           ACCEPT PEDIDO-W.
           MOVE PEDIDO-W TO PEDIDO-MT67.
           READ MTD067 INVALID KEY
                DISPLAY "PEDIDO NAO ENCONTRADO"
                GO TO APROVACAO-FIM
           END-READ.
           IF SITUACAO-MT67 NOT = 0
              DISPLAY "PEDIDO NAO ESTA ORCADO"
              GO TO APROVACAO-FIM.
           MOVE VALOR-MT67 TO VALOR-E.
           DISPLAY "ALBUM " ALBUM-MT67 " - VALOR " VALOR-E.
           DISPLAY "1-APROVADO PELO CLIENTE  2-CANCELA: "
                   WITH NO ADVANCING.
           ACCEPT TIPO-W.
           IF TIPO-W = 2
              MOVE 9         TO SITUACAO-MT67
              MOVE USUARIO-W TO USUARIO-MT67
              PERFORM REGRAVA-PEDIDO
              DISPLAY "ORCAMENTO CANCELADO"
              GO TO APROVACAO-FIM.
           IF TIPO-W NOT = 1
              GO TO APROVACAO-FIM.
      *    os arquivos podem ter sido expurgados desde o orcamento
           MOVE ALBUM-MT67 TO ALBUM-W.
           PERFORM CONFERE-ARQUIVOS.
           IF QT-PRESENTES-W = ZEROS OR QT-AUSENTES-W > ZEROS
              DISPLAY "ARQUIVOS DE ORIGEM EXPURGADOS DESDE O "
                      "ORCAMENTO - CANCELE O PEDIDO"
              GO TO APROVACAO-FIM.
           IF VALOR-MT67 = ZEROS
              DISPLAY "PEDIDO SEM VALOR - REFACA O ORCAMENTO"
              GO TO APROVACAO-FIM.
           PERFORM FATURA-PEDIDO.
           IF ERRO-W = 1
              MOVE 0 TO ERRO-W
              GO TO APROVACAO-FIM.
           PERFORM GERA-OS-REPOSICAO.
           MOVE 1              TO SITUACAO-MT67.
           MOVE DATA-SISTEMA-N TO DATA-APROVACAO-MT67.
           MOVE QT-PARC-W      TO QT-PARC-MT67.
           MOVE USUARIO-W      TO USUARIO-MT67.
           PERFORM REGRAVA-PEDIDO.
           DISPLAY "PEDIDO APROVADO - OS " OS-MT67 " NO LABORATORIO".
       APROVACAO-FIM.
           CONTINUE.

       REGRAVA-PEDIDO SECTION.
           REWRITE REG-MTD067 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO MTD067: " ST-MTD067
           END-REWRITE.

      *    parcelas no RCD101 com ORIGEM 3 e NUMERO = pedido
       FATURA-PEDIDO SECTION.
           MOVE EMPRESA-W      TO CAP022-EMPRESA.
           MOVE "CR"           TO CAP022-MODULO.
           MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO.
           CALL "CAP022" USING PARAMETROS-CAP022.
           IF CAP022-MES-FECHADO
              DISPLAY "MES FECHADO P/ O CONTAS A RECEBER - "
                      "LIBERE NO CAP021"
              MOVE 1 TO ERRO-W
              GO TO FATURA-PEDIDO-FIM.
           DISPLAY "QUANTIDADE DE PARCELAS.....: " WITH NO ADVANCING.
           ACCEPT QT-PARC-W.
           DISPLAY "1O VENCIMENTO (AAAAMMDD)...: " WITH NO ADVANCING.
           ACCEPT VENCTO1-W.
           DISPLAY "MEIO (1-CHEQUE 2-MOEDA 4-DUPL 5-DEB.AUT "
                   "6-CARTAO 7-PIX): " WITH NO ADVANCING.
           ACCEPT TIPO-PARC-W.
           IF QT-PARC-W = ZEROS OR VENCTO1-W < DATA-SISTEMA-N
              OR TIPO-PARC-W = 0 OR TIPO-PARC-W = 3
              OR TIPO-PARC-W = 8 OR TIPO-PARC-W = 9
              DISPLAY "PARCELAMENTO INVALIDO - NADA FOI GRAVADO"
              MOVE 1 TO ERRO-W
              GO TO FATURA-PEDIDO-FIM.
           DIVIDE VALOR-MT67 BY QT-PARC-W GIVING VLR-PARCELA-W.
           COMPUTE VLR-ULT-PARC-W = VALOR-MT67
                   - (VLR-PARCELA-W * (QT-PARC-W - 1)).
           MOVE VENCTO1-W TO VENCTO-PARC-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-PARC-W
              PERFORM GERA-PARCELA-PEDIDO
              PERFORM AVANCA-VENCIMENTO
           END-PERFORM.
       FATURA-PEDIDO-FIM.
           CONTINUE.

       GERA-PARCELA-PEDIDO SECTION.
           INITIALIZE REG-RCD101.
           MOVE ALBUM-MT67    TO ALBUM-REC1.
           MOVE VENCTO-PARC-W TO VENCTO-REC1.
           MOVE ZEROS         TO BANCO-REC1.
           MOVE PEDIDO-MT67   TO NUMERO-REC1.
           MOVE I             TO PARCELA-REC1.
           MOVE TIPO-PARC-W   TO TIPO-REC1.
           MOVE QT-PARC-W     TO QT-PARCELA-REC1.
           MOVE "3"           TO ORIGEM-REC1.
           IF I = QT-PARC-W
              MOVE VLR-ULT-PARC-W TO VALOR-REC1
           ELSE
              MOVE VLR-PARCELA-W  TO VALOR-REC1.
           WRITE REG-RCD101 INVALID KEY
                 DISPLAY "ERRO GRAVANDO RCD101: " ST-RCD101
           END-WRITE.
           MOVE VENCTO-PARC-W TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE VALOR-REC1 TO VALOR-E.
           DISPLAY "  PARCELA " PARCELA-REC1 " VENCE " DATA-E " "
                   VALOR-E.

       AVANCA-VENCIMENTO SECTION.
           MOVE VENCTO-PARC-W TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DDMMAA.
           MOVE 30 TO GRDIAS-NUM-DIAS.
           CALL "GRADAY1" USING PARAMETROS-GRADAY1.
           MOVE DDMMAA TO DATA-INVERTE-W.
           CALL "GRIDAT2" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO VENCTO-PARC-W.

      *    OS do laboratorio com as quantidades do album original,
      *    numerada em sequencia com as do LBP107
       GERA-OS-REPOSICAO SECTION.
           MOVE ZEROS TO PROX-OS-W OS-LB107.
           START LBD107 KEY IS NOT LESS OS-LB107 INVALID KEY
                 MOVE "10" TO ST-LBD107
           END-START.
           PERFORM UNTIL ST-LBD107 = "10"
              READ LBD107 NEXT RECORD AT END
                   MOVE "10" TO ST-LBD107
              NOT AT END
                   MOVE OS-LB107 TO PROX-OS-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-LBD107.
           ADD 1 TO PROX-OS-W.
           INITIALIZE REG-LBD107.
           MOVE PROX-OS-W       TO OS-LB107.
           MOVE ALBUM-MT67      TO ALBUM-LB107.
           MOVE DATA-SISTEMA-N  TO DATA-GERACAO-LB107.
           MOVE QT-FOTOS-MT67   TO QFOTOS-LB107.
           MOVE QT-POSTER-MT67  TO QPOSTER-LB107.
           MOVE QT-FOTO-CD-MT67 TO QFOTO-CD-LB107.
           MOVE QT-DVD-MT67     TO QDVD-LB107.
           MOVE 1               TO ETAPA-LB107.
           MOVE DATA-SISTEMA-N  TO DATA-ETAPA-LB107 (1).
           MOVE "R"             TO ORIGEM-LB107.
           MOVE PEDIDO-MT67     TO PEDIDO-REPOS-LB107.
           WRITE REG-LBD107 INVALID KEY
                 DISPLAY "ERRO GRAVANDO LBD107: " ST-LBD107
           END-WRITE.
           MOVE PROX-OS-W TO OS-MT67.

      *----------------------------------------------------------------
      *    OPCAO 4 - PEDIDO NO ROMANEIO DE ENTREGA
      *----------------------------------------------------------------
       INCLUI-ROMANEIO SECTION.
           DISPLAY "PEDIDO: " WITH NO ADVANCING.
           ACCEPT PEDIDO-W.
           MOVE PEDIDO-W TO PEDIDO-MT67.
           READ MTD067 INVALID KEY
                DISPLAY "PEDIDO NAO ENCONTRADO"
                GO TO INCLUI-ROMANEIO-FIM
           END-READ.
           IF SITUACAO-MT67 NOT = 1
              DISPLAY "PEDIDO NAO ESTA EM PRODUCAO"
              GO TO INCLUI-ROMANEIO-FIM.
           MOVE OS-MT67 TO OS-LB107.
           READ LBD107 INVALID KEY
                DISPLAY "OS " OS-MT67 " NAO ENCONTRADA NO LBD107"
                GO TO INCLUI-ROMANEIO-FIM
           END-READ.
           IF ETAPA-LB107 NOT = 5
              DISPLAY "OS " OS-MT67 " AINDA NAO LIBERADA P/ MONTAGEM"
              GO TO INCLUI-ROMANEIO-FIM.
           DISPLAY "ROMANEIO (ABERTO, DO MTP051): " WITH NO ADVANCING.
           ACCEPT ROMANEIO-W.
           MOVE ROMANEIO-W TO ROMANEIO-MT51.
           READ MTD051 INVALID KEY
                DISPLAY "ROMANEIO NAO ENCONTRADO"
                GO TO INCLUI-ROMANEIO-FIM
           END-READ.
           IF SITUACAO-MT51 NOT = 0
              DISPLAY "ROMANEIO JA FECHADO"
              GO TO INCLUI-ROMANEIO-FIM.
           INITIALIZE REG-MTD052.
           MOVE ROMANEIO-W  TO ROMANEIO-MT52.
           MOVE ALBUM-MT67  TO ALBUM-MT52.
           MOVE 0           TO RESULTADO-MT52.
           MOVE "REPOSICAO PEDIDO" TO OBS-MT52 (1: 16).
           MOVE PEDIDO-MT67 TO OBS-MT52 (18: 6).
           WRITE REG-MTD052 INVALID KEY
                 DISPLAY "ALBUM JA ESTA NESSE ROMANEIO"
                 GO TO INCLUI-ROMANEIO-FIM
           END-WRITE.
           ADD 1 TO QT-ALBUNS-MT51.
           REWRITE REG-MTD051 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO MTD051: " ST-MTD051
           END-REWRITE.
           MOVE 2          TO SITUACAO-MT67.
           MOVE ROMANEIO-W TO ROMANEIO-MT67.
           MOVE USUARIO-W  TO USUARIO-MT67.
           PERFORM REGRAVA-PEDIDO.
           DISPLAY "PEDIDO " PEDIDO-MT67 " NO ROMANEIO " ROMANEIO-W.
       INCLUI-ROMANEIO-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 5 - VOLUME E FATURAMENTO NO PERIODO
      *----------------------------------------------------------------
       RELATORIO-PERIODO SECTION.
           DISPLAY "PEDIDOS DE (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-INI-W.
           DISPLAY "PEDIDOS ATE (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-FIM-W.
           INITIALIZE TOTAIS-TIPO-W.
           OPEN OUTPUT RELAT.
           MOVE "REPOSICOES/SEGUNDAS VIAS NO PERIODO" TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "PEDIDO"         TO CAB02-TEXTO (1: 6).
           MOVE "DATA"           TO CAB02-TEXTO (9: 4).
           MOVE "ALBUM"          TO CAB02-TEXTO (20: 5).
           MOVE "TIPO"           TO CAB02-TEXTO (30: 4).
           MOVE "SITUACAO"       TO CAB02-TEXTO (43: 8).
           MOVE "VALOR"          TO CAB02-TEXTO (64: 5).
           MOVE "RECEBIDO"       TO CAB02-TEXTO (78: 8).
           MOVE DATA-INI-W TO DATA-PEDIDO-MT67.
           MOVE ZEROS      TO PEDIDO-MT67.
           START MTD067 KEY IS NOT LESS ALT2-MT67 INVALID KEY
                 MOVE "10" TO ST-MTD067
           END-START.
           PERFORM UNTIL ST-MTD067 = "10"
              READ MTD067 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD067
              NOT AT END
                   IF DATA-PEDIDO-MT67 > DATA-FIM-W
                      MOVE "10" TO ST-MTD067
                   ELSE
                      PERFORM IMPRIME-PEDIDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD067.
           IF PAG-W = ZEROS
              PERFORM CABECALHO.
           PERFORM IMPRIME-LINDET.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 2
              IF I = 1
                 MOVE "SEGUNDA VIA"  TO LINDET-REL (1: 11)
              ELSE
                 MOVE "REPOSICAO"    TO LINDET-REL (1: 9)
              END-IF
              MOVE "PEDIDOS"         TO LINDET-REL (14: 7)
              MOVE TT-PEDIDOS (I)    TO QT-E
              MOVE QT-E              TO LINDET-REL (22: 5)
              MOVE "CANCEL."         TO LINDET-REL (28: 7)
              MOVE TT-CANCELADOS (I) TO QT-E
              MOVE QT-E              TO LINDET-REL (36: 5)
              MOVE "ENTREG."         TO LINDET-REL (42: 7)
              MOVE TT-ENTREGUES (I)  TO QT-E
              MOVE QT-E              TO LINDET-REL (50: 5)
              MOVE TT-VALOR (I)      TO VALOR-E
              MOVE VALOR-E           TO LINDET-REL (56: 13)
              MOVE TT-RECEBIDO (I)   TO VALOR-E
              MOVE VALOR-E           TO LINDET-REL (73: 13)
              PERFORM IMPRIME-LINDET
           END-PERFORM.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

      *    entrega vem do resultado do item no romaneio (MTP051);
      *    valor e recebido so dos pedidos aprovados
       IMPRIME-PEDIDO SECTION.
           MOVE TIPO-MT67 TO I.
           IF I < 1 OR I > 2
              MOVE 1 TO I.
           ADD 1 TO TT-PEDIDOS (I).
           IF SITUACAO-MT67 = 2
              MOVE ROMANEIO-MT67 TO ROMANEIO-MT52
              MOVE ALBUM-MT67    TO ALBUM-MT52
              READ MTD052 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   IF RESULTADO-MT52 = 1
                      MOVE 3                TO SITUACAO-MT67
                      MOVE DATA-RESULT-MT52 TO DATA-ENTREGA-MT67
                      PERFORM REGRAVA-PEDIDO
                   END-IF
              END-READ.
           MOVE ZEROS TO RECEBIDO-W.
           IF SITUACAO-MT67 = 9
              ADD 1 TO TT-CANCELADOS (I)
           ELSE
              IF SITUACAO-MT67 > 0
                 PERFORM SOMA-RECEBIDO
                 ADD VALOR-MT67 TO TT-VALOR (I)
                 ADD RECEBIDO-W TO TT-RECEBIDO (I)
              END-IF
              IF SITUACAO-MT67 = 3
                 ADD 1 TO TT-ENTREGUES (I)
              END-IF
           END-IF.
           MOVE PEDIDO-MT67      TO LINDET-REL (1: 6).
           MOVE DATA-PEDIDO-MT67 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W   TO DATA-E.
           MOVE DATA-E           TO LINDET-REL (9: 10).
           MOVE ALBUM-MT67       TO LINDET-REL (20: 8).
           IF TIPO-MT67 = 1
              MOVE "SEGUNDA VIA" TO LINDET-REL (30: 11)
           ELSE
              MOVE "REPOSICAO"   TO LINDET-REL (30: 9).
           IF SITUACAO-MT67 = 9
              MOVE "CANCELADO"   TO LINDET-REL (43: 12)
           ELSE
              MOVE NOME-SITUACAO-W (SITUACAO-MT67 + 1)
                   TO LINDET-REL (43: 12).
           MOVE VALOR-MT67       TO VALOR-E.
           MOVE VALOR-E          TO LINDET-REL (56: 13).
           IF SITUACAO-MT67 > 0 AND SITUACAO-MT67 < 9
              MOVE RECEBIDO-W    TO VALOR-E
              MOVE VALOR-E       TO LINDET-REL (73: 13).
           PERFORM IMPRIME-LINDET.

       SOMA-RECEBIDO SECTION.
           MOVE ALBUM-MT67 TO ALBUM-REC1.
           START RCD101 KEY IS NOT LESS CHAVE-ALBUM-REC1 INVALID KEY
                 MOVE "10" TO ST-RCD101
           END-START.
           PERFORM UNTIL ST-RCD101 = "10"
              READ RCD101 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD101
              NOT AT END
                   IF ALBUM-REC1 NOT = ALBUM-MT67
                      MOVE "10" TO ST-RCD101
                   ELSE
                      IF ORIGEM-REPOSICAO-REC1
                         AND NUMERO-REC1 = PEDIDO-MT67
                         AND DTA-BAIXA-REC1 NOT = ZEROS
                         ADD VALOR-REC1 TO RECEBIDO-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD101.

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
           CLOSE MTD066 MTD067 RCD101 LBD107 MTD051 MTD052 MTD019
                 MTD020 MTD058 MTD060 VID102.

       END PROGRAM MTP064.
