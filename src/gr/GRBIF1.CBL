       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRBIF1.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: ALIMENTACAO NOTURNA DO BI, PASSO DA CADEIA DO GER003
      *        ("GRBIF1 <EMPRESA>", ARQUIVO DE SITUACAO GRBIFL).
      *        GERA ARQUIVOS .CSV (GRCSV) NA PASTA DA EMPRESA, COM
      *        LINHA DE CABECALHO E PONTO COMO SEPARADOR DECIMAL:
      *        FATOS     - BIVENDA (VENDAS DE ALBUM - RCD100)
      *                    BIRECEB (RECEBIMENTOS - RCD101 BAIXADOS
      *                             E CRD020 PAGOS)
      *                    BICAIXA (MOVIMENTO DE CAIXA - CXD100)
      *                    BIPRODU (ETAPAS DE PRODUCAO - MTD020 E
      *                             LBD107)
      *                    BIEVENT (EVENTOS - COD060)
      *        DIMENSOES - BICONTR (CONTRATOS - COD040)
      *                    BIVENDE (VENDEDORES E REPRESENTANTES -
      *                             CGD001)
      *                    BICIDAD (CIDADES - CAD010)
      *                    BIINSTI (INSTITUICOES - IED010)
      *                    BICONTA (CONTAS REDUZIDAS - CXD020)
      *        TODA LINHA COMECA POR CHAVE ESTAVEL, DATA DE ALTERACAO
      *        E SITUACAO (A-ATIVA  E-EXCLUIDA). A DATA SAI DO GRD040,
      *        QUE GUARDA O HASH DE CADA LINHA: LINHA NOVA OU QUE
      *        MUDOU GANHA A DATA DO DIA, E A QUE SUMIU DA ORIGEM SAI
      *        COMO "E" UMA VEZ (COLUNAS VAZIAS) - O BI CARREGA SO O
      *        QUE TEM DATA DE ALTERACAO MAIOR QUE A ULTIMA CARGA.
      *        SE A LEITURA DA ORIGEM DEU ERRO AS EXCLUSOES NAO SAO
      *        MARCADAS, P/ NAO APAGAR NO BI O QUE SO NAO FOI LIDO.
      *        NO BIPRODU A ETAPA DEPENDE DA ORIGEM: MT = FOGO-MTG
      *        (0-MONTAGEM 1-VENDIDO 8-VEND-FOGO 9-FOGO), LB = ETAPA
      *        DO LABORATORIO (1 A 5).
      *        BICTRL.CSV - CONTROLE DA RODADA, UMA LINHA POR ARQUIVO
      *        COM REGISTROS, NOVOS, ALTERADOS, EXCLUIDOS, TOTAL DE
      *        CONTROLE (SOMA DA COLUNA DE VALOR/QUANTIDADE DAS
      *        LINHAS ATIVAS) E LINHAS CORTADAS NO LIMITE DO .CSV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GRVX040.
           COPY RCPX100.
           COPY RCPX101.
           COPY CRPX020.
           COPY CXPX100.
           COPY MTPX020.
           COPY LBPX107.
           COPY COPX060.
           COPY COPX040.
           COPY CGPX001.
           COPY CAPX010.
           COPY IEPX010.
           COPY CXPX020.
           SELECT CTLLOG ASSIGN TO PATH-CTLLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-CTLLOG.

       DATA DIVISION.
       FILE SECTION.
           COPY GRVW040.
           COPY RCPW100.
           COPY RCPW101.
           COPY CRPW020.
           COPY CXPW100.
           COPY MTPW020.
           COPY LBPW107.
           COPY COPW060.
           COPY COPW040.
           COPY CGPW001.
           COPY CAPW010.
           COPY IEPW010.
           COPY CXPW020.
       FD  CTLLOG
           LABEL RECORD IS OMITTED.
       01  REG-CTLLOG               PIC X(80).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-GRD040             PIC XX       VALUE SPACES.
           05  ST-RCD100             PIC XX       VALUE SPACES.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-MTD020             PIC XX       VALUE SPACES.
           05  ST-LBD107             PIC XX       VALUE SPACES.
           05  ST-COD060             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CAD010             PIC XX       VALUE SPACES.
           05  ST-IED010             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CTLLOG             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  CTLLOG-OK-W           PIC 9        VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  QT-ERRO-W             PIC 9(3)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  FIM-GRD040-W          PIC 9        VALUE ZEROS.
           05  TAM-W                 PIC 9(3)     VALUE ZEROS.
           05  BRANCOS-W             PIC 9(3)     VALUE ZEROS.
           05  PTR-W                 PIC 9(3)     VALUE ZEROS.
           05  PTR-LINHA-W           PIC 9(3)     VALUE ZEROS.
           05  TRUNCOU-W             PIC 9        VALUE ZEROS.
           05  HASH-W                PIC 9(18)    VALUE ZEROS.
           05  CAMPO-TEXTO-W         PIC X(40)    VALUE SPACES.
           05  CAMPO-NUM-W           PIC S9(18)   VALUE ZEROS.
           05  CAMPO-VALOR-W         PIC S9(12)V99 VALUE ZEROS.
           05  VALOR-CTRL-W          PIC S9(12)V99 VALUE ZEROS.
           05  NUM-E                 PIC -(18)9.
           05  VALOR-E               PIC -(12)9,99.
           05  TOTAL-E               PIC -(14)9,99.
           05  QT-E                  PIC Z(8)9.

      *    arquivo do BI que esta sendo gerado e seus contadores
       01  ARQUIVO-ATUAL-W.
           05  ARQUIVO-BI-W          PIC X(8)     VALUE SPACES.
           05  QT-COLUNAS-W          PIC 9(3)     VALUE ZEROS.
           05  SAIDA-ABERTA-W        PIC 9        VALUE ZEROS.
           05  ERRO-FONTE-W          PIC 9        VALUE ZEROS.
           05  QT-REG-W              PIC 9(9)     VALUE ZEROS.
           05  QT-NOVOS-W            PIC 9(9)     VALUE ZEROS.
           05  QT-ALTER-W            PIC 9(9)     VALUE ZEROS.
           05  QT-EXCL-W             PIC 9(9)     VALUE ZEROS.
           05  QT-CORTADAS-W         PIC 9(9)     VALUE ZEROS.
           05  TOTAL-CTRL-W          PIC S9(14)V99 VALUE ZEROS.
       01  CABECALHO-W               PIC X(200)   VALUE SPACES.

      *    linha do .CSV: chave, data de alteracao, situacao e as
      *    colunas de dados (o hash e calculado sobre as colunas)
       01  CHAVE-BI-W                PIC X(30)    VALUE SPACES.
       01  DATA-LINHA-W              PIC 9(8)     VALUE ZEROS.
       01  SIT-LINHA-W               PIC X        VALUE SPACES.
       01  LINHA-DADOS-W             PIC X(160)   VALUE SPACES.
       01  RED-LINHA-DADOS REDEFINES LINHA-DADOS-W.
           05  PAR-DADOS-W OCCURS 80 PIC X(2) COMP-X.
       01  LINHA-W                   PIC X(200)   VALUE SPACES.

      *    controle da rodada, gravado no BICTRL no fim
       01  TAB-CONTROLE.
           05  QT-CTRL-W             PIC 9(2)     VALUE ZEROS.
           05  CTRL-OCO OCCURS 10.
               10  CTRL-ARQUIVO-W    PIC X(8).
               10  CTRL-REG-W        PIC 9(9).
               10  CTRL-NOVOS-W      PIC 9(9).
               10  CTRL-ALTER-W      PIC 9(9).
               10  CTRL-EXCL-W       PIC 9(9).
               10  CTRL-CORTADAS-W   PIC 9(9).
               10  CTRL-TOTAL-W      PIC S9(14)V99.
               10  CTRL-SITUACAO-W   PIC X(4).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).
       01  HORA-SISTEMA-W            PIC 9(8)     VALUE ZEROS.
       01  HORA-INICIO-W             PIC 9(8)     VALUE ZEROS.

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CTLLOG       PIC X(60)    VALUE SPACES.
           05  PATH-GRD040       PIC X(60)    VALUE SPACES.
           05  PATH-RCD100       PIC X(60)    VALUE SPACES.
           05  PATH-RCD101       PIC X(60)    VALUE SPACES.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-CXD100       PIC X(60)    VALUE SPACES.
           05  PATH-MTD020       PIC X(60)    VALUE SPACES.
           05  PATH-LBD107       PIC X(60)    VALUE SPACES.
           05  PATH-COD060       PIC X(60)    VALUE SPACES.
           05  PATH-COD040       PIC X(60)    VALUE SPACES.
           05  PATH-CGD001       PIC X(60)    VALUE SPACES.
           05  PATH-CAD010       PIC X(60)    VALUE SPACES.
           05  PATH-IED010       PIC X(60)    VALUE SPACES.
           05  PATH-CXD020       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  PARAMETROS-GRCSV.
           05  GRCSV-EMPRESA     PIC X(3).
           05  GRCSV-ARQUIVO     PIC X(8).
           05  GRCSV-ACAO        PIC 9(1).
           05  GRCSV-LINHA       PIC X(200).
           05  GRCSV-RETORNO     PIC 9(1).

      *    linha de situacao no padrao do CXP040L (data na 21 e
      *    situacao na 47) - e o que o GER003 confere p/ dar o
      *    passo como OK
       01  LINHA-CTLLOG.
           05  FILLER               PIC X(08)    VALUE "EMPRESA ".
           05  EMP-CTL-E            PIC X(03).
           05  FILLER               PIC X(03)    VALUE SPACES.
           05  FILLER               PIC X(06)    VALUE "DATA: ".
           05  DATA-CTL-E           PIC 9(08).
           05  FILLER               PIC X(03)    VALUE SPACES.
           05  FILLER               PIC X(06)    VALUE "HORA: ".
           05  HORA-CTL-E           PIC 9(06).
           05  FILLER               PIC X(03)    VALUE SPACES.
           05  SITUACAO-CTL-E       PIC X(30)    VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM GERA-FATOS
              PERFORM GERA-DIMENSOES
              PERFORM GRAVA-CONTROLE
              PERFORM FINALIZA-PROGRAMA.
           PERFORM GRAVA-SITUACAO.
           STOP RUN.

      *    Desatendido: a empresa vem da linha de comando, do jeito
      *    que o GER003 chama os passos da cadeia
       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           ACCEPT HORA-INICIO-W FROM TIME.
           MOVE EMPRESA-W TO GRPATH-EMPRESA GRCSV-EMPRESA.
           MOVE "GRBIFL"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CTLLOG.
           OPEN EXTEND CTLLOG.
           IF ST-CTLLOG = "35"
              OPEN OUTPUT CTLLOG
              CLOSE       CTLLOG
              OPEN EXTEND CTLLOG.
           IF ST-CTLLOG < "10"
              MOVE 1 TO CTLLOG-OK-W.
           MOVE "GRD040" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-GRD040.
           OPEN I-O GRD040.
           IF ST-GRD040 = "35"
              CLOSE GRD040      OPEN OUTPUT GRD040
              CLOSE GRD040      OPEN I-O GRD040.
           IF ST-GRD040 > "09"
              DISPLAY "ERRO ABERTURA GRD040: " ST-GRD040
              MOVE 1 TO ERRO-W.

       GERA-FATOS SECTION.
           MOVE "BIVENDA" TO ARQUIVO-BI-W.
           MOVE 12        TO QT-COLUNAS-W.
           MOVE SPACES    TO CABECALHO-W.
           STRING "CHAVE,DATA_ALTERACAO,SITUACAO,ALBUM,CONTRATO,"
                  "DATA_MOVTO,DATA_VENDA,VENDEDOR,VISITA,QT_FOTOS,"
                  "QT_FOLHAS,QT_DVD,QT_POSTER,VALOR_TOTAL,"
                  "VALOR_DEFINITIVO" DELIMITED BY SIZE
                  INTO CABECALHO-W.
           PERFORM INICIA-SAIDA.
           PERFORM LE-RCD100.
           PERFORM TERMINA-SAIDA.

           MOVE "BIRECEB" TO ARQUIVO-BI-W.
           MOVE 9         TO QT-COLUNAS-W.
           MOVE SPACES    TO CABECALHO-W.
           STRING "CHAVE,DATA_ALTERACAO,SITUACAO,ORIGEM,CLIENTE,"
                  "VENCIMENTO,DATA_RECEBIMENTO,VALOR,TIPO,PARCELA,"
                  "PORTADOR,VENDEDOR" DELIMITED BY SIZE
                  INTO CABECALHO-W.
           PERFORM INICIA-SAIDA.
           PERFORM LE-RCD101.
           PERFORM LE-CRD020.
           PERFORM TERMINA-SAIDA.

           MOVE "BICAIXA" TO ARQUIVO-BI-W.
           MOVE 10        TO QT-COLUNAS-W.
           MOVE SPACES    TO CABECALHO-W.
           STRING "CHAVE,DATA_ALTERACAO,SITUACAO,DATA_MOVTO,SEQ,"
                  "TIPO_LCTO,NATUREZA,HISTORICO,DOCUMENTO,VALOR,"
                  "CONTA_REDUZIDA,CONTA_PARTIDA,SEQ_DESMEMBRA"
                  DELIMITED BY SIZE INTO CABECALHO-W.
           PERFORM INICIA-SAIDA.
           PERFORM LE-CXD100.
           PERFORM TERMINA-SAIDA.

           MOVE "BIPRODU" TO ARQUIVO-BI-W.
           MOVE 9         TO QT-COLUNAS-W.
           MOVE SPACES    TO CABECALHO-W.
           STRING "CHAVE,DATA_ALTERACAO,SITUACAO,ORIGEM,DOCUMENTO,"
                  "ALBUM,CONTRATO,ETAPA,POSSE,DATA_INICIO,"
                  "DATA_ETAPA,QT_FOTOS" DELIMITED BY SIZE
                  INTO CABECALHO-W.
           PERFORM INICIA-SAIDA.
           PERFORM LE-MTD020.
           PERFORM LE-LBD107.
           PERFORM TERMINA-SAIDA.

           MOVE "BIEVENT" TO ARQUIVO-BI-W.
           MOVE 11        TO QT-COLUNAS-W.
           MOVE SPACES    TO CABECALHO-W.
           STRING "CHAVE,DATA_ALTERACAO,SITUACAO,CONTRATO,ITEM,"
                  "COD_EVENTO,DATA_SOLICITACAO,DATA_REALIZACAO,"
                  "CIDADE,PARTICIPANTES,EQUIPE,APROVACAO,"
                  "DATA_CANCELAMENTO,LOCAL" DELIMITED BY SIZE
                  INTO CABECALHO-W.
           PERFORM INICIA-SAIDA.
           PERFORM LE-COD060.
           PERFORM TERMINA-SAIDA.

       GERA-DIMENSOES SECTION.
           MOVE "BICONTR" TO ARQUIVO-BI-W.
           MOVE 11        TO QT-COLUNAS-W.
           MOVE SPACES    TO CABECALHO-W.
           STRING "CHAVE,DATA_ALTERACAO,SITUACAO,CONTRATO,"
                  "NOME_CLIENTE,CIDADE,INSTITUICAO,MESANO_PREVISTO,"
                  "ASSINATURA,REPRESENTANTE,ORIGEM,QT_FORMANDOS,"
                  "VALOR_CONTRATO,SITUACAO_CONTRATO" DELIMITED BY SIZE
                  INTO CABECALHO-W.
           PERFORM INICIA-SAIDA.
           PERFORM LE-COD040.
           PERFORM TERMINA-SAIDA.

           MOVE "BIVENDE" TO ARQUIVO-BI-W.
           MOVE 7         TO QT-COLUNAS-W.
           MOVE SPACES    TO CABECALHO-W.
           STRING "CHAVE,DATA_ALTERACAO,SITUACAO,CODIGO,NOME,"
                  "NOME_REDUZIDO,SITUACAO_CADASTRO,VENDEDOR,"
                  "REPRESENTANTE,CONTA_REDUZIDA" DELIMITED BY SIZE
                  INTO CABECALHO-W.
           PERFORM INICIA-SAIDA.
           PERFORM LE-CGD001.
           PERFORM TERMINA-SAIDA.

           MOVE "BICIDAD" TO ARQUIVO-BI-W.
           MOVE 5         TO QT-COLUNAS-W.
           MOVE SPACES    TO CABECALHO-W.
           STRING "CHAVE,DATA_ALTERACAO,SITUACAO,CIDADE,NOME,"
                  "NOME_COMPLETO,UF,REGIAO" DELIMITED BY SIZE
                  INTO CABECALHO-W.
           PERFORM INICIA-SAIDA.
           PERFORM LE-CAD010.
           PERFORM TERMINA-SAIDA.

           MOVE "BIINSTI" TO ARQUIVO-BI-W.
           MOVE 5         TO QT-COLUNAS-W.
           MOVE SPACES    TO CABECALHO-W.
           STRING "CHAVE,DATA_ALTERACAO,SITUACAO,CODIGO,NOME,"
                  "SIGLA,CIDADE,UF" DELIMITED BY SIZE
                  INTO CABECALHO-W.
           PERFORM INICIA-SAIDA.
           PERFORM LE-IED010.
           PERFORM TERMINA-SAIDA.

           MOVE "BICONTA" TO ARQUIVO-BI-W.
           MOVE 5         TO QT-COLUNAS-W.
           MOVE SPACES    TO CABECALHO-W.
           STRING "CHAVE,DATA_ALTERACAO,SITUACAO,CONTA_REDUZIDA,"
                  "CONTA_COMPLETA,GRAU,DESCRICAO,TIPO_CONTA"
                  DELIMITED BY SIZE INTO CABECALHO-W.
           PERFORM INICIA-SAIDA.
           PERFORM LE-CXD020.
           PERFORM TERMINA-SAIDA.

      *    Abre o .CSV do arquivo do BI e grava o cabecalho; o GRCSV
      *    so tem um .CSV aberto por vez, por isso os arquivos saem
      *    um depois do outro
       INICIA-SAIDA SECTION.
           MOVE ZEROS TO SAIDA-ABERTA-W ERRO-FONTE-W QT-REG-W
                         QT-NOVOS-W QT-ALTER-W QT-EXCL-W
                         QT-CORTADAS-W TOTAL-CTRL-W.
           MOVE ARQUIVO-BI-W TO GRCSV-ARQUIVO.
           MOVE 1            TO GRCSV-ACAO.
           CALL "GRCSV" USING PARAMETROS-GRCSV.
           IF GRCSV-RETORNO = 1
              DISPLAY "ERRO ABRINDO O .CSV DO BI " ARQUIVO-BI-W
              MOVE 1 TO ERRO-FONTE-W
           ELSE
              MOVE 1           TO SAIDA-ABERTA-W
              MOVE CABECALHO-W TO GRCSV-LINHA
              MOVE 2           TO GRCSV-ACAO
              CALL "GRCSV" USING PARAMETROS-GRCSV.

       TERMINA-SAIDA SECTION.
           IF SAIDA-ABERTA-W = 1
              IF ERRO-FONTE-W = 0
                 PERFORM MARCA-EXCLUIDOS
              END-IF
              MOVE 3 TO GRCSV-ACAO
              CALL "GRCSV" USING PARAMETROS-GRCSV.
           ADD 1 TO QT-CTRL-W.
           MOVE ARQUIVO-BI-W  TO CTRL-ARQUIVO-W  (QT-CTRL-W).
           MOVE QT-REG-W      TO CTRL-REG-W      (QT-CTRL-W).
           MOVE QT-NOVOS-W    TO CTRL-NOVOS-W    (QT-CTRL-W).
           MOVE QT-ALTER-W    TO CTRL-ALTER-W    (QT-CTRL-W).
           MOVE QT-EXCL-W     TO CTRL-EXCL-W     (QT-CTRL-W).
           MOVE QT-CORTADAS-W TO CTRL-CORTADAS-W (QT-CTRL-W).
           MOVE TOTAL-CTRL-W  TO CTRL-TOTAL-W    (QT-CTRL-W).
           IF ERRO-FONTE-W = 1
              MOVE "ERRO" TO CTRL-SITUACAO-W (QT-CTRL-W)
              ADD 1 TO QT-ERRO-W
           ELSE
              MOVE "OK"   TO CTRL-SITUACAO-W (QT-CTRL-W).
           MOVE QT-REG-W TO QT-E.
           DISPLAY ARQUIVO-BI-W " REGISTROS: " QT-E
                   "  SITUACAO: " CTRL-SITUACAO-W (QT-CTRL-W).

      *    Fato: vendas de album
       LE-RCD100 SECTION.
           IF SAIDA-ABERTA-W = 0
              GO TO LE-RCD100-FIM.
           MOVE "RCD100" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-RCD100.
           OPEN INPUT RCD100.
           IF ST-RCD100 > "09"
              DISPLAY "ERRO ABERTURA RCD100: " ST-RCD100
              MOVE 1 TO ERRO-FONTE-W
              GO TO LE-RCD100-FIM.
           INITIALIZE REG-RCD100.
           START RCD100 KEY IS NOT LESS CHAVE-ALBUM-REC INVALID KEY
                 MOVE "10" TO ST-RCD100
           END-START.
           PERFORM UNTIL ST-RCD100 NOT < "10"
              READ RCD100 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD100
              NOT AT END
                   PERFORM EXPORTA-RCD100
              END-READ
           END-PERFORM.
           IF ST-RCD100 NOT = "10"
              DISPLAY "ERRO LEITURA RCD100: " ST-RCD100
              MOVE 1 TO ERRO-FONTE-W.
           CLOSE RCD100.
       LE-RCD100-FIM.
           CONTINUE.

       EXPORTA-RCD100 SECTION.
           PERFORM INICIA-LINHA.
           MOVE ALBUM-REC TO CHAVE-BI-W.
           MOVE ALBUM-REC TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           COMPUTE CAMPO-NUM-W = ALBUM-REC / 10000.
           PERFORM ACRESCENTA-NUMERO.
           MOVE DATA-MOVTO-REC TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE DATAVEN-REC TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE VENDEDOR-REC TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE VISITA-REC TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE QFOTOS-REC TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE QFOLHAS-REC TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE QDVD-REC TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE QPOSTER-REC TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE TOTAL-REC TO CAMPO-VALOR-W VALOR-CTRL-W.
           PERFORM ACRESCENTA-VALOR.
           MOVE TOTAL-DEF-REC TO CAMPO-VALOR-W.
           PERFORM ACRESCENTA-VALOR.
           PERFORM REGISTRA-BI.

      *    Fato: recebimentos - parcelas de album baixadas (RCD101)
      *    e titulos do contas a receber pagos (CRD020)
       LE-RCD101 SECTION.
           IF SAIDA-ABERTA-W = 0
              GO TO LE-RCD101-FIM.
           MOVE "RCD101" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-RCD101.
           OPEN INPUT RCD101.
           IF ST-RCD101 > "09"
              DISPLAY "ERRO ABERTURA RCD101: " ST-RCD101
              MOVE 1 TO ERRO-FONTE-W
              GO TO LE-RCD101-FIM.
           INITIALIZE REG-RCD101.
           START RCD101 KEY IS NOT LESS CHAVE-REC1 INVALID KEY
                 MOVE "10" TO ST-RCD101
           END-START.
           PERFORM UNTIL ST-RCD101 NOT < "10"
              READ RCD101 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD101
              NOT AT END
                   IF DTA-BAIXA-REC1 > ZEROS
                      PERFORM EXPORTA-RCD101
                   END-IF
              END-READ
           END-PERFORM.
           IF ST-RCD101 NOT = "10"
              DISPLAY "ERRO LEITURA RCD101: " ST-RCD101
              MOVE 1 TO ERRO-FONTE-W.
           CLOSE RCD101.
       LE-RCD101-FIM.
           CONTINUE.

       EXPORTA-RCD101 SECTION.
           PERFORM INICIA-LINHA.
           MOVE SPACES TO CHAVE-BI-W.
           STRING "RC" ALBUM-REC1 VENCTO-REC1 BANCO-REC1 NUMERO-REC1
                  PARCELA-REC1 DELIMITED BY SIZE INTO CHAVE-BI-W.
           MOVE "RC" TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           MOVE ALBUM-REC1 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE VENCTO-REC1 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE DTA-BAIXA-REC1 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE VALOR-REC1 TO CAMPO-VALOR-W VALOR-CTRL-W.
           PERFORM ACRESCENTA-VALOR.
           MOVE TIPO-REC1 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE PARCELA-REC1 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE BANCO-REC1 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE ZEROS TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           PERFORM REGISTRA-BI.

       LE-CRD020 SECTION.
           IF SAIDA-ABERTA-W = 0
              GO TO LE-CRD020-FIM.
           MOVE "CRD020" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CRD020.
           OPEN INPUT CRD020.
           IF ST-CRD020 > "09"
              DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
              MOVE 1 TO ERRO-FONTE-W
              GO TO LE-CRD020-FIM.
           INITIALIZE REG-CRD020.
           START CRD020 KEY IS NOT LESS CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 NOT < "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                   IF SITUACAO-CR20 = 2
                      PERFORM EXPORTA-CRD020
                   END-IF
              END-READ
           END-PERFORM.
           IF ST-CRD020 NOT = "10"
              DISPLAY "ERRO LEITURA CRD020: " ST-CRD020
              MOVE 1 TO ERRO-FONTE-W.
           CLOSE CRD020.
       LE-CRD020-FIM.
           CONTINUE.

       EXPORTA-CRD020 SECTION.
           PERFORM INICIA-LINHA.
           MOVE SPACES TO CHAVE-BI-W.
           STRING "CR" COD-COMPL-CR20 SEQ-CR20 DELIMITED BY SIZE
                  INTO CHAVE-BI-W.
           MOVE "CR" TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           COMPUTE CAMPO-NUM-W = CLASS-CLIENTE-CR20 * 100000000
                               + CLIENTE-CR20.
           PERFORM ACRESCENTA-NUMERO.
           MOVE DATA-VENCTO-CR20 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE DATA-RCTO-CR20 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE VALOR-LIQ-CR20 TO CAMPO-VALOR-W VALOR-CTRL-W.
           PERFORM ACRESCENTA-VALOR.
           MOVE TIPO-DOCTO-CR20 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE NR-PARC-CR20 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE PORTADOR-CR20 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE VENDEDOR-CR20 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           PERFORM REGISTRA-BI.

      *    Fato: movimento de caixa (tipo abaixo de 50 e saida)
       LE-CXD100 SECTION.
           IF SAIDA-ABERTA-W = 0
              GO TO LE-CXD100-FIM.
           MOVE "CXD100" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CXD100.
           OPEN INPUT CXD100.
           IF ST-CXD100 > "09"
              DISPLAY "ERRO ABERTURA CXD100: " ST-CXD100
              MOVE 1 TO ERRO-FONTE-W
              GO TO LE-CXD100-FIM.
           INITIALIZE REG-CXD100.
           START CXD100 KEY IS NOT LESS CHAVE-CX100 INVALID KEY
                 MOVE "10" TO ST-CXD100
           END-START.
           PERFORM UNTIL ST-CXD100 NOT < "10"
              READ CXD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD100
              NOT AT END
                   PERFORM EXPORTA-CXD100
              END-READ
           END-PERFORM.
           IF ST-CXD100 NOT = "10"
              DISPLAY "ERRO LEITURA CXD100: " ST-CXD100
              MOVE 1 TO ERRO-FONTE-W.
           CLOSE CXD100.
       LE-CXD100-FIM.
           CONTINUE.

       EXPORTA-CXD100 SECTION.
           PERFORM INICIA-LINHA.
           MOVE SPACES TO CHAVE-BI-W.
           STRING DATA-MOV-CX100 SEQ-CX100 DELIMITED BY SIZE
                  INTO CHAVE-BI-W.
           MOVE DATA-MOV-CX100 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE SEQ-CX100 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE TIPO-LCTO-CX100 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           IF TIPO-LCTO-CX100 < 50
              MOVE "S" TO CAMPO-TEXTO-W
           ELSE
              MOVE "E" TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           MOVE HISTORICO-CX100 TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           MOVE DOCUMENTO-CX100 TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           MOVE VALOR-CX100 TO CAMPO-VALOR-W VALOR-CTRL-W.
           PERFORM ACRESCENTA-VALOR.
           MOVE CONTA-REDUZ-CX100 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE CONTAPART-CX100 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE SEQ-DESM-CX100 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           PERFORM REGISTRA-BI.

      *    Fato: etapas de producao - montagem (MTD020) e ordens de
      *    servico do laboratorio (LBD107)
       LE-MTD020 SECTION.
           IF SAIDA-ABERTA-W = 0
              GO TO LE-MTD020-FIM.
           MOVE "MTD020" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-MTD020.
           OPEN INPUT MTD020.
           IF ST-MTD020 > "09"
              DISPLAY "ERRO ABERTURA MTD020: " ST-MTD020
              MOVE 1 TO ERRO-FONTE-W
              GO TO LE-MTD020-FIM.
           INITIALIZE REG-MTD020.
           START MTD020 KEY IS NOT LESS ALBUM-MTG INVALID KEY
                 MOVE "10" TO ST-MTD020
           END-START.
           PERFORM UNTIL ST-MTD020 NOT < "10"
              READ MTD020 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD020
              NOT AT END
                   PERFORM EXPORTA-MTD020
              END-READ
           END-PERFORM.
           IF ST-MTD020 NOT = "10"
              DISPLAY "ERRO LEITURA MTD020: " ST-MTD020
              MOVE 1 TO ERRO-FONTE-W.
           CLOSE MTD020.
       LE-MTD020-FIM.
           CONTINUE.

       EXPORTA-MTD020 SECTION.
           PERFORM INICIA-LINHA.
           MOVE SPACES TO CHAVE-BI-W.
           STRING "MT" ALBUM-MTG DELIMITED BY SIZE INTO CHAVE-BI-W.
           MOVE "MT" TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           COMPUTE CAMPO-NUM-W = CONTRATO-MTG * 10000 + NRALBUM-MTG.
           PERFORM ACRESCENTA-NUMERO.
           PERFORM ACRESCENTA-NUMERO.
           MOVE CONTRATO-MTG TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE FOGO-MTG TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE POSSE-MTG TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE DATAMOV-MTG TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE DATA-FOGO-MTG TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE QT-FOTOS-MTG TO CAMPO-NUM-W VALOR-CTRL-W.
           PERFORM ACRESCENTA-NUMERO.
           PERFORM REGISTRA-BI.

       LE-LBD107 SECTION.
           IF SAIDA-ABERTA-W = 0
              GO TO LE-LBD107-FIM.
           MOVE "LBD107" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-LBD107.
           OPEN INPUT LBD107.
           IF ST-LBD107 > "09"
              DISPLAY "ERRO ABERTURA LBD107: " ST-LBD107
              MOVE 1 TO ERRO-FONTE-W
              GO TO LE-LBD107-FIM.
           INITIALIZE REG-LBD107.
           START LBD107 KEY IS NOT LESS OS-LB107 INVALID KEY
                 MOVE "10" TO ST-LBD107
           END-START.
           PERFORM UNTIL ST-LBD107 NOT < "10"
              READ LBD107 NEXT RECORD AT END
                   MOVE "10" TO ST-LBD107
              NOT AT END
                   PERFORM EXPORTA-LBD107
              END-READ
           END-PERFORM.
           IF ST-LBD107 NOT = "10"
              DISPLAY "ERRO LEITURA LBD107: " ST-LBD107
              MOVE 1 TO ERRO-FONTE-W.
           CLOSE LBD107.
       LE-LBD107-FIM.
           CONTINUE.

       EXPORTA-LBD107 SECTION.
           PERFORM INICIA-LINHA.
           MOVE SPACES TO CHAVE-BI-W.
           STRING "LB" OS-LB107 DELIMITED BY SIZE INTO CHAVE-BI-W.
           MOVE "LB" TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           MOVE OS-LB107 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE ALBUM-LB107 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           COMPUTE CAMPO-NUM-W = ALBUM-LB107 / 10000.
           PERFORM ACRESCENTA-NUMERO.
           MOVE ETAPA-LB107 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE ZEROS TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE DATA-GERACAO-LB107 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           IF ETAPA-LB107 > 0 AND ETAPA-LB107 < 6
              MOVE DATA-ETAPA-LB107 (ETAPA-LB107) TO CAMPO-NUM-W
           ELSE
              MOVE ZEROS TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE QFOTOS-LB107 TO CAMPO-NUM-W VALOR-CTRL-W.
           PERFORM ACRESCENTA-NUMERO.
           PERFORM REGISTRA-BI.

      *    Fato: eventos dos contratos
       LE-COD060 SECTION.
           IF SAIDA-ABERTA-W = 0
              GO TO LE-COD060-FIM.
           MOVE "COD060" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-COD060.
           OPEN INPUT COD060.
           IF ST-COD060 > "09"
              DISPLAY "ERRO ABERTURA COD060: " ST-COD060
              MOVE 1 TO ERRO-FONTE-W
              GO TO LE-COD060-FIM.
           INITIALIZE REG-COD060.
           START COD060 KEY IS NOT LESS CHAVE-CO60 INVALID KEY
                 MOVE "10" TO ST-COD060
           END-START.
           PERFORM UNTIL ST-COD060 NOT < "10"
              READ COD060 NEXT RECORD AT END
                   MOVE "10" TO ST-COD060
              NOT AT END
                   PERFORM EXPORTA-COD060
              END-READ
           END-PERFORM.
           IF ST-COD060 NOT = "10"
              DISPLAY "ERRO LEITURA COD060: " ST-COD060
              MOVE 1 TO ERRO-FONTE-W.
           CLOSE COD060.
       LE-COD060-FIM.
           CONTINUE.

       EXPORTA-COD060 SECTION.
           PERFORM INICIA-LINHA.
           MOVE CHAVE-CO60 TO CHAVE-BI-W.
           MOVE NR-CONTRATO-CO60 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE ITEM-CO60 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE CODEVENTO-CO60 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE DATA-SOLIC-CO60 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE DATAREALIZA-CO60 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE CIDADE-CO60 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE QT-PARTICIPANTE-CO60 TO CAMPO-NUM-W VALOR-CTRL-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE EQUIPE-CO60 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE APROVACAO-CO60 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE DATA-CANCELAM-CO60 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE LOCAL-CO60 TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           PERFORM REGISTRA-BI.

      *    Dimensao: contratos
       LE-COD040 SECTION.
           IF SAIDA-ABERTA-W = 0
              GO TO LE-COD040-FIM.
           MOVE "COD040" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-COD040.
           OPEN INPUT COD040.
           IF ST-COD040 > "09"
              DISPLAY "ERRO ABERTURA COD040: " ST-COD040
              MOVE 1 TO ERRO-FONTE-W
              GO TO LE-COD040-FIM.
           INITIALIZE REG-COD040.
           START COD040 KEY IS NOT LESS NR-CONTRATO-CO40 INVALID KEY
                 MOVE "10" TO ST-COD040
           END-START.
           PERFORM UNTIL ST-COD040 NOT < "10"
              READ COD040 NEXT RECORD AT END
                   MOVE "10" TO ST-COD040
              NOT AT END
                   PERFORM EXPORTA-COD040
              END-READ
           END-PERFORM.
           IF ST-COD040 NOT = "10"
              DISPLAY "ERRO LEITURA COD040: " ST-COD040
              MOVE 1 TO ERRO-FONTE-W.
           CLOSE COD040.
       LE-COD040-FIM.
           CONTINUE.

       EXPORTA-COD040 SECTION.
           PERFORM INICIA-LINHA.
           MOVE NR-CONTRATO-CO40 TO CHAVE-BI-W.
           MOVE NR-CONTRATO-CO40 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE NOME-CLIENTE-CO40 TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           MOVE CIDADE-CO40 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE INSTITUICAO-CO40 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE MESANO-PREV-CO40 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE ASSINATURA-CO40 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE REPRESENTANTE-CO40 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE ORIGEM-CO40 TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           MOVE QTDE-FORM-CO40 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE VLR-CONTRATO-CO40 TO CAMPO-VALOR-W VALOR-CTRL-W.
           PERFORM ACRESCENTA-VALOR.
           MOVE SITUACAO-CO40 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           PERFORM REGISTRA-BI.

      *    Dimensao: vendedores e representantes do cadastro geral
       LE-CGD001 SECTION.
           IF SAIDA-ABERTA-W = 0
              GO TO LE-CGD001-FIM.
           MOVE "CGD001" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CGD001.
           OPEN INPUT CGD001.
           IF ST-CGD001 > "09"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-FONTE-W
              GO TO LE-CGD001-FIM.
           INITIALIZE REG-CGD001.
           START CGD001 KEY IS NOT LESS CODIGO-CG01 INVALID KEY
                 MOVE "10" TO ST-CGD001
           END-START.
           PERFORM UNTIL ST-CGD001 NOT < "10"
              READ CGD001 NEXT RECORD AT END
                   MOVE "10" TO ST-CGD001
              NOT AT END
                   IF T-VEND-CG01 = 1 OR T-REPRES-CG01 = 1
                      PERFORM EXPORTA-CGD001
                   END-IF
              END-READ
           END-PERFORM.
           IF ST-CGD001 NOT = "10"
              DISPLAY "ERRO LEITURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-FONTE-W.
           CLOSE CGD001.
       LE-CGD001-FIM.
           CONTINUE.

       EXPORTA-CGD001 SECTION.
           PERFORM INICIA-LINHA.
           MOVE CODIGO-CG01 TO CHAVE-BI-W.
           MOVE CODIGO-CG01 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE NOME-CG01 TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           MOVE NOME-RED-CG01 TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           MOVE SITUACAO-CG01 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE T-VEND-CG01 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE T-REPRES-CG01 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE COD-RED-CG01 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           PERFORM REGISTRA-BI.

      *    Dimensao: cidades
       LE-CAD010 SECTION.
           IF SAIDA-ABERTA-W = 0
              GO TO LE-CAD010-FIM.
           MOVE "CAD010" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CAD010.
           OPEN INPUT CAD010.
           IF ST-CAD010 > "09"
              DISPLAY "ERRO ABERTURA CAD010: " ST-CAD010
              MOVE 1 TO ERRO-FONTE-W
              GO TO LE-CAD010-FIM.
           INITIALIZE REG-CAD010.
           START CAD010 KEY IS NOT LESS CIDADE INVALID KEY
                 MOVE "10" TO ST-CAD010
           END-START.
           PERFORM UNTIL ST-CAD010 NOT < "10"
              READ CAD010 NEXT RECORD AT END
                   MOVE "10" TO ST-CAD010
              NOT AT END
                   PERFORM EXPORTA-CAD010
              END-READ
           END-PERFORM.
           IF ST-CAD010 NOT = "10"
              DISPLAY "ERRO LEITURA CAD010: " ST-CAD010
              MOVE 1 TO ERRO-FONTE-W.
           CLOSE CAD010.
       LE-CAD010-FIM.
           CONTINUE.

       EXPORTA-CAD010 SECTION.
           PERFORM INICIA-LINHA.
           MOVE CIDADE TO CHAVE-BI-W.
           MOVE CIDADE TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE NOME-CID TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           MOVE NOME-COMPL-CID TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           MOVE UF-CID TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           MOVE REGIAO-CID TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           PERFORM REGISTRA-BI.

      *    Dimensao: instituicoes de ensino
       LE-IED010 SECTION.
           IF SAIDA-ABERTA-W = 0
              GO TO LE-IED010-FIM.
           MOVE "IED010" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-IED010.
           OPEN INPUT IED010.
           IF ST-IED010 > "09"
              DISPLAY "ERRO ABERTURA IED010: " ST-IED010
              MOVE 1 TO ERRO-FONTE-W
              GO TO LE-IED010-FIM.
           INITIALIZE REG-IED010.
           START IED010 KEY IS NOT LESS CODIGO-IE10 INVALID KEY
                 MOVE "10" TO ST-IED010
           END-START.
           PERFORM UNTIL ST-IED010 NOT < "10"
              READ IED010 NEXT RECORD AT END
                   MOVE "10" TO ST-IED010
              NOT AT END
                   PERFORM EXPORTA-IED010
              END-READ
           END-PERFORM.
           IF ST-IED010 NOT = "10"
              DISPLAY "ERRO LEITURA IED010: " ST-IED010
              MOVE 1 TO ERRO-FONTE-W.
           CLOSE IED010.
       LE-IED010-FIM.
           CONTINUE.

       EXPORTA-IED010 SECTION.
           PERFORM INICIA-LINHA.
           MOVE CODIGO-IE10 TO CHAVE-BI-W.
           MOVE CODIGO-IE10 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE NOME-IE10 TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           MOVE SIGLA-IE10 TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           MOVE CIDADE-IE10 TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           MOVE ESTADO-IE10 TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           PERFORM REGISTRA-BI.

      *    Dimensao: contas reduzidas do caixa
       LE-CXD020 SECTION.
           IF SAIDA-ABERTA-W = 0
              GO TO LE-CXD020-FIM.
           MOVE "CXD020" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CXD020.
           OPEN INPUT CXD020.
           IF ST-CXD020 > "09"
              DISPLAY "ERRO ABERTURA CXD020: " ST-CXD020
              MOVE 1 TO ERRO-FONTE-W
              GO TO LE-CXD020-FIM.
           INITIALIZE REG-CXD020.
           START CXD020 KEY IS NOT LESS CODIGO-REDUZ-CX20 INVALID KEY
                 MOVE "10" TO ST-CXD020
           END-START.
           PERFORM UNTIL ST-CXD020 NOT < "10"
              READ CXD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD020
              NOT AT END
                   PERFORM EXPORTA-CXD020
              END-READ
           END-PERFORM.
           IF ST-CXD020 NOT = "10"
              DISPLAY "ERRO LEITURA CXD020: " ST-CXD020
              MOVE 1 TO ERRO-FONTE-W.
           CLOSE CXD020.
       LE-CXD020-FIM.
           CONTINUE.

       EXPORTA-CXD020 SECTION.
           PERFORM INICIA-LINHA.
           MOVE CODIGO-REDUZ-CX20 TO CHAVE-BI-W.
           MOVE CODIGO-REDUZ-CX20 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE CODIGO-COMPL-CX20 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE GRAU-CX20 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE DESCRICAO-CX20 TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           MOVE TIPO-CONTA-CX20 TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           PERFORM REGISTRA-BI.

      *    Montagem das colunas de dados: cada campo entra com a
      *    virgula na frente; o que nao couber nos 160 bytes e
      *    cortado e contado no controle
       INICIA-LINHA SECTION.
           MOVE SPACES TO LINHA-DADOS-W CAMPO-TEXTO-W.
           MOVE 1      TO PTR-W.
           MOVE ZEROS  TO TRUNCOU-W VALOR-CTRL-W.

      *    Texto sem os brancos do fim; virgula do texto vira ponto e
      *    virgula p/ nao quebrar as colunas
       ACRESCENTA-TEXTO SECTION.
           INSPECT CAMPO-TEXTO-W REPLACING ALL "," BY ";"
                                           ALL LOW-VALUE BY SPACE.
           MOVE 40 TO TAM-W.
           PERFORM UNTIL TAM-W = 0
                      OR CAMPO-TEXTO-W (TAM-W: 1) NOT = SPACE
              SUBTRACT 1 FROM TAM-W
           END-PERFORM.
           STRING "," DELIMITED BY SIZE INTO LINHA-DADOS-W
                  WITH POINTER PTR-W
                  ON OVERFLOW MOVE 1 TO TRUNCOU-W
           END-STRING.
           IF TAM-W > 0
              STRING CAMPO-TEXTO-W (1: TAM-W) DELIMITED BY SIZE
                     INTO LINHA-DADOS-W WITH POINTER PTR-W
                     ON OVERFLOW MOVE 1 TO TRUNCOU-W
              END-STRING.
           MOVE SPACES TO CAMPO-TEXTO-W.

       ACRESCENTA-NUMERO SECTION.
           MOVE CAMPO-NUM-W TO NUM-E.
           MOVE ZEROS TO BRANCOS-W.
           INSPECT NUM-E TALLYING BRANCOS-W FOR LEADING SPACES.
           ADD 1 TO BRANCOS-W.
           COMPUTE TAM-W = 19 - BRANCOS-W + 1.
           STRING "," NUM-E (BRANCOS-W: TAM-W) DELIMITED BY SIZE
                  INTO LINHA-DADOS-W WITH POINTER PTR-W
                  ON OVERFLOW MOVE 1 TO TRUNCOU-W
           END-STRING.

      *    Valor com 2 decimais e ponto como separador decimal
       ACRESCENTA-VALOR SECTION.
           MOVE CAMPO-VALOR-W TO VALOR-E.
           INSPECT VALOR-E REPLACING ALL "," BY ".".
           MOVE ZEROS TO BRANCOS-W.
           INSPECT VALOR-E TALLYING BRANCOS-W FOR LEADING SPACES.
           ADD 1 TO BRANCOS-W.
           COMPUTE TAM-W = 16 - BRANCOS-W + 1.
           STRING "," VALOR-E (BRANCOS-W: TAM-W) DELIMITED BY SIZE
                  INTO LINHA-DADOS-W WITH POINTER PTR-W
                  ON OVERFLOW MOVE 1 TO TRUNCOU-W
           END-STRING.

      *    Confere a linha contra o GRD040: nova ou com hash diferente
      *    (ou que voltou depois de excluida) ganha a data do dia
       REGISTRA-BI SECTION.
           MOVE ZEROS TO HASH-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 80
              COMPUTE HASH-W = HASH-W + (PAR-DADOS-W (I) * I)
           END-PERFORM.
           MOVE ARQUIVO-BI-W TO ARQUIVO-GR40.
           MOVE CHAVE-BI-W   TO CHAVE-BI-GR40.
           READ GRD040 INVALID KEY
                MOVE 0 TO ACHOU-W
           NOT INVALID KEY
                MOVE 1 TO ACHOU-W
           END-READ.
           IF ACHOU-W = 0
              INITIALIZE REG-GRD040
              MOVE ARQUIVO-BI-W   TO ARQUIVO-GR40
              MOVE CHAVE-BI-W     TO CHAVE-BI-GR40
              MOVE HASH-W         TO HASH-GR40
              MOVE DATA-SISTEMA-N TO DATA-ALTERACAO-GR40
                                     DATA-VISTO-GR40
              MOVE "A"            TO SITUACAO-GR40
              WRITE REG-GRD040 INVALID KEY
                    DISPLAY "ERRO GRAVACAO GRD040: " ST-GRD040
              END-WRITE
              ADD 1 TO QT-NOVOS-W
           ELSE
              IF HASH-GR40 NOT = HASH-W OR SITUACAO-GR40 = "E"
                 MOVE HASH-W         TO HASH-GR40
                 MOVE DATA-SISTEMA-N TO DATA-ALTERACAO-GR40
                 MOVE "A"            TO SITUACAO-GR40
                 ADD 1 TO QT-ALTER-W
              END-IF
              MOVE DATA-SISTEMA-N TO DATA-VISTO-GR40
              REWRITE REG-GRD040 INVALID KEY
                      DISPLAY "ERRO ATUALIZANDO GRD040: " ST-GRD040
              END-REWRITE
           END-IF.
           MOVE DATA-ALTERACAO-GR40 TO DATA-LINHA-W.
           MOVE "A"                 TO SIT-LINHA-W.
           PERFORM GRAVA-LINHA.
           ADD 1 TO QT-REG-W.
           ADD VALOR-CTRL-W TO TOTAL-CTRL-W.

      *    Linha do GRD040 deste arquivo que nao veio nesta noite:
      *    sai uma vez como excluida, com as colunas vazias
       MARCA-EXCLUIDOS SECTION.
           MOVE ARQUIVO-BI-W TO ARQUIVO-GR40.
           MOVE LOW-VALUES   TO CHAVE-BI-GR40.
           MOVE ZEROS        TO FIM-GRD040-W.
           START GRD040 KEY IS NOT LESS CHAVE-GR40 INVALID KEY
                 MOVE 1 TO FIM-GRD040-W
           END-START.
           PERFORM UNTIL FIM-GRD040-W = 1
              READ GRD040 NEXT RECORD AT END
                   MOVE 1 TO FIM-GRD040-W
              NOT AT END
                   IF ARQUIVO-GR40 NOT = ARQUIVO-BI-W
                      MOVE 1 TO FIM-GRD040-W
                   ELSE
                      IF DATA-VISTO-GR40 NOT = DATA-SISTEMA-N
                         AND SITUACAO-GR40 = "A"
                         PERFORM EXCLUI-LINHA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

       EXCLUI-LINHA SECTION.
           MOVE "E"            TO SITUACAO-GR40.
           MOVE DATA-SISTEMA-N TO DATA-ALTERACAO-GR40.
           REWRITE REG-GRD040 INVALID KEY
                   DISPLAY "ERRO ATUALIZANDO GRD040: " ST-GRD040
           END-REWRITE.
           MOVE CHAVE-BI-GR40  TO CHAVE-BI-W.
           MOVE SPACES         TO LINHA-DADOS-W.
           MOVE ALL ","        TO LINHA-DADOS-W (1: QT-COLUNAS-W).
           COMPUTE PTR-W = QT-COLUNAS-W + 1.
           MOVE ZEROS          TO TRUNCOU-W.
           MOVE DATA-SISTEMA-N TO DATA-LINHA-W.
           MOVE "E"            TO SIT-LINHA-W.
           PERFORM GRAVA-LINHA.
           ADD 1 TO QT-EXCL-W.

       GRAVA-LINHA SECTION.
           MOVE SPACES TO LINHA-W.
           MOVE 1      TO PTR-LINHA-W.
           STRING CHAVE-BI-W   DELIMITED BY SPACE
                  ","          DELIMITED BY SIZE
                  DATA-LINHA-W DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  SIT-LINHA-W  DELIMITED BY SIZE
                  INTO LINHA-W WITH POINTER PTR-LINHA-W.
           COMPUTE TAM-W = PTR-W - 1.
           IF TAM-W > 0
              STRING LINHA-DADOS-W (1: TAM-W) DELIMITED BY SIZE
                     INTO LINHA-W WITH POINTER PTR-LINHA-W
                     ON OVERFLOW MOVE 1 TO TRUNCOU-W
              END-STRING.
           IF TRUNCOU-W = 1
              ADD 1 TO QT-CORTADAS-W.
           MOVE LINHA-W TO GRCSV-LINHA.
           MOVE 2       TO GRCSV-ACAO.
           CALL "GRCSV" USING PARAMETROS-GRCSV.

      *    BICTRL.CSV: o BI confere a carga contra estas contagens
      *    e totais antes de aceitar a rodada
       GRAVA-CONTROLE SECTION.
           MOVE "BICTRL" TO GRCSV-ARQUIVO.
           MOVE 1        TO GRCSV-ACAO.
           CALL "GRCSV" USING PARAMETROS-GRCSV.
           IF GRCSV-RETORNO = 1
              DISPLAY "ERRO ABRINDO O .CSV DE CONTROLE DO BI"
              ADD 1 TO QT-ERRO-W
              GO TO GRAVA-CONTROLE-FIM.
           MOVE SPACES TO GRCSV-LINHA.
           STRING "ARQUIVO,DATA_GERACAO,HORA_GERACAO,REGISTROS,"
                  "NOVOS,ALTERADOS,EXCLUIDOS,TOTAL_CONTROLE,"
                  "LINHAS_CORTADAS,SITUACAO" DELIMITED BY SIZE
                  INTO GRCSV-LINHA.
           MOVE 2 TO GRCSV-ACAO.
           CALL "GRCSV" USING PARAMETROS-GRCSV.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CTRL-W
              PERFORM GRAVA-LINHA-CONTROLE
           END-PERFORM.
           MOVE 3 TO GRCSV-ACAO.
           CALL "GRCSV" USING PARAMETROS-GRCSV.
       GRAVA-CONTROLE-FIM.
           CONTINUE.

       GRAVA-LINHA-CONTROLE SECTION.
           MOVE SPACES TO LINHA-DADOS-W.
           MOVE 1      TO PTR-W.
           MOVE CTRL-ARQUIVO-W (I) TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
           MOVE DATA-SISTEMA-N TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE HORA-INICIO-W (1: 6) TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE CTRL-REG-W (I) TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE CTRL-NOVOS-W (I) TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE CTRL-ALTER-W (I) TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE CTRL-EXCL-W (I) TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE CTRL-TOTAL-W (I) TO TOTAL-E.
           INSPECT TOTAL-E REPLACING ALL "," BY ".".
           MOVE ZEROS TO BRANCOS-W.
           INSPECT TOTAL-E TALLYING BRANCOS-W FOR LEADING SPACES.
           ADD 1 TO BRANCOS-W.
           COMPUTE TAM-W = 18 - BRANCOS-W + 1.
           STRING "," TOTAL-E (BRANCOS-W: TAM-W) DELIMITED BY SIZE
                  INTO LINHA-DADOS-W WITH POINTER PTR-W
           END-STRING.
           MOVE CTRL-CORTADAS-W (I) TO CAMPO-NUM-W.
           PERFORM ACRESCENTA-NUMERO.
           MOVE CTRL-SITUACAO-W (I) TO CAMPO-TEXTO-W.
           PERFORM ACRESCENTA-TEXTO.
      *    tira a virgula da frente da 1a coluna
           MOVE LINHA-DADOS-W (2: 159) TO GRCSV-LINHA.
           MOVE 2 TO GRCSV-ACAO.
           CALL "GRCSV" USING PARAMETROS-GRCSV.

       FINALIZA-PROGRAMA SECTION.
           CLOSE GRD040.

       GRAVA-SITUACAO SECTION.
           IF CTLLOG-OK-W = 0
              GO TO GRAVA-SITUACAO-FIM.
           ACCEPT HORA-SISTEMA-W FROM TIME.
           MOVE EMPRESA-W              TO EMP-CTL-E.
           MOVE DATA-SISTEMA-N         TO DATA-CTL-E.
           MOVE HORA-SISTEMA-W (1: 6)  TO HORA-CTL-E.
           IF ERRO-W = 1
              MOVE "ERRO ABERTURA DO GRD040" TO SITUACAO-CTL-E
           ELSE
              IF QT-ERRO-W > 0
                 MOVE "ERRO EM ARQUIVO(S) DO BI" TO SITUACAO-CTL-E
              ELSE
                 MOVE "OK"             TO SITUACAO-CTL-E.
           MOVE SPACES TO REG-CTLLOG.
           MOVE LINHA-CTLLOG TO REG-CTLLOG.
           WRITE REG-CTLLOG.
           CLOSE CTLLOG.
       GRAVA-SITUACAO-FIM.
           CONTINUE.

       END PROGRAM GRBIF1.
