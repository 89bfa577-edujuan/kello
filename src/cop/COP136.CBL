       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP136.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: BAILE DE FORMATURA - MESAS, CONVITES EXTRAS, MAPA DE
      *        LUGARES, INGRESSOS NUMERADOS E CONFERENCIA NA PORTARIA,
      *        POR EVENTO BAILE DO COD060.
      *        OPCAO 1 - BAILE DO EVENTO (COD137): CAPACIDADE DO
      *          SALAO, QUANTIDADE DE MESAS E LUGARES POR MESA, COTA
      *          DE LUGARES DE CADA FORMANDO E PRECO DA MESA E DO
      *          CONVITE EXTRA;
      *        OPCAO 2 - VENDA DE MESA/CONVITE EXTRA AO FORMANDO
      *          (COD138, ALBUM MTD019): NAO DEIXA PASSAR DA LOTACAO
      *          (MENOR ENTRE A CAPACIDADE E MESAS X LUGARES) E LANCA
      *          A DIFERENCA EM PARCELAS NO RCD101 (ORIGEM-REC1 1,
      *          NUMERO-REC1 = ITEM DO EVENTO), RESPEITANDO O
      *          FECHAMENTO MENSAL (CAP022); NAO REDUZ ABAIXO DO JA
      *          FATURADO;
      *        OPCAO 3 - MAPA DE MESAS: DISTRIBUI OS LUGARES NA ORDEM
      *          DO NOME DO FORMANDO, CADA UM COM SEUS CONVIDADOS
      *          JUNTOS (QUEM CABE NUMA MESA NAO FICA PARTIDO ENTRE
      *          DUAS) E IMPRIME O MAPA; NAO REFAZ DEPOIS QUE A
      *          PORTARIA JA REGISTROU ENTRADA;
      *        OPCAO 4 - INGRESSOS (COD139): UM POR LUGAR, NUMERADO,
      *          COM MESA/LUGAR E CODIGO DE BARRAS (*NUMERO+DV*, O
      *          MESMO DIGITO DO GRBARCO); REEMITIR CANCELA OS AINDA
      *          NAO USADOS DO FORMANDO;
      *        OPCAO 5 - PORTARIA (NOTEBOOK SEM REDE, COMO O MTP061):
      *          LE O CODIGO DE BARRAS, BARRA A SEGUNDA LEITURA DO
      *          MESMO INGRESSO E GRAVA AS ENTRADAS NUM ARQUIVO TEXTO
      *          LOCAL;
      *        OPCAO 6 - IMPORTA AS ENTRADAS DA PORTARIA (MARCA ".IMP"
      *          CONTRA IMPORTAR DUAS VEZES) E IMPRIME AS EXCECOES:
      *          INGRESSO INEXISTENTE, CANCELADO, DE OUTRO EVENTO OU
      *          JA APRESENTADO EM OUTRA PORTARIA;
      *        OPCAO 7 - PRESENCA P/ A COMISSAO: POR FORMANDO, LUGARES,
      *          INGRESSOS EMITIDOS E ENTRADAS REGISTRADAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX137.
           COPY COPX138.
           COPY COPX139.
           COPY COPX060.
           COPY MTPX019.
           COPY RCPX101.
           SELECT PORTARIA ASSIGN TO PATH-PORTARIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-PORTARIA.
           SELECT MARCAIMP ASSIGN TO PATH-MARCAIMP
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-MARCAIMP.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY COPW137.
           COPY COPW138.
           COPY COPW139.
           COPY COPW060.
           COPY MTPW019.
           COPY RCPW101.
       FD  PORTARIA.
       01  REG-PORTARIA.
           05  PO-INGRESSO         PIC 9(8).
           05  PO-CONTRATO         PIC 9(4).
           05  PO-ITEM             PIC 9(3).
           05  PO-DATA             PIC 9(8).
           05  PO-HORA             PIC 9(4).
           05  PO-PORTARIA         PIC X(10).
       FD  MARCAIMP.
       01  REG-MARCAIMP.
           05  MARCA-DATA          PIC 9(8).
           05  MARCA-QTDE          PIC 9(5).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD137             PIC XX       VALUE SPACES.
           05  ST-COD138             PIC XX       VALUE SPACES.
           05  ST-COD139             PIC XX       VALUE SPACES.
           05  ST-COD060             PIC XX       VALUE SPACES.
           05  ST-MTD019             PIC XX       VALUE SPACES.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ST-PORTARIA           PIC XX       VALUE SPACES.
           05  ST-MARCAIMP           PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  USADO-W               PIC 9        VALUE ZEROS.
           05  CONTRATO-W            PIC 9(4)     VALUE ZEROS.
           05  ITEM-W                PIC 9(3)     VALUE ZEROS.
           05  ALBUM-W               PIC 9(8)     VALUE ZEROS.
           05  ALBUM-R REDEFINES ALBUM-W.
               10  CONTRATO-ALB-W    PIC 9(4).
               10  NRALBUM-W         PIC 9(4).
           05  ALBUM-SALVA-W         PIC 9(8)     VALUE ZEROS.
           05  PORTARIA-W            PIC X(10)    VALUE SPACES.
           05  QT-MESA-W             PIC 9(2)     VALUE ZEROS.
           05  QT-CONV-W             PIC 9(3)     VALUE ZEROS.
           05  LUG-ALBUM-W           PIC 9(5)     VALUE ZEROS.
           05  LUG-ANT-W             PIC 9(5)     VALUE ZEROS.
           05  QT-OCUPADOS-W         PIC 9(5)     VALUE ZEROS.
           05  LIMITE-W              PIC 9(5)     VALUE ZEROS.
           05  LIVRES-W              PIC 9(5)     VALUE ZEROS.
           05  PROX-POS-W            PIC 9(5)     VALUE ZEROS.
           05  POS-W                 PIC 9(5)     VALUE ZEROS.
           05  LIVRE-MESA-W          PIC 9(2)     VALUE ZEROS.
           05  MESA-W                PIC 9(3)     VALUE ZEROS.
           05  LUGAR-W               PIC 9(2)     VALUE ZEROS.
           05  K                     PIC 9(5)     VALUE ZEROS.
           05  I                     PIC 9(4)     VALUE ZEROS.
           05  VALOR-VENDA-W         PIC 9(8)V99  VALUE ZEROS.
           05  DIFERENCA-W           PIC 9(8)V99  VALUE ZEROS.
           05  QT-PARC-W             PIC 9(2)     VALUE ZEROS.
           05  VLR-PARCELA-W         PIC 9(8)V99  VALUE ZEROS.
           05  VLR-ULT-PARC-W        PIC 9(8)V99  VALUE ZEROS.
           05  VENCTO1-W             PIC 9(8)     VALUE ZEROS.
           05  VENCTO-PARC-W         PIC 9(8)     VALUE ZEROS.
           05  TIPO-PARC-W           PIC 9        VALUE ZEROS.
           05  NR-INGRESSO-W         PIC 9(8)     VALUE ZEROS.
           05  NR-INGRESSO-X         PIC X(8)     VALUE SPACES.
           05  SOMA-W                PIC 9(4)     VALUE ZEROS.
           05  NADA-W                PIC 9(4)     VALUE ZEROS.
           05  DV-W                  PIC 9(1)     VALUE ZEROS.
           05  DIGITO-W              PIC 9(1)     VALUE ZEROS.
           05  HORA-SISTEMA-W        PIC 9(8)     VALUE ZEROS.
           05  HORA-R REDEFINES HORA-SISTEMA-W.
               10  HHMM-W            PIC 9(4).
               10  FILLER            PIC 9(4).
           05  QT-FORMANDOS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-LUGARES-W          PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-LUGAR-W        PIC 9(5)     VALUE ZEROS.
           05  QT-EMITIDOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-PRESENTES-W        PIC 9(5)     VALUE ZEROS.
           05  QT-BLOQUEADOS-W       PIC 9(5)     VALUE ZEROS.
           05  TOT-EMITIDOS-W        PIC 9(5)     VALUE ZEROS.
           05  TOT-PRESENTES-W       PIC 9(5)     VALUE ZEROS.
           05  QT-LIDOS-W            PIC 9(4)     VALUE ZEROS.
           05  QT-ENTRADAS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-INVALIDOS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-DUPLICADOS-W       PIC 9(5)     VALUE ZEROS.
           05  MOTIVO-W              PIC X(30)    VALUE SPACES.
           05  QT-E                  PIC ZZ.ZZ9.
           05  QT3-E                 PIC ZZ9.
           05  HORA-E                PIC 99B99.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  DATA-INVERTE-W        PIC X(8).

      *    ingressos ja lidos nesta portaria (barra a segunda leitura)
       01  TAB-LIDOS.
           05  TL-INGRESSO           PIC 9(8)     OCCURS 5000 TIMES.

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
           05  PATH-COD137       PIC X(60)    VALUE SPACES.
           05  PATH-COD138       PIC X(60)    VALUE SPACES.
           05  PATH-COD139       PIC X(60)    VALUE SPACES.
           05  PATH-COD060       PIC X(60)    VALUE SPACES.
           05  PATH-MTD019       PIC X(60)    VALUE SPACES.
           05  PATH-RCD101       PIC X(60)    VALUE SPACES.
           05  PATH-MARCAIMP     PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.
           05  PATH-PORTARIA     PIC X(60)    VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  PARAMETROS-GRBARCO.
           05  GRBARCO-ENTRADA   PIC X(12).
           05  GRBARCO-ALBUM     PIC 9(8).
           05  GRBARCO-RETORNO   PIC X(2).

       01  PARAMETROS-CAP022.
           05  CAP022-EMPRESA     PIC X(3).
           05  CAP022-MODULO      PIC X(2).
           05  CAP022-DATA-MOVTO  PIC 9(8).
           05  CAP022-RETORNO     PIC 9(1).
               88  CAP022-PERMITIDO        VALUE 0.
               88  CAP022-MES-FECHADO      VALUE 1.

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "COP136 - EMPRESA ".
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
       01  LINBAR.
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(1)   VALUE "*".
           05  LINBAR-INGRESSO   PIC 9(8).
           05  LINBAR-DV         PIC 9(1).
           05  FILLER            PIC X(1)   VALUE "*".

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM CADASTRA-BAILE
                  WHEN 2 PERFORM VENDE-EXTRAS
                  WHEN 3 PERFORM MAPA-MESAS
                  WHEN 4 PERFORM EMITE-INGRESSOS
                  WHEN 5 PERFORM CAPTURA-PORTARIA
                  WHEN 6 PERFORM IMPORTA-PORTARIA
                  WHEN 7 PERFORM RELATORIO-PRESENCA
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

      *    a portaria (opcao 5) roda no notebook sem rede: nao abre
      *    nenhum arquivo do sistema
       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-BAILE DO EVENTO  2-MESA/CONVITE EXTRA  "
                   "3-MAPA DE MESAS  4-INGRESSOS".
           DISPLAY "5-PORTARIA  6-IMPORTA PORTARIA  7-PRESENCA: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 7
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W = 5 OR OPCAO-W = 6
                 IF PATH-PORTARIA = SPACES
                    DISPLAY "ARQUIVO LOCAL DA PORTARIA: "
                            WITH NO ADVANCING
                    ACCEPT PATH-PORTARIA
                 END-IF
              END-IF
              IF OPCAO-W < 5
                 DISPLAY "USUARIO: " WITH NO ADVANCING
                 ACCEPT USUARIO-W
              END-IF
              IF OPCAO-W NOT = 5
                 PERFORM ABRE-ARQUIVOS
              END-IF.

       ABRE-ARQUIVOS SECTION.
           MOVE EMPRESA-W TO GRPATH-EMPRESA.
           MOVE "COD137"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-COD137.
           MOVE "COD138"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-COD138.
           MOVE "COD139"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-COD139.
           MOVE "COD060"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-COD060.
           MOVE "MTD019"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-MTD019.
           MOVE "RCD101"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-RCD101.
           OPEN I-O COD137 COD138 COD139.
           IF ST-COD137 = "35"
              CLOSE COD137      OPEN OUTPUT COD137
              CLOSE COD137      OPEN I-O COD137.
           IF ST-COD138 = "35"
              CLOSE COD138      OPEN OUTPUT COD138
              CLOSE COD138      OPEN I-O COD138.
           IF ST-COD139 = "35"
              CLOSE COD139      OPEN OUTPUT COD139
              CLOSE COD139      OPEN I-O COD139.
           OPEN I-O RCD101.
           OPEN INPUT COD060 MTD019.
           IF ST-COD137 > "09"
              DISPLAY "ERRO ABERTURA COD137: " ST-COD137
              MOVE 1 TO ERRO-W.
           IF ST-COD138 > "09"
              DISPLAY "ERRO ABERTURA COD138: " ST-COD138
              MOVE 1 TO ERRO-W.
           IF ST-COD139 > "09"
              DISPLAY "ERRO ABERTURA COD139: " ST-COD139
              MOVE 1 TO ERRO-W.
           IF ST-RCD101 > "09"
              DISPLAY "ERRO ABERTURA RCD101: " ST-RCD101
              MOVE 1 TO ERRO-W.
           IF ST-COD060 > "09"
              DISPLAY "ERRO ABERTURA COD060: " ST-COD060
              MOVE 1 TO ERRO-W.
           IF ST-MTD019 > "09"
              DISPLAY "ERRO ABERTURA MTD019: " ST-MTD019
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 1
              PERFORM FINALIZA-PROGRAMA.

      *    evento do COD060 e baile do COD137 - ACHOU-W = 1 quando o
      *    baile ja esta configurado
       LE-EVENTO SECTION.
           MOVE ZEROS TO ACHOU-W.
           DISPLAY "CONTRATO.......: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           DISPLAY "ITEM DO EVENTO.: " WITH NO ADVANCING.
           ACCEPT ITEM-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO60.
           MOVE ITEM-W     TO ITEM-CO60.
           READ COD060 INVALID KEY
                DISPLAY "EVENTO NAO ENCONTRADO NO COD060"
                MOVE 9 TO ACHOU-W
                GO TO LE-EVENTO-FIM
           END-READ.
           MOVE DATAREALIZA-CO60 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           DISPLAY LOCAL-CO60 " " DATA-E " " HORARIO-CO60.
           MOVE CONTRATO-W TO NR-CONTRATO-CO137.
           MOVE ITEM-W     TO ITEM-CO137.
           READ COD137 INVALID KEY
                INITIALIZE REG-COD137
                MOVE CONTRATO-W TO NR-CONTRATO-CO137
                MOVE ITEM-W     TO ITEM-CO137
           NOT INVALID KEY
                MOVE 1 TO ACHOU-W
                COMPUTE LIMITE-W = QT-MESAS-CO137 * LUGARES-MESA-CO137
                IF CAPACIDADE-CO137 < LIMITE-W
                   MOVE CAPACIDADE-CO137 TO LIMITE-W
                END-IF
           END-READ.
       LE-EVENTO-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 1 - BAILE DO EVENTO
      *----------------------------------------------------------------
       CADASTRA-BAILE SECTION.
           PERFORM LE-EVENTO.
           IF ACHOU-W = 9
              GO TO CADASTRA-BAILE-FIM.
           IF ACHOU-W = 1
              MOVE PRECO-MESA-CO137 TO VALOR-E
              DISPLAY "CAPACIDADE " CAPACIDADE-CO137 "  MESAS "
                      QT-MESAS-CO137 " X " LUGARES-MESA-CO137
                      " LUGARES  COTA " COTA-CO137
                      "  MESA EXTRA " VALOR-E
              MOVE PRECO-CONVITE-CO137 TO VALOR-E
              DISPLAY "CONVITE EXTRA " VALOR-E
              DISPLAY "MUDAR MESAS OU COTA EXIGE REFAZER O MAPA "
                      "(OPCAO 3) E REEMITIR OS INGRESSOS (OPCAO 4)".
           DISPLAY "CAPACIDADE DO SALAO (PESSOAS): " WITH NO ADVANCING.
           ACCEPT CAPACIDADE-CO137.
           DISPLAY "QUANTIDADE DE MESAS..........: " WITH NO ADVANCING.
           ACCEPT QT-MESAS-CO137.
           DISPLAY "LUGARES POR MESA.............: " WITH NO ADVANCING.
           ACCEPT LUGARES-MESA-CO137.
           DISPLAY "COTA DE LUGARES POR FORMANDO.: " WITH NO ADVANCING.
           ACCEPT COTA-CO137.
           DISPLAY "PRECO DA MESA EXTRA..........: " WITH NO ADVANCING.
           ACCEPT PRECO-MESA-CO137.
           DISPLAY "PRECO DO CONVITE EXTRA.......: " WITH NO ADVANCING.
           ACCEPT PRECO-CONVITE-CO137.
           IF CAPACIDADE-CO137 = ZEROS OR QT-MESAS-CO137 = ZEROS
              OR LUGARES-MESA-CO137 = ZEROS
              DISPLAY "CAPACIDADE, MESAS E LUGARES SAO OBRIGATORIOS"
              GO TO CADASTRA-BAILE-FIM.
           COMPUTE LIMITE-W = QT-MESAS-CO137 * LUGARES-MESA-CO137.
           IF LIMITE-W > CAPACIDADE-CO137
              DISPLAY "MESAS X LUGARES PASSA DA CAPACIDADE - VALE A "
                      "CAPACIDADE: " CAPACIDADE-CO137
              MOVE CAPACIDADE-CO137 TO LIMITE-W.
           MOVE ZEROS TO ALBUM-W.
           PERFORM CALCULA-OCUPACAO.
           IF QT-OCUPADOS-W > LIMITE-W
              DISPLAY "LUGARES JA VENDIDOS (" QT-OCUPADOS-W
                      ") PASSAM DA NOVA LOTACAO (" LIMITE-W ")"
              GO TO CADASTRA-BAILE-FIM.
           MOVE DATA-SISTEMA-N TO DATA-ALT-CO137.
           MOVE USUARIO-W      TO USUARIO-CO137.
           IF ACHOU-W = 1
              REWRITE REG-COD137 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO COD137: " ST-COD137
              END-REWRITE
           ELSE
              WRITE REG-COD137 INVALID KEY
                    DISPLAY "ERRO GRAVANDO COD137: " ST-COD137
              END-WRITE.
           DISPLAY "LOTACAO " LIMITE-W "  OCUPADOS " QT-OCUPADOS-W.
       CADASTRA-BAILE-FIM.
           CONTINUE.

      *    lugares do contrato no baile, fora o ALBUM-W (zeros =
      *    todos): formando sem COD138 ocupa so a cota
       CALCULA-OCUPACAO SECTION.
           MOVE ZEROS TO QT-OCUPADOS-W.
           MOVE CONTRATO-W TO CONTRATO-MT19.
           MOVE SPACES     TO NOME-FORM-MT19.
           START MTD019 KEY IS NOT LESS ALT-MT19 INVALID KEY
                 MOVE "10" TO ST-MTD019
           END-START.
           PERFORM UNTIL ST-MTD019 = "10"
              READ MTD019 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD019
              NOT AT END
                   IF CONTRATO-MT19 NOT = CONTRATO-W
                      MOVE "10" TO ST-MTD019
                   ELSE
                      IF ALBUM-MT19 NOT = ALBUM-W
                         PERFORM LE-LUGARES-ALBUM
                         ADD LUG-ALBUM-W TO QT-OCUPADOS-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD019.

      *    ACHOU-W nao e mexido: quem chama ja o usa p/ o COD137
       LE-LUGARES-ALBUM SECTION.
           MOVE CONTRATO-W TO NR-CONTRATO-CO138.
           MOVE ITEM-W     TO ITEM-CO138.
           MOVE ALBUM-MT19 TO ALBUM-CO138.
           READ COD138 INVALID KEY
                MOVE COTA-CO137 TO LUG-ALBUM-W
           NOT INVALID KEY
                PERFORM CALCULA-LUGARES
           END-READ.

       CALCULA-LUGARES SECTION.
           COMPUTE LUG-ALBUM-W = COTA-CO137 +
                   QT-MESA-EXTRA-CO138 * LUGARES-MESA-CO137 +
                   QT-CONV-EXTRA-CO138.

      *----------------------------------------------------------------
      *    OPCAO 2 - VENDA DE MESA/CONVITE EXTRA
      *----------------------------------------------------------------
       VENDE-EXTRAS SECTION.
           PERFORM LE-EVENTO.
           IF ACHOU-W NOT = 1
              IF ACHOU-W = 0
                 DISPLAY "BAILE NAO CONFIGURADO - USE A OPCAO 1"
              END-IF
              GO TO VENDE-EXTRAS-FIM.
           MOVE 1 TO ALBUM-W.
           PERFORM UNTIL ALBUM-W = ZEROS
              DISPLAY "ALBUM DO FORMANDO (0 = FIM): "
                      WITH NO ADVANCING
              ACCEPT ALBUM-W
              IF ALBUM-W NOT = ZEROS
                 PERFORM VENDE-EXTRA-ALBUM
              END-IF
           END-PERFORM.
       VENDE-EXTRAS-FIM.
           CONTINUE.

       VENDE-EXTRA-ALBUM SECTION.
           IF CONTRATO-ALB-W NOT = CONTRATO-W
              DISPLAY "ALBUM NAO E DESTE CONTRATO"
              GO TO VENDE-EXTRA-ALBUM-FIM.
           MOVE ALBUM-W TO ALBUM-MT19.
           READ MTD019 INVALID KEY
                DISPLAY "ALBUM NAO ENCONTRADO NO MTD019"
                GO TO VENDE-EXTRA-ALBUM-FIM
           END-READ.
           DISPLAY NOME-FORM-MT19.
           PERFORM CALCULA-OCUPACAO.
           MOVE CONTRATO-W TO NR-CONTRATO-CO138.
           MOVE ITEM-W     TO ITEM-CO138.
           MOVE ALBUM-W    TO ALBUM-CO138.
           MOVE ZEROS      TO USADO-W.
           READ COD138 INVALID KEY
                INITIALIZE REG-COD138
                MOVE CONTRATO-W TO NR-CONTRATO-CO138
                MOVE ITEM-W     TO ITEM-CO138
                MOVE ALBUM-W    TO ALBUM-CO138
                MOVE COTA-CO137 TO QT-COTA-CO138
           NOT INVALID KEY
                MOVE 1 TO USADO-W
           END-READ.
           PERFORM CALCULA-LUGARES.
           MOVE LUG-ALBUM-W TO LUG-ANT-W.
           MOVE VALOR-FATUR-CO138 TO VALOR-E.
           DISPLAY "COTA " COTA-CO137 "  MESAS EXTRAS "
                   QT-MESA-EXTRA-CO138 "  CONVITES EXTRAS "
                   QT-CONV-EXTRA-CO138 "  FATURADO " VALOR-E.
           IF QT-OCUPADOS-W + LUG-ANT-W < LIMITE-W
              COMPUTE LIVRES-W = LIMITE-W - QT-OCUPADOS-W - LUG-ANT-W
           ELSE
              MOVE ZEROS TO LIVRES-W.
           DISPLAY "LUGARES LIVRES NO SALAO: " LIVRES-W.
           DISPLAY "MESAS EXTRAS (TOTAL DO FORMANDO)...: "
                   WITH NO ADVANCING.
           ACCEPT QT-MESA-W.
           DISPLAY "CONVITES EXTRAS (TOTAL DO FORMANDO): "
                   WITH NO ADVANCING.
           ACCEPT QT-CONV-W.
           COMPUTE LUG-ALBUM-W = COTA-CO137 +
                   QT-MESA-W * LUGARES-MESA-CO137 + QT-CONV-W.
           IF LUG-ALBUM-W > LUG-ANT-W
              AND QT-OCUPADOS-W + LUG-ALBUM-W > LIMITE-W
              DISPLAY "LOTACAO EXCEDIDA - O FORMANDO PODE TER NO "
                      "MAXIMO " LIVRES-W " LUGAR(ES) A MAIS"
              GO TO VENDE-EXTRA-ALBUM-FIM.
           COMPUTE VALOR-VENDA-W =
                   QT-MESA-W * PRECO-MESA-CO137 +
                   QT-CONV-W * PRECO-CONVITE-CO137.
           IF VALOR-VENDA-W < VALOR-FATUR-CO138
              DISPLAY "VALOR ABAIXO DO JA FATURADO - ESTORNE AS "
                      "PARCELAS NO CONTAS A RECEBER ANTES"
              GO TO VENDE-EXTRA-ALBUM-FIM.
           COMPUTE DIFERENCA-W = VALOR-VENDA-W - VALOR-FATUR-CO138.
           MOVE VALOR-VENDA-W TO VALOR-E.
           DISPLAY "VALOR DAS EXTRAS: " VALOR-E.
           MOVE DIFERENCA-W TO VALOR-E.
           DISPLAY "A FATURAR AGORA.: " VALOR-E.
           DISPLAY "CONFIRMA (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              GO TO VENDE-EXTRA-ALBUM-FIM.
           IF DIFERENCA-W > ZEROS
              PERFORM FATURA-EXTRAS
              IF ERRO-W = 1
                 MOVE ZEROS TO ERRO-W
                 GO TO VENDE-EXTRA-ALBUM-FIM
              END-IF
           END-IF.
           MOVE QT-MESA-W      TO QT-MESA-EXTRA-CO138.
           MOVE QT-CONV-W      TO QT-CONV-EXTRA-CO138.
           MOVE VALOR-VENDA-W  TO VALOR-VENDA-CO138.
           MOVE DATA-SISTEMA-N TO DATA-ALT-CO138.
           MOVE USUARIO-W      TO USUARIO-CO138.
           IF LUG-ALBUM-W NOT = LUG-ANT-W
              AND MESA-INI-CO138 NOT = ZEROS
              MOVE ZEROS TO MESA-INI-CO138 LUGAR-INI-CO138
                            MESA-FIM-CO138 LUGAR-FIM-CO138
              DISPLAY "LUGARES MUDARAM - REFACA O MAPA (OPCAO 3) E "
                      "REEMITA OS INGRESSOS (OPCAO 4)".
           IF USADO-W = 1
              REWRITE REG-COD138 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO COD138: " ST-COD138
              END-REWRITE
           ELSE
              WRITE REG-COD138 INVALID KEY
                    DISPLAY "ERRO GRAVANDO COD138: " ST-COD138
              END-WRITE.
       VENDE-EXTRA-ALBUM-FIM.
           CONTINUE.

      *    parcelas da diferenca no RCD101, continuando a numeracao
      *    das parcelas do baile do formando (QT-PARC-CO138)
       FATURA-EXTRAS SECTION.
           MOVE EMPRESA-W      TO CAP022-EMPRESA.
           MOVE "CR"           TO CAP022-MODULO.
           MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO.
           CALL "CAP022" USING PARAMETROS-CAP022.
           IF CAP022-MES-FECHADO
              DISPLAY "MES FECHADO P/ O CONTAS A RECEBER - "
                      "LIBERE NO CAP021"
              MOVE 1 TO ERRO-W
              GO TO FATURA-EXTRAS-FIM.
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
              OR QT-PARC-CO138 + QT-PARC-W > 99
              DISPLAY "PARCELAMENTO INVALIDO - NADA FOI GRAVADO"
              MOVE 1 TO ERRO-W
              GO TO FATURA-EXTRAS-FIM.
           DIVIDE DIFERENCA-W BY QT-PARC-W GIVING VLR-PARCELA-W.
           COMPUTE VLR-ULT-PARC-W = DIFERENCA-W
                   - (VLR-PARCELA-W * (QT-PARC-W - 1)).
           MOVE VENCTO1-W TO VENCTO-PARC-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-PARC-W
              PERFORM GERA-PARCELA-BAILE
              PERFORM AVANCA-VENCIMENTO
           END-PERFORM.
           ADD QT-PARC-W   TO QT-PARC-CO138.
           ADD DIFERENCA-W TO VALOR-FATUR-CO138.
       FATURA-EXTRAS-FIM.
           CONTINUE.

       GERA-PARCELA-BAILE SECTION.
           INITIALIZE REG-RCD101.
           MOVE ALBUM-W       TO ALBUM-REC1.
           MOVE VENCTO-PARC-W TO VENCTO-REC1.
           MOVE ZEROS         TO BANCO-REC1.
           MOVE ITEM-W        TO NUMERO-REC1.
           COMPUTE PARCELA-REC1 = QT-PARC-CO138 + I.
           MOVE TIPO-PARC-W   TO TIPO-REC1.
           MOVE QT-PARC-W     TO QT-PARCELA-REC1.
           MOVE "1"           TO ORIGEM-REC1.
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

      *----------------------------------------------------------------
      *    OPCAO 3 - MAPA DE MESAS
      *----------------------------------------------------------------
       MAPA-MESAS SECTION.
           PERFORM LE-EVENTO.
           IF ACHOU-W NOT = 1
              IF ACHOU-W = 0
                 DISPLAY "BAILE NAO CONFIGURADO - USE A OPCAO 1"
              END-IF
              GO TO MAPA-MESAS-FIM.
           MOVE ZEROS TO ALBUM-W.
           PERFORM VERIFICA-ENTRADAS.
           IF USADO-W = 1
              DISPLAY "PORTARIA JA REGISTROU ENTRADAS NESTE BAILE - "
                      "MAPA NAO PODE SER REFEITO"
              GO TO MAPA-MESAS-FIM.
           OPEN OUTPUT RELAT.
           MOVE "MAPA DE MESAS DO BAILE" TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "CONTRATO "      TO CAB02-TEXTO (1: 9).
           MOVE CONTRATO-W       TO CAB02-TEXTO (10: 4).
           MOVE "ITEM "          TO CAB02-TEXTO (15: 5).
           MOVE ITEM-W           TO CAB02-TEXTO (20: 3).
           MOVE LOCAL-CO60       TO CAB02-TEXTO (25: 25).
           MOVE DATA-E           TO CAB02-TEXTO (52: 10).
           MOVE "MESAS "         TO CAB02-TEXTO (65: 6).
           MOVE QT-MESAS-CO137   TO CAB02-TEXTO (71: 3).
           MOVE " X "            TO CAB02-TEXTO (74: 3).
           MOVE LUGARES-MESA-CO137 TO CAB02-TEXTO (77: 2).
           PERFORM CABECALHO.
           MOVE "ALBUM"          TO LINDET-REL (1: 5).
           MOVE "FORMANDO"       TO LINDET-REL (10: 8).
           MOVE "LUG"            TO LINDET-REL (42: 3).
           MOVE "MESA/LUGAR INICIAL A FINAL" TO LINDET-REL (48: 26).
           PERFORM IMPRIME-LINDET.
           MOVE ZEROS TO PROX-POS-W QT-FORMANDOS-W QT-LUGARES-W
                         QT-SEM-LUGAR-W.
           MOVE CONTRATO-W TO CONTRATO-MT19.
           MOVE SPACES     TO NOME-FORM-MT19.
           START MTD019 KEY IS NOT LESS ALT-MT19 INVALID KEY
                 MOVE "10" TO ST-MTD019
           END-START.
           PERFORM UNTIL ST-MTD019 = "10"
              READ MTD019 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD019
              NOT AT END
                   IF CONTRATO-MT19 NOT = CONTRATO-W
                      MOVE "10" TO ST-MTD019
                   ELSE
                      PERFORM DISTRIBUI-FORMANDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD019.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "FORMANDOS: "     TO LINDET-REL (1: 11).
           MOVE QT-FORMANDOS-W    TO QT-E.
           MOVE QT-E              TO LINDET-REL (12: 6).
           MOVE "LUGARES: "       TO LINDET-REL (20: 9).
           MOVE QT-LUGARES-W      TO QT-E.
           MOVE QT-E              TO LINDET-REL (29: 6).
           MOVE "LOTACAO: "       TO LINDET-REL (37: 9).
           MOVE LIMITE-W          TO QT-E.
           MOVE QT-E              TO LINDET-REL (46: 6).
           PERFORM IMPRIME-LINDET.
           IF QT-SEM-LUGAR-W > ZEROS
              MOVE "FORMANDOS SEM LUGAR (MESAS INSUFICIENTES): "
                   TO LINDET-REL (1: 43)
              MOVE QT-SEM-LUGAR-W TO QT-E
              MOVE QT-E           TO LINDET-REL (44: 6)
              PERFORM IMPRIME-LINDET
              DISPLAY QT-SEM-LUGAR-W " FORMANDO(S) SEM LUGAR - "
                      "AUMENTE AS MESAS NA OPCAO 1".
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
       MAPA-MESAS-FIM.
           CONTINUE.

      *    grupo que cabe numa mesa e nao cabe no que sobrou da mesa
      *    atual comeca na mesa seguinte; grupo maior que uma mesa
      *    segue direto pelas mesas vizinhas
       DISTRIBUI-FORMANDO SECTION.
           MOVE CONTRATO-W TO NR-CONTRATO-CO138.
           MOVE ITEM-W     TO ITEM-CO138.
           MOVE ALBUM-MT19 TO ALBUM-CO138.
           MOVE ZEROS      TO USADO-W.
           READ COD138 INVALID KEY
                INITIALIZE REG-COD138
                MOVE CONTRATO-W TO NR-CONTRATO-CO138
                MOVE ITEM-W     TO ITEM-CO138
                MOVE ALBUM-MT19 TO ALBUM-CO138
           NOT INVALID KEY
                MOVE 1 TO USADO-W
           END-READ.
           MOVE COTA-CO137 TO QT-COTA-CO138.
           PERFORM CALCULA-LUGARES.
           MOVE ZEROS TO MESA-INI-CO138 LUGAR-INI-CO138
                         MESA-FIM-CO138 LUGAR-FIM-CO138.
           ADD 1 TO QT-FORMANDOS-W.
           MOVE ALBUM-MT19     TO LINDET-REL (1: 8).
           MOVE NOME-FORM-MT19 TO LINDET-REL (10: 30).
           MOVE LUG-ALBUM-W    TO QT3-E.
           MOVE QT3-E          TO LINDET-REL (42: 3).
           IF LUG-ALBUM-W = ZEROS
              GO TO DISTRIBUI-FORMANDO-GRAVA.
           DIVIDE PROX-POS-W BY LUGARES-MESA-CO137 GIVING NADA-W
                  REMAINDER LUGAR-W.
           COMPUTE LIVRE-MESA-W = LUGARES-MESA-CO137 - LUGAR-W.
           IF LUGAR-W > ZEROS AND LUG-ALBUM-W > LIVRE-MESA-W
              AND LUG-ALBUM-W NOT > LUGARES-MESA-CO137
              ADD LIVRE-MESA-W TO PROX-POS-W.
           IF PROX-POS-W + LUG-ALBUM-W > LIMITE-W
              ADD 1 TO QT-SEM-LUGAR-W
              MOVE "SEM LUGAR" TO LINDET-REL (48: 9)
              GO TO DISTRIBUI-FORMANDO-GRAVA.
           MOVE PROX-POS-W TO POS-W.
           PERFORM POSICAO-MESA.
           MOVE MESA-W  TO MESA-INI-CO138.
           MOVE LUGAR-W TO LUGAR-INI-CO138.
           COMPUTE POS-W = PROX-POS-W + LUG-ALBUM-W - 1.
           PERFORM POSICAO-MESA.
           MOVE MESA-W  TO MESA-FIM-CO138.
           MOVE LUGAR-W TO LUGAR-FIM-CO138.
           ADD LUG-ALBUM-W TO PROX-POS-W QT-LUGARES-W.
           MOVE "MESA"          TO LINDET-REL (48: 4).
           MOVE MESA-INI-CO138  TO LINDET-REL (53: 3).
           MOVE "/"             TO LINDET-REL (56: 1).
           MOVE LUGAR-INI-CO138 TO LINDET-REL (57: 2).
           MOVE "A"             TO LINDET-REL (60: 1).
           MOVE "MESA"          TO LINDET-REL (62: 4).
           MOVE MESA-FIM-CO138  TO LINDET-REL (67: 3).
           MOVE "/"             TO LINDET-REL (70: 1).
           MOVE LUGAR-FIM-CO138 TO LINDET-REL (71: 2).
       DISTRIBUI-FORMANDO-GRAVA.
           PERFORM IMPRIME-LINDET.
           MOVE DATA-SISTEMA-N TO DATA-ALT-CO138.
           MOVE USUARIO-W      TO USUARIO-CO138.
           IF USADO-W = 1
              REWRITE REG-COD138 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO COD138: " ST-COD138
              END-REWRITE
           ELSE
              WRITE REG-COD138 INVALID KEY
                    DISPLAY "ERRO GRAVANDO COD138: " ST-COD138
              END-WRITE.

      *    POS-W (0 = 1o lugar da mesa 1) -> MESA-W/LUGAR-W
       POSICAO-MESA SECTION.
           DIVIDE POS-W BY LUGARES-MESA-CO137 GIVING MESA-W
                  REMAINDER LUGAR-W.
           ADD 1 TO MESA-W LUGAR-W.

      *    USADO-W = 1 se algum ingresso do evento (ou so do ALBUM-W,
      *    quando informado) ja passou pela portaria
       VERIFICA-ENTRADAS SECTION.
           MOVE ZEROS      TO USADO-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO139.
           MOVE ITEM-W     TO ITEM-CO139.
           MOVE ALBUM-W    TO ALBUM-CO139.
           MOVE ZEROS      TO NR-INGRESSO-CO139.
           START COD139 KEY IS NOT LESS ALT1-CO139 INVALID KEY
                 MOVE "10" TO ST-COD139
           END-START.
           PERFORM UNTIL ST-COD139 = "10"
              READ COD139 NEXT RECORD AT END
                   MOVE "10" TO ST-COD139
              NOT AT END
                   IF NR-CONTRATO-CO139 NOT = CONTRATO-W
                      OR ITEM-CO139 NOT = ITEM-W
                      OR (ALBUM-W NOT = ZEROS
                          AND ALBUM-CO139 NOT = ALBUM-W)
                      MOVE "10" TO ST-COD139
                   ELSE
                      IF SITUACAO-CO139 = 1
                         MOVE 1 TO USADO-W
                         MOVE "10" TO ST-COD139
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD139.

      *----------------------------------------------------------------
      *    OPCAO 4 - INGRESSOS NUMERADOS
      *----------------------------------------------------------------
       EMITE-INGRESSOS SECTION.
           PERFORM LE-EVENTO.
           IF ACHOU-W NOT = 1
              IF ACHOU-W = 0
                 DISPLAY "BAILE NAO CONFIGURADO - USE A OPCAO 1"
              END-IF
              GO TO EMITE-INGRESSOS-FIM.
           DISPLAY "ALBUM (0 = TODOS OS FORMANDOS): " WITH NO ADVANCING.
           ACCEPT ALBUM-W.
           PERFORM PROXIMO-INGRESSO.
           OPEN OUTPUT RELAT.
           MOVE "INGRESSOS DO BAILE" TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE LOCAL-CO60       TO CAB02-TEXTO (1: 25).
           MOVE DATA-E           TO CAB02-TEXTO (28: 10).
           MOVE HORARIO-CO60     TO CAB02-TEXTO (40: 10).
           MOVE ZEROS TO QT-FORMANDOS-W QT-EMITIDOS-W QT-BLOQUEADOS-W
                         QT-SEM-LUGAR-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO138.
           MOVE ITEM-W     TO ITEM-CO138.
           MOVE ALBUM-W    TO ALBUM-CO138.
           START COD138 KEY IS NOT LESS CHAVE-CO138 INVALID KEY
                 MOVE "10" TO ST-COD138
           END-START.
           PERFORM UNTIL ST-COD138 = "10"
              READ COD138 NEXT RECORD AT END
                   MOVE "10" TO ST-COD138
              NOT AT END
                   IF NR-CONTRATO-CO138 NOT = CONTRATO-W
                      OR ITEM-CO138 NOT = ITEM-W
                      OR (ALBUM-W NOT = ZEROS
                          AND ALBUM-CO138 NOT = ALBUM-W)
                      MOVE "10" TO ST-COD138
                   ELSE
                      PERFORM INGRESSOS-FORMANDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD138.
           IF PAG-W = ZEROS
              PERFORM CABECALHO
              MOVE "NENHUM INGRESSO EMITIDO" TO LINDET-REL (1: 23)
              PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
           DISPLAY QT-EMITIDOS-W " INGRESSO(S) DE " QT-FORMANDOS-W
                   " FORMANDO(S)".
           IF QT-BLOQUEADOS-W > ZEROS
              DISPLAY QT-BLOQUEADOS-W " FORMANDO(S) JA COM ENTRADA "
                      "NA PORTARIA - NAO REEMITIDOS".
           IF QT-SEM-LUGAR-W > ZEROS
              DISPLAY QT-SEM-LUGAR-W " FORMANDO(S) SEM LUGAR NO "
                      "MAPA - RODE A OPCAO 3".
       EMITE-INGRESSOS-FIM.
           CONTINUE.

       INGRESSOS-FORMANDO SECTION.
           PERFORM CALCULA-LUGARES.
           IF LUG-ALBUM-W = ZEROS
              GO TO INGRESSOS-FORMANDO-FIM.
           IF MESA-INI-CO138 = ZEROS
              ADD 1 TO QT-SEM-LUGAR-W
              GO TO INGRESSOS-FORMANDO-FIM.
           MOVE ALBUM-W     TO ALBUM-SALVA-W.
           MOVE ALBUM-CO138 TO ALBUM-W.
           PERFORM VERIFICA-ENTRADAS.
           MOVE ALBUM-SALVA-W TO ALBUM-W.
           IF USADO-W = 1
              ADD 1 TO QT-BLOQUEADOS-W
              GO TO INGRESSOS-FORMANDO-FIM.
           PERFORM CANCELA-INGRESSOS.
           MOVE ALBUM-CO138 TO ALBUM-MT19.
           READ MTD019 INVALID KEY
                MOVE SPACES TO NOME-FORM-MT19
           END-READ.
           ADD 1 TO QT-FORMANDOS-W.
           COMPUTE PROX-POS-W = (MESA-INI-CO138 - 1) *
                   LUGARES-MESA-CO137 + LUGAR-INI-CO138 - 1.
           PERFORM VARYING K FROM 0 BY 1 UNTIL K NOT < LUG-ALBUM-W
              PERFORM GRAVA-INGRESSO
           END-PERFORM.
       INGRESSOS-FORMANDO-FIM.
           CONTINUE.

      *    reemissao: os ingressos ainda nao usados do formando
      *    deixam de valer
       CANCELA-INGRESSOS SECTION.
           MOVE CONTRATO-W  TO NR-CONTRATO-CO139.
           MOVE ITEM-W      TO ITEM-CO139.
           MOVE ALBUM-CO138 TO ALBUM-CO139.
           MOVE ZEROS       TO NR-INGRESSO-CO139.
           START COD139 KEY IS NOT LESS ALT1-CO139 INVALID KEY
                 MOVE "10" TO ST-COD139
           END-START.
           PERFORM UNTIL ST-COD139 = "10"
              READ COD139 NEXT RECORD AT END
                   MOVE "10" TO ST-COD139
              NOT AT END
                   IF NR-CONTRATO-CO139 NOT = CONTRATO-W
                      OR ITEM-CO139 NOT = ITEM-W
                      OR ALBUM-CO139 NOT = ALBUM-CO138
                      MOVE "10" TO ST-COD139
                   ELSE
                      IF SITUACAO-CO139 = 0
                         MOVE 9 TO SITUACAO-CO139
                         REWRITE REG-COD139 INVALID KEY
                                 DISPLAY "ERRO REGRAVANDO COD139: "
                                         ST-COD139
                         END-REWRITE
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD139.

      *    K-esimo lugar do formando: primeiro a cota, depois as
      *    mesas extras, depois os convites extras
       GRAVA-INGRESSO SECTION.
           INITIALIZE REG-COD139.
           ADD 1 TO NR-INGRESSO-W.
           MOVE NR-INGRESSO-W  TO NR-INGRESSO-CO139.
           MOVE CONTRATO-W     TO NR-CONTRATO-CO139.
           MOVE ITEM-W         TO ITEM-CO139.
           MOVE ALBUM-CO138    TO ALBUM-CO139.
           COMPUTE POS-W = PROX-POS-W + K.
           PERFORM POSICAO-MESA.
           MOVE MESA-W         TO MESA-CO139.
           MOVE LUGAR-W        TO LUGAR-CO139.
           IF K < QT-COTA-CO138
              MOVE 1 TO TIPO-CO139
           ELSE
              IF K < QT-COTA-CO138 +
                     QT-MESA-EXTRA-CO138 * LUGARES-MESA-CO137
                 MOVE 2 TO TIPO-CO139
              ELSE
                 MOVE 3 TO TIPO-CO139.
           MOVE 0              TO SITUACAO-CO139.
           MOVE DATA-SISTEMA-N TO DATA-EMISSAO-CO139.
           WRITE REG-COD139 INVALID KEY
                 DISPLAY "ERRO GRAVANDO COD139: " ST-COD139
                 GO TO GRAVA-INGRESSO-FIM
           END-WRITE.
           ADD 1 TO QT-EMITIDOS-W.
           PERFORM IMPRIME-INGRESSO.
       GRAVA-INGRESSO-FIM.
           CONTINUE.

      *    O DV e o modulo 10 da soma dos 8 digitos - a mesma conta
      *    que o GRBARCO valida na leitura da portaria.
       IMPRIME-INGRESSO SECTION.
           IF LIN > 50
              PERFORM CABECALHO.
           MOVE NR-INGRESSO-CO139 TO LINBAR-INGRESSO NR-INGRESSO-X.
           MOVE ZEROS TO SOMA-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
              MOVE NR-INGRESSO-X (I: 1) TO DIGITO-W
              ADD DIGITO-W TO SOMA-W
           END-PERFORM.
           DIVIDE SOMA-W BY 10 GIVING NADA-W REMAINDER DV-W.
           MOVE DV-W TO LINBAR-DV.
           MOVE "INGRESSO"         TO LINDET-REL (1: 8).
           MOVE NR-INGRESSO-CO139  TO LINDET-REL (10: 8).
           MOVE "MESA"             TO LINDET-REL (21: 4).
           MOVE MESA-CO139         TO LINDET-REL (26: 3).
           MOVE "LUGAR"            TO LINDET-REL (31: 5).
           MOVE LUGAR-CO139        TO LINDET-REL (37: 2).
           EVALUATE TIPO-CO139
               WHEN 1 MOVE "COTA DO FORMANDO" TO LINDET-REL (42: 16)
               WHEN 2 MOVE "MESA EXTRA"       TO LINDET-REL (42: 10)
               WHEN 3 MOVE "CONVITE EXTRA"    TO LINDET-REL (42: 13)
           END-EVALUATE.
           PERFORM IMPRIME-LINDET.
           MOVE "CONVIDADO DE"     TO LINDET-REL (1: 12).
           MOVE ALBUM-CO139        TO LINDET-REL (14: 8).
           MOVE NOME-FORM-MT19     TO LINDET-REL (24: 30).
           PERFORM IMPRIME-LINDET.
           WRITE REG-RELAT FROM LINBAR AFTER 1.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER 1.
           ADD 2 TO LIN.

       PROXIMO-INGRESSO SECTION.
           MOVE ZEROS TO NR-INGRESSO-W NR-INGRESSO-CO139.
           START COD139 KEY IS NOT LESS NR-INGRESSO-CO139 INVALID KEY
                 MOVE "10" TO ST-COD139
           END-START.
           PERFORM UNTIL ST-COD139 = "10"
              READ COD139 NEXT RECORD AT END
                   MOVE "10" TO ST-COD139
              NOT AT END
                   MOVE NR-INGRESSO-CO139 TO NR-INGRESSO-W
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD139.

      *----------------------------------------------------------------
      *    OPCAO 5 - PORTARIA (NOTEBOOK SEM REDE)
      *----------------------------------------------------------------
       CAPTURA-PORTARIA SECTION.
           DISPLAY "CONTRATO.......: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           DISPLAY "ITEM DO EVENTO.: " WITH NO ADVANCING.
           ACCEPT ITEM-W.
           DISPLAY "PORTARIA.......: " WITH NO ADVANCING.
           ACCEPT PORTARIA-W.
           PERFORM CARREGA-LIDOS.
           OPEN EXTEND PORTARIA.
           IF ST-PORTARIA > "09"
              CLOSE PORTARIA
              OPEN OUTPUT PORTARIA.
           MOVE "X" TO GRBARCO-ENTRADA.
           PERFORM UNTIL GRBARCO-ALBUM = ZEROS
                     AND GRBARCO-RETORNO = "00"
              DISPLAY "INGRESSO (0 ENCERRA): " WITH NO ADVANCING
              MOVE SPACES TO GRBARCO-ENTRADA
              ACCEPT GRBARCO-ENTRADA
              CALL "GRBARCO" USING PARAMETROS-GRBARCO
              IF GRBARCO-RETORNO NOT = "00"
                 DISPLAY "LEITURA INVALIDA - LEIA DE NOVO"
              ELSE
                 IF GRBARCO-ALBUM > ZEROS
                    PERFORM REGISTRA-ENTRADA
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PORTARIA.
           DISPLAY "PORTARIA ENCERRADA - " QT-LIDOS-W " ENTRADA(S)".

      *    o que ja foi lido antes nesta portaria (programa fechado
      *    e aberto de novo durante o baile)
       CARREGA-LIDOS SECTION.
           MOVE ZEROS TO QT-LIDOS-W.
           OPEN INPUT PORTARIA.
           IF ST-PORTARIA > "09"
              GO TO CARREGA-LIDOS-FIM.
           PERFORM UNTIL ST-PORTARIA = "10"
              READ PORTARIA AT END
                   MOVE "10" TO ST-PORTARIA
              NOT AT END
                   IF QT-LIDOS-W < 5000
                      ADD 1 TO QT-LIDOS-W
                      MOVE PO-INGRESSO TO TL-INGRESSO (QT-LIDOS-W)
                   END-IF
              END-READ
           END-PERFORM.
       CARREGA-LIDOS-FIM.
           CLOSE PORTARIA.

       REGISTRA-ENTRADA SECTION.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-LIDOS-W OR ACHOU-W = 1
              IF TL-INGRESSO (I) = GRBARCO-ALBUM
                 MOVE 1 TO ACHOU-W
              END-IF
           END-PERFORM.
           IF ACHOU-W = 1
              DISPLAY "*** INGRESSO " GRBARCO-ALBUM
                      " JA APRESENTADO - BARRAR ***"
              GO TO REGISTRA-ENTRADA-FIM.
           ACCEPT HORA-SISTEMA-W FROM TIME.
           MOVE GRBARCO-ALBUM  TO PO-INGRESSO.
           MOVE CONTRATO-W     TO PO-CONTRATO.
           MOVE ITEM-W         TO PO-ITEM.
           MOVE DATA-SISTEMA-N TO PO-DATA.
           MOVE HHMM-W         TO PO-HORA.
           MOVE PORTARIA-W     TO PO-PORTARIA.
           WRITE REG-PORTARIA.
           IF QT-LIDOS-W < 5000
              ADD 1 TO QT-LIDOS-W
              MOVE GRBARCO-ALBUM TO TL-INGRESSO (QT-LIDOS-W).
           DISPLAY "ENTRADA LIBERADA - INGRESSO " GRBARCO-ALBUM.
       REGISTRA-ENTRADA-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 6 - IMPORTA AS ENTRADAS DA PORTARIA
      *----------------------------------------------------------------
       IMPORTA-PORTARIA SECTION.
           PERFORM MONTA-PATH-MARCA.
           OPEN INPUT MARCAIMP.
           IF ST-MARCAIMP < "10"
              DISPLAY "LOTE JA IMPORTADO (MARCA .IMP PRESENTE)"
              CLOSE MARCAIMP
              GO TO IMPORTA-PORTARIA-FIM.
           CLOSE MARCAIMP.
           OPEN INPUT PORTARIA.
           IF ST-PORTARIA > "09"
              DISPLAY "ERRO ABRINDO ARQUIVO DA PORTARIA: " ST-PORTARIA
              GO TO IMPORTA-PORTARIA-FIM.
           OPEN OUTPUT RELAT.
           MOVE "PORTARIA DO BAILE - INGRESSOS RECUSADOS"
                TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "INGRESSO"       TO CAB02-TEXTO (1: 8).
           MOVE "PORTARIA"       TO CAB02-TEXTO (11: 8).
           MOVE "DATA"           TO CAB02-TEXTO (23: 4).
           MOVE "HORA"           TO CAB02-TEXTO (34: 4).
           MOVE "MOTIVO"         TO CAB02-TEXTO (41: 6).
           MOVE "ALBUM"          TO CAB02-TEXTO (72: 5).
           PERFORM CABECALHO.
           MOVE ZEROS TO QT-ENTRADAS-W QT-INVALIDOS-W QT-DUPLICADOS-W.
           PERFORM UNTIL ST-PORTARIA = "10"
              READ PORTARIA AT END
                   MOVE "10" TO ST-PORTARIA
              NOT AT END
                   PERFORM IMPORTA-UMA-ENTRADA
              END-READ
           END-PERFORM.
           CLOSE PORTARIA.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "ENTRADAS: "      TO LINDET-REL (1: 10).
           MOVE QT-ENTRADAS-W     TO QT-E.
           MOVE QT-E              TO LINDET-REL (11: 6).
           MOVE "INVALIDOS: "     TO LINDET-REL (20: 11).
           MOVE QT-INVALIDOS-W    TO QT-E.
           MOVE QT-E              TO LINDET-REL (31: 6).
           MOVE "DUPLICADOS: "    TO LINDET-REL (40: 12).
           MOVE QT-DUPLICADOS-W   TO QT-E.
           MOVE QT-E              TO LINDET-REL (52: 6).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
           OPEN OUTPUT MARCAIMP.
           MOVE DATA-SISTEMA-N TO MARCA-DATA.
           MOVE QT-ENTRADAS-W  TO MARCA-QTDE.
           WRITE REG-MARCAIMP.
           CLOSE MARCAIMP.
           DISPLAY "ENTRADAS: " QT-ENTRADAS-W "  INVALIDOS: "
                   QT-INVALIDOS-W "  DUPLICADOS: " QT-DUPLICADOS-W.
       IMPORTA-PORTARIA-FIM.
           CONTINUE.

       MONTA-PATH-MARCA SECTION.
           MOVE SPACES TO PATH-MARCAIMP.
           MOVE PATH-PORTARIA TO PATH-MARCAIMP.
           PERFORM VARYING I FROM 56 BY -1
                   UNTIL I < 1 OR PATH-MARCAIMP (I: 1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           ADD 1 TO I.
           MOVE ".IMP" TO PATH-MARCAIMP (I: 4).

       IMPORTA-UMA-ENTRADA SECTION.
           MOVE SPACES TO MOTIVO-W.
           MOVE PO-INGRESSO TO NR-INGRESSO-CO139.
           READ COD139 INVALID KEY
                MOVE "INGRESSO NAO EMITIDO" TO MOTIVO-W
                ADD 1 TO QT-INVALIDOS-W
                GO TO IMPORTA-UMA-ENTRADA-REL
           END-READ.
           IF NR-CONTRATO-CO139 NOT = PO-CONTRATO
              OR ITEM-CO139 NOT = PO-ITEM
              MOVE "INGRESSO DE OUTRO EVENTO" TO MOTIVO-W
              ADD 1 TO QT-INVALIDOS-W
              GO TO IMPORTA-UMA-ENTRADA-REL.
           IF SITUACAO-CO139 = 9
              MOVE "INGRESSO CANCELADO (REEMITIDO)" TO MOTIVO-W
              ADD 1 TO QT-INVALIDOS-W
              GO TO IMPORTA-UMA-ENTRADA-REL.
           IF SITUACAO-CO139 = 1
              MOVE "JA APRESENTADO EM" TO MOTIVO-W
              MOVE PORTARIA-CO139 TO MOTIVO-W (19: 10)
              ADD 1 TO QT-DUPLICADOS-W
              GO TO IMPORTA-UMA-ENTRADA-REL.
           MOVE 1           TO SITUACAO-CO139.
           MOVE PO-DATA     TO DATA-ENTRADA-CO139.
           MOVE PO-HORA     TO HORA-ENTRADA-CO139.
           MOVE PO-PORTARIA TO PORTARIA-CO139.
           REWRITE REG-COD139 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO COD139: " ST-COD139
           END-REWRITE.
           ADD 1 TO QT-ENTRADAS-W.
           GO TO IMPORTA-UMA-ENTRADA-FIM.
       IMPORTA-UMA-ENTRADA-REL.
           MOVE PO-INGRESSO TO LINDET-REL (1: 8).
           MOVE PO-PORTARIA TO LINDET-REL (11: 10).
           MOVE PO-DATA     TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE DATA-E      TO LINDET-REL (23: 10).
           MOVE PO-HORA     TO HORA-E.
           MOVE HORA-E      TO LINDET-REL (34: 5).
           INSPECT LINDET-REL (34: 5) REPLACING ALL " " BY ":".
           MOVE MOTIVO-W    TO LINDET-REL (41: 30).
           IF ST-COD139 < "10"
              MOVE ALBUM-CO139 TO LINDET-REL (72: 8).
           PERFORM IMPRIME-LINDET.
       IMPORTA-UMA-ENTRADA-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 7 - PRESENCA NO BAILE P/ A COMISSAO
      *----------------------------------------------------------------
       RELATORIO-PRESENCA SECTION.
           PERFORM LE-EVENTO.
           IF ACHOU-W NOT = 1
              IF ACHOU-W = 0
                 DISPLAY "BAILE NAO CONFIGURADO"
              END-IF
              GO TO RELATORIO-PRESENCA-FIM.
           OPEN OUTPUT RELAT.
           MOVE "PRESENCA NO BAILE DE FORMATURA" TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "ALBUM"          TO CAB02-TEXTO (1: 5).
           MOVE "FORMANDO"       TO CAB02-TEXTO (10: 8).
           MOVE "LUG"            TO CAB02-TEXTO (42: 3).
           MOVE "EMIT"           TO CAB02-TEXTO (47: 4).
           MOVE "PRES"           TO CAB02-TEXTO (53: 4).
           MOVE "AUS"            TO CAB02-TEXTO (59: 3).
           MOVE "MESA(S)"        TO CAB02-TEXTO (64: 7).
           PERFORM CABECALHO.
           MOVE "CONTRATO "      TO LINDET-REL (1: 9).
           MOVE CONTRATO-W       TO LINDET-REL (10: 4).
           MOVE "ITEM "          TO LINDET-REL (15: 5).
           MOVE ITEM-W           TO LINDET-REL (20: 3).
           MOVE LOCAL-CO60       TO LINDET-REL (25: 25).
           MOVE DATA-E           TO LINDET-REL (52: 10).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE ZEROS TO QT-FORMANDOS-W QT-LUGARES-W TOT-EMITIDOS-W
                         TOT-PRESENTES-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO138.
           MOVE ITEM-W     TO ITEM-CO138.
           MOVE ZEROS      TO ALBUM-CO138.
           START COD138 KEY IS NOT LESS CHAVE-CO138 INVALID KEY
                 MOVE "10" TO ST-COD138
           END-START.
           PERFORM UNTIL ST-COD138 = "10"
              READ COD138 NEXT RECORD AT END
                   MOVE "10" TO ST-COD138
              NOT AT END
                   IF NR-CONTRATO-CO138 NOT = CONTRATO-W
                      OR ITEM-CO138 NOT = ITEM-W
                      MOVE "10" TO ST-COD138
                   ELSE
                      PERFORM PRESENCA-FORMANDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD138.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "FORMANDOS: "     TO LINDET-REL (1: 11).
           MOVE QT-FORMANDOS-W    TO QT-E.
           MOVE QT-E              TO LINDET-REL (12: 6).
           MOVE "LUGARES: "       TO LINDET-REL (20: 9).
           MOVE QT-LUGARES-W      TO QT-E.
           MOVE QT-E              TO LINDET-REL (29: 6).
           MOVE "LOTACAO: "       TO LINDET-REL (37: 9).
           MOVE LIMITE-W          TO QT-E.
           MOVE QT-E              TO LINDET-REL (46: 6).
           PERFORM IMPRIME-LINDET.
           MOVE "INGRESSOS: "     TO LINDET-REL (1: 11).
           MOVE TOT-EMITIDOS-W    TO QT-E.
           MOVE QT-E              TO LINDET-REL (12: 6).
           MOVE "PRESENTES: "     TO LINDET-REL (20: 11).
           MOVE TOT-PRESENTES-W   TO QT-E.
           MOVE QT-E              TO LINDET-REL (31: 6).
           MOVE "AUSENTES: "      TO LINDET-REL (39: 10).
           COMPUTE QT-EMITIDOS-W = TOT-EMITIDOS-W - TOT-PRESENTES-W.
           MOVE QT-EMITIDOS-W     TO QT-E.
           MOVE QT-E              TO LINDET-REL (49: 6).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
       RELATORIO-PRESENCA-FIM.
           CONTINUE.

       PRESENCA-FORMANDO SECTION.
           PERFORM CALCULA-LUGARES.
           MOVE ZEROS TO QT-EMITIDOS-W QT-PRESENTES-W.
           MOVE CONTRATO-W  TO NR-CONTRATO-CO139.
           MOVE ITEM-W      TO ITEM-CO139.
           MOVE ALBUM-CO138 TO ALBUM-CO139.
           MOVE ZEROS       TO NR-INGRESSO-CO139.
           START COD139 KEY IS NOT LESS ALT1-CO139 INVALID KEY
                 MOVE "10" TO ST-COD139
           END-START.
           PERFORM UNTIL ST-COD139 = "10"
              READ COD139 NEXT RECORD AT END
                   MOVE "10" TO ST-COD139
              NOT AT END
                   IF NR-CONTRATO-CO139 NOT = CONTRATO-W
                      OR ITEM-CO139 NOT = ITEM-W
                      OR ALBUM-CO139 NOT = ALBUM-CO138
                      MOVE "10" TO ST-COD139
                   ELSE
                      IF SITUACAO-CO139 NOT = 9
                         ADD 1 TO QT-EMITIDOS-W
                      END-IF
                      IF SITUACAO-CO139 = 1
                         ADD 1 TO QT-PRESENTES-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD139.
           MOVE ALBUM-CO138 TO ALBUM-MT19.
           READ MTD019 INVALID KEY
                MOVE SPACES TO NOME-FORM-MT19
           END-READ.
           MOVE ALBUM-CO138    TO LINDET-REL (1: 8).
           MOVE NOME-FORM-MT19 TO LINDET-REL (10: 30).
           MOVE LUG-ALBUM-W    TO QT3-E.
           MOVE QT3-E          TO LINDET-REL (42: 3).
           MOVE QT-EMITIDOS-W  TO QT3-E.
           MOVE QT3-E          TO LINDET-REL (48: 3).
           MOVE QT-PRESENTES-W TO QT3-E.
           MOVE QT3-E          TO LINDET-REL (54: 3).
           COMPUTE K = QT-EMITIDOS-W - QT-PRESENTES-W.
           MOVE K              TO QT3-E.
           MOVE QT3-E          TO LINDET-REL (59: 3).
           IF MESA-INI-CO138 NOT = ZEROS
              MOVE MESA-INI-CO138 TO LINDET-REL (64: 3)
              IF MESA-FIM-CO138 NOT = MESA-INI-CO138
                 MOVE "A"            TO LINDET-REL (68: 1)
                 MOVE MESA-FIM-CO138 TO LINDET-REL (70: 3)
              END-IF
           END-IF.
           PERFORM IMPRIME-LINDET.
           ADD 1              TO QT-FORMANDOS-W.
           ADD LUG-ALBUM-W    TO QT-LUGARES-W.
           ADD QT-EMITIDOS-W  TO TOT-EMITIDOS-W.
           ADD QT-PRESENTES-W TO TOT-PRESENTES-W.

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
           IF OPCAO-W NOT = 5
              CLOSE COD137 COD138 COD139 COD060 MTD019 RCD101.

       END PROGRAM COP136.
