      *        OPCAO 1 - GERAR: CRIA UMA OS POR VENDA CONFIRMADA DO
      *          PERIODO (RCD100, CHAVE ALT-REC POR DATA-MOVTO) COM
      *          AS QUANTIDADES POR PRODUTO (FOTOS, POSTER, FOTO-CD,
      *          DVD); ALBUM QUE JA TEM OS NAO GERA DE NOVO, NEM
      *          VENDA COM DESCONTO PENDENTE OU REJEITADO NA ALCADA
      *          (RCP120/RCP121) - FICA P/ QUANDO O CHEFE APROVAR;
      *        OPCAO 2 - AVANCAR: REGISTRA A PASSAGEM DE ETAPA
      *          (AGUARDANDO, IMPRESSO, RETOCADO, CONFERIDO,
      *          LIBERADO P/ MONTAGEM) COM DATA E FUNCIONARIO;
      *          ALT2) - A LISTAGEM DO LBP204 PASSA A TER ONDE CADA
      *          TRABALHO REALMENTE ESTA, E A MONTAGEM SO RECEBE
      *          ALBUM LIBERADO.
      *        AS OS DE REPOSICAO/SEGUNDA VIA NASCEM NO MTP064 (ORIGEM
      *        "R" E O PEDIDO DO MTD067) E SEGUEM AS MESMAS ETAPAS; NA
      *        POSICAO SAEM MARCADAS COMO REPOSICAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  PROX-OS-W             PIC 9(6)     VALUE ZEROS.
           05  QT-GERADO-W           PIC 9(5)     VALUE ZEROS.
           05  JA-TEM-W              PIC 9        VALUE ZEROS.
           05  QT-BLOQUEADO-W        PIC 9(5)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.

       01  TEXTO-ETAPAS.
       01  RED-ETAPAS REDEFINES TEXTO-ETAPAS.
           05  NOME-ETAPA-W OCCURS 5  PIC X(12).

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

       01  DATA-INVERTE-W            PIC X(8).

       01  DATA-SISTEMA-W.
           DISPLAY "VENDAS ATE (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-FIM-W.
           PERFORM POSICIONA-OS.
           MOVE ZEROS TO QT-GERADO-W QT-BLOQUEADO-W.
           MOVE DATA-INI-W TO DATA-MOVTO-REC.
           MOVE ZEROS      TO ALBUM-REC.
           START RCD100 KEY IS NOT LESS ALT-REC INVALID KEY
              END-READ
           END-PERFORM.
           DISPLAY "ORDENS GERADAS: " QT-GERADO-W.
           IF QT-BLOQUEADO-W > ZEROS
              DISPLAY "VENDAS AGUARDANDO ALCADA (RCP121): "
                      QT-BLOQUEADO-W.

       POSICIONA-OS SECTION.
           MOVE ZEROS TO PROX-OS-W OS-LB107.
           MOVE "00" TO ST-LBD107.
           IF JA-TEM-W = 1
              GO TO GERA-UMA-OS-FIM.
      *    desconto ainda nao aprovado segura a OS
           INITIALIZE PARAMETROS-RCP120.
           MOVE 2         TO RCP120-FUNCAO.
           MOVE EMPRESA-W TO RCP120-EMPRESA.
           MOVE ALBUM-REC TO RCP120-ALBUM.
           CALL "RCP120" USING PARAMETROS-RCP120.
           CANCEL "RCP120".
           IF RCP120-BLOQUEADA
              ADD 1 TO QT-BLOQUEADO-W
              GO TO GERA-UMA-OS-FIM.
           ADD 1 TO PROX-OS-W QT-GERADO-W.
           INITIALIZE REG-LBD107.
           MOVE PROX-OS-W      TO OS-LB107.
           MOVE "FUNC."     TO LINDET-REL (90: 5).
           MOVE FUNC-ETAPA-LB107 (ETAPA-LB107)
                TO LINDET-REL (96: 6).
           IF ORIGEM-REPOSICAO-LB107
              MOVE "REPOSICAO" TO LINDET-REL (104: 9)
              MOVE PEDIDO-REPOS-LB107 TO LINDET-REL (114: 6).
           PERFORM IMPRIME-LINDET.

       IMPRIME-LINDET SECTION.
