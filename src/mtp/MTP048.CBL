      *          A VENDA (GERA O RCD100 COM AS QUANTIDADES DO MTD020
      *          E MARCA FOGO-MTG = 1) OU DEVOLVE AO ESTOQUE
      *          (POSSE-MTG = 1, LIMPANDO CODIGO-POSSE-MTG).
      *          NA VENDA O PRECO DE TABELA (RCD127) E O % DA FAIXA
      *          DO RCD112 SAEM DAS QUANTIDADES DO MTD020 (RCP127) E
      *          A VENDA PASSA PELA ALCADA DE DESCONTO DO VENDEDOR
      *          (RCP120) - ACIMA DELA FICA PENDENTE DE APROVACAO NO
      *          RCP121. ITEM SEM PRECO NA TABELA NAO DEIXA GRAVAR A
      *          VENDA.
      *        ALBUM PRESO POR OUTRA SESSAO: O GRLOCK ESPERA,
      *        MOSTRA QUEM ESTA COM ELE E DEIXA ESPERAR MAIS OU
      *        DESISTIR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  ALBUM-W               PIC 9(8)     VALUE ZEROS.
           05  ACAO-W                PIC 9        VALUE ZEROS.
           05  VALOR-VENDA-W         PIC 9(8)V99  VALUE ZEROS.
           05  PRECO-LISTA-W         PIC 9(8)V99  VALUE ZEROS.
           05  PERC-FAIXA-W          PIC 9(3)V99  VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  DIAS-POSSE-W          PIC 9(5)     VALUE ZEROS.
           05  QT-CONSIG-W           PIC 9(5)     VALUE ZEROS.
           05  QT-ACIMA-W            PIC 9(5)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  PERC-E                PIC ZZ9,99.

       01  PARAMETROS-GRBARCO.
           05  GRBARCO-ENTRADA       PIC X(12).
           05  GRDIFD-DATA2          PIC 9(8).
           05  GRDIFD-DIAS           PIC 9(5).

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

       01  DATA-INVERTE-W            PIC X(8).

       01  DATA-SISTEMA-W.
       01  LINDET.
           05  LINDET-REL        PIC X(130) VALUE SPACES.

       01  PARAMETROS-GRLOCK.
           05  GRLOCK-EMPRESA    PIC X(3).
           05  GRLOCK-ARQUIVO    PIC X(8).
           05  GRLOCK-CHAVE      PIC X(30).
           05  GRLOCK-PROGRAMA   PIC X(8).
           05  GRLOCK-FUNCAO     PIC 9(1).
           05  GRLOCK-SEGUNDOS   PIC 9(5).
           05  GRLOCK-RETORNO    PIC 9(1).
           05  GRLOCK-CONTROLE   PIC X(120).

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
                DISPLAY "ALBUM NAO ENCONTRADO NO MTD020"
                GO TO ACERTO-CONSIGNACAO-FIM
           END-READ.
           IF ST-MTD020 = "9D"
              PERFORM ESPERA-MTD020.
           IF ST-MTD020 > "09"
              GO TO ACERTO-CONSIGNACAO-FIM.
           IF POSSE-MTG NOT = 2
              DISPLAY "ALBUM NAO ESTA CONSIGNADO (POSSE <> 2)"
              GO TO ACERTO-CONSIGNACAO-FIM.
           CONTINUE.

       ACERTO-VENDA SECTION.
           DISPLAY "USUARIO: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           PERFORM PRECO-TABELA-VENDA.
           IF NOT RCP127-OK
              GO TO ACERTO-VENDA-FIM.
           MOVE PRECO-LISTA-W TO VALOR-E.
           MOVE PERC-FAIXA-W  TO PERC-E.
           DISPLAY "PRECO DE TABELA " VALOR-E " FAIXA " PERC-E "%".
           DISPLAY "VALOR TOTAL DA VENDA: " WITH NO ADVANCING.
           ACCEPT VALOR-VENDA-W.
           INITIALIZE REG-RCD100.
                 DISPLAY "ERRO ATUALIZANDO MTD020: " ST-MTD020
           END-REWRITE.
           DISPLAY "VENDA REGISTRADA".
           PERFORM AVALIA-ALCADA.
       ACERTO-VENDA-FIM.
           CONTINUE.

      *    tabela e faixa pelas quantidades do album (ITEM-RC127)
       PRECO-TABELA-VENDA SECTION.
           INITIALIZE PARAMETROS-RCP127.
           MOVE EMPRESA-W        TO RCP127-EMPRESA.
           MOVE ALBUM-MTG        TO RCP127-ALBUM.
           MOVE QT-ENCADER-MTG   TO RCP127-QTDE (1).
           MOVE QT-ESTOJO-MTG    TO RCP127-QTDE (2).
           MOVE QT-FOLHAS-MTG    TO RCP127-QTDE (3).
           MOVE QT-FOTOS-MTG     TO RCP127-QTDE (4).
           MOVE QT-POSTER-MTG    TO RCP127-QTDE (7).
           MOVE QT-DVD-MTG       TO RCP127-QTDE (8).
           MOVE QT-PORTA-DVD-MTG TO RCP127-QTDE (9).
           MOVE QT-FOTO-CD-MTG   TO RCP127-QTDE (10).
           MOVE QT-MOLDURA-MTG   TO RCP127-QTDE (11).
           CALL "RCP127" USING PARAMETROS-RCP127.
           CANCEL "RCP127".
           IF RCP127-ERRO
              DISPLAY "ERRO NO PRECO DE TABELA (RCD127)".
           IF RCP127-SEM-PRECO
              DISPLAY "ITEM " RCP127-ITEM-FALTA " SEM PRECO NA TABELA"
                      " DE VENDA - CADASTRE NO RCP121 (OPCAO 5)".
           MOVE RCP127-PRECO-LISTA TO PRECO-LISTA-W.
           MOVE RCP127-PERC-FAIXA  TO PERC-FAIXA-W.

      *    desconto acima da alcada do vendedor: a venda fica gravada
      *    mas sem carne nem OS ate o chefe aprovar no RCP121
       AVALIA-ALCADA SECTION.
           INITIALIZE PARAMETROS-RCP120.
           MOVE 1              TO RCP120-FUNCAO.
           MOVE EMPRESA-W      TO RCP120-EMPRESA.
           MOVE ALBUM-REC      TO RCP120-ALBUM.
           MOVE VENDEDOR-REC   TO RCP120-VENDEDOR.
           MOVE DATA-MOVTO-REC TO RCP120-DATA-VENDA.
           MOVE PRECO-LISTA-W  TO RCP120-PRECO-LISTA.
           MOVE PERC-FAIXA-W   TO RCP120-PERC-FAIXA.
           MOVE VALOR-VENDA-W  TO RCP120-TOTAL-VENDA.
           MOVE USUARIO-W      TO RCP120-USUARIO.
           CALL "RCP120" USING PARAMETROS-RCP120.
           CANCEL "RCP120".
           IF RCP120-ERRO
              DISPLAY "ERRO NA AVALIACAO DA ALCADA (RCD121)".
           IF RCP120-BLOQUEADA
              MOVE RCP120-PRECO-MIN TO VALOR-E
              DISPLAY "DESCONTO ACIMA DA ALCADA - MINIMO " VALOR-E
              DISPLAY "VENDA PENDENTE DE APROVACAO NO RCP121".

       ACERTO-DEVOLUCAO SECTION.
           MOVE 1              TO POSSE-MTG.
           MOVE ZEROS          TO CODIGO-POSSE-MTG.
       FINALIZA-PROGRAMA SECTION.
           CLOSE MTD019 MTD020 RCD100.

      *    Album preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D
       ESPERA-MTD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "MTD020"      TO GRLOCK-ARQUIVO.
           MOVE ALBUM-MTG     TO GRLOCK-CHAVE.
           MOVE "MTP048"      TO GRLOCK-PROGRAMA.
           MOVE ZEROS         TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
           PERFORM UNTIL ST-MTD020 NOT = "9D" OR GRLOCK-RETORNO = 1
              MOVE 1 TO GRLOCK-FUNCAO
              CALL "GRLOCK" USING PARAMETROS-GRLOCK
              IF GRLOCK-RETORNO = 0
                 READ MTD020 INVALID KEY
                      DISPLAY "ALBUM NAO ENCONTRADO NO MTD020"
                 END-READ
              END-IF
           END-PERFORM.
           MOVE 2 TO GRLOCK-FUNCAO.
           CALL "GRLOCK" USING PARAMETROS-GRLOCK.

       END PROGRAM MTP048.
