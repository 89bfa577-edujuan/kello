       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP135.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: CONVITES DE FORMATURA - MODELO, PEDIDO DO FORMANDO,
      *        PROVA, PEDIDO A GRAFICA, ENTREGA E FATURAMENTO, QUE
      *        ATE AQUI CORRIAM NUMA PLANILHA FORA DO SISTEMA.
      *        OPCAO 1 - MODELOS DO CONTRATO (COD135): PRECO DO
      *          CONVITE E DA FOLHA EXTRA AO FORMANDO, GRAFICA, CUSTO
      *          E PRAZO DE ENTREGA, DATA LIMITE P/ PEDIDOS;
      *        OPCAO 2 - PEDIDO DO FORMANDO (COD136, ALBUM MTD019):
      *          QUANTIDADE, FOLHAS EXTRAS, NOME E TEXTO DO CONVITE;
      *          DEPOIS DA PROVA APROVADA NAO MUDA MAIS;
      *        OPCAO 3 - PROVA: ENVIO, APROVACAO (DATA E APROVADOR)
      *          OU REPROVACAO (VOLTA P/ CORRECAO NA OPCAO 2);
      *        OPCAO 4 - PEDIDO DE COMPRA A GRAFICA: OS PEDIDOS COM
      *          PROVA APROVADA VIRAM UM PEDIDO CPD030/CPD031 (O
      *          RECEBIMENTO E A NOTA SEGUEM NO CPP030) E A LISTA DE
      *          PRODUCAO COM NOME E TEXTO DE CADA CONVITE; ENCERRA
      *          O MODELO P/ PEDIDOS NOVOS;
      *        OPCAO 5 - ENTREGA: RECEBIDO DA GRAFICA (POR PEDIDO
      *          CPD030) OU ENTREGUE AO FORMANDO (DATA E RECEBEDOR);
      *        OPCAO 6 - FATURAMENTO: UM TITULO CRD020 POR FORMANDO
      *          (CLASSE 0, CLIENTE = ALBUM) COM O VALOR DO PEDIDO
      *          APROVADO, RESPEITANDO O FECHAMENTO MENSAL (CAP022);
      *        OPCAO 7 - RELATORIO DO CONTRATO: SITUACAO DE CADA
      *          PEDIDO, ATRASO DA GRAFICA SOBRE O PRAZO DO MODELO E
      *          O QUE FALTA FATURAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX135.
           COPY COPX136.
           COPY COPX040.
           COPY MTPX019.
           COPY CPPX030.
           COPY CPPX031.
           COPY CRPX020.
           COPY CGPX001.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY COPW135.
           COPY COPW136.
           COPY COPW040.
           COPY MTPW019.
           COPY CPPW030.
           COPY CPPW031.
           COPY CRPW020.
           COPY CGPW001.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD135             PIC XX       VALUE SPACES.
           05  ST-COD136             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-MTD019             PIC XX       VALUE SPACES.
           05  ST-CPD030             PIC XX       VALUE SPACES.
           05  ST-CPD031             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  TIPO-W                PIC 9        VALUE ZEROS.
           05  CONTRATO-W            PIC 9(4)     VALUE ZEROS.
           05  MODELO-W              PIC 9(2)     VALUE ZEROS.
           05  MODELO-ANT-W          PIC 9(2)     VALUE ZEROS.
           05  ALBUM-W               PIC 9(8)     VALUE ZEROS.
           05  ALBUM-R REDEFINES ALBUM-W.
               10  CONTRATO-ALB-W    PIC 9(4).
               10  NRALBUM-W         PIC 9(4).
           05  PEDIDO-W              PIC 9(6)     VALUE ZEROS.
           05  ITEM-W                PIC 9(3)     VALUE ZEROS.
           05  QT-TOT-CONV-W         PIC 9(7)     VALUE ZEROS.
           05  QT-TOT-FOLHA-W        PIC 9(7)     VALUE ZEROS.
           05  QT-PEDIDOS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-PENDENTES-W        PIC 9(5)     VALUE ZEROS.
           05  QT-ENTREGUES-W        PIC 9(5)     VALUE ZEROS.
           05  VLR-TOTAL-W           PIC 9(10)V99 VALUE ZEROS.
           05  VLR-FATUR-W           PIC 9(10)V99 VALUE ZEROS.
           05  VLR-A-FATUR-W         PIC 9(10)V99 VALUE ZEROS.
           05  VENCTO-W              PIC 9(8)     VALUE ZEROS.
           05  PORTADOR-W            PIC 9(4)     VALUE ZEROS.
           05  ULT-SEQ-W             PIC 9(5)     VALUE ZEROS.
           05  DOCTO-CNV-W           PIC X(10)    VALUE SPACES.
           05  NOME-CONVITE-W        PIC X(40)    VALUE SPACES.
           05  SITUACAO-E            PIC X(14)    VALUE SPACES.
           05  QT-E                  PIC ZZ.ZZ9.
           05  QT4-E                 PIC ZZZ9.
           05  DIAS-E                PIC ZZ9.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  DATA-INVERTE-W        PIC X(8).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-COD135       PIC X(60)    VALUE SPACES.
           05  PATH-COD136       PIC X(60)    VALUE SPACES.
           05  PATH-COD040       PIC X(60)    VALUE SPACES.
           05  PATH-MTD019       PIC X(60)    VALUE SPACES.
           05  PATH-CPD030       PIC X(60)    VALUE SPACES.
           05  PATH-CPD031       PIC X(60)    VALUE SPACES.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-CGD001       PIC X(60)    VALUE SPACES.

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

       01  GRDIFD-PARAMETROS.
           05  GRDIFD-DATA1          PIC 9(8).
           05  GRDIFD-DATA2          PIC 9(8).
           05  GRDIFD-DIAS           PIC 9(5).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "COP135 - EMPRESA ".
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
                  WHEN 1 PERFORM CADASTRA-MODELOS
                  WHEN 2 PERFORM PEDIDOS-FORMANDO
                  WHEN 3 PERFORM PROVA-CONVITE
                  WHEN 4 PERFORM PEDIDO-GRAFICA
                  WHEN 5 PERFORM ENTREGA-CONVITE
                  WHEN 6 PERFORM FATURA-CONVITES
                  WHEN 7 PERFORM RELATORIO-CONTRATO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-MODELOS  2-PEDIDO DO FORMANDO  3-PROVA  "
                   "4-PEDIDO A GRAFICA".
           DISPLAY "5-ENTREGA  6-FATURAMENTO  7-RELATORIO: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 7
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W NOT = 7
                 DISPLAY "USUARIO: " WITH NO ADVANCING
                 ACCEPT USUARIO-W
              END-IF
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "COD135"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD135
              MOVE "COD136"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD136
              MOVE "COD040"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD040
              MOVE "MTD019"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD019
              MOVE "CPD030"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD030
              MOVE "CPD031"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD031
              MOVE "CRD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD020
              MOVE "CGD001"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD001
              OPEN I-O COD135 COD136
              IF ST-COD135 = "35"
                 CLOSE COD135      OPEN OUTPUT COD135
                 CLOSE COD135      OPEN I-O COD135
              END-IF
              IF ST-COD136 = "35"
                 CLOSE COD136      OPEN OUTPUT COD136
                 CLOSE COD136      OPEN I-O COD136
              END-IF
              OPEN I-O CPD030 CPD031 CRD020
              OPEN INPUT COD040 MTD019 CGD001
              IF ST-COD135 > "09"
                 DISPLAY "ERRO ABERTURA COD135: " ST-COD135
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-COD136 > "09"
                 DISPLAY "ERRO ABERTURA COD136: " ST-COD136
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
              IF ST-CRD020 > "09"
                 DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-COD040 > "09"
                 DISPLAY "ERRO ABERTURA COD040: " ST-COD040
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD019 > "09"
                 DISPLAY "ERRO ABERTURA MTD019: " ST-MTD019
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
      *    OPCAO 1 - MODELOS DE CONVITE DO CONTRATO
      *----------------------------------------------------------------
       CADASTRA-MODELOS SECTION.
           DISPLAY "CONTRATO: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                DISPLAY "CONTRATO NAO ENCONTRADO"
                GO TO CADASTRA-MODELOS-FIM
           END-READ.
           DISPLAY NOME-CLIENTE-CO40.
           PERFORM LISTA-MODELOS.
           MOVE 1 TO MODELO-W.
           PERFORM UNTIL MODELO-W = 0
              DISPLAY "MODELO (0 = FIM): " WITH NO ADVANCING
              ACCEPT MODELO-W
              IF MODELO-W NOT = 0
                 PERFORM ALTERA-MODELO
              END-IF
           END-PERFORM.
       CADASTRA-MODELOS-FIM.
           CONTINUE.

       LISTA-MODELOS SECTION.
           MOVE CONTRATO-W TO NR-CONTRATO-CO135.
           MOVE ZEROS      TO MODELO-CO135.
           START COD135 KEY IS NOT LESS CHAVE-CO135 INVALID KEY
                 MOVE "10" TO ST-COD135
           END-START.
           PERFORM UNTIL ST-COD135 = "10"
              READ COD135 NEXT RECORD AT END
                   MOVE "10" TO ST-COD135
              NOT AT END
                   IF NR-CONTRATO-CO135 NOT = CONTRATO-W
                      MOVE "10" TO ST-COD135
                   ELSE
                      MOVE VLR-UNIT-CO135 TO VALOR-E
                      IF SITUACAO-CO135 = 0
                         DISPLAY "MODELO " MODELO-CO135 " "
                                 DESCRICAO-CO135 " " VALOR-E
                      ELSE
                         DISPLAY "MODELO " MODELO-CO135 " "
                                 DESCRICAO-CO135 " " VALOR-E
                                 " (ENCERRADO)"
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD135.

       ALTERA-MODELO SECTION.
           MOVE CONTRATO-W TO NR-CONTRATO-CO135.
           MOVE MODELO-W   TO MODELO-CO135.
           MOVE ZEROS      TO ACHOU-W.
           READ COD135 INVALID KEY
                INITIALIZE REG-COD135
                MOVE CONTRATO-W TO NR-CONTRATO-CO135
                MOVE MODELO-W   TO MODELO-CO135
           NOT INVALID KEY
                MOVE 1 TO ACHOU-W
                DISPLAY DESCRICAO-CO135
                DISPLAY "E-EXCLUI  R-REABRE P/ PEDIDOS  A-ALTERA: "
                        WITH NO ADVANCING
                ACCEPT CONFIRMA-W
                IF CONFIRMA-W = "E"
                   PERFORM EXCLUI-MODELO
                   GO TO ALTERA-MODELO-FIM
                END-IF
                IF CONFIRMA-W = "R"
                   MOVE 0 TO SITUACAO-CO135
                   REWRITE REG-COD135 INVALID KEY
                           DISPLAY "ERRO REGRAVANDO COD135: "
                                   ST-COD135
                   END-REWRITE
                   GO TO ALTERA-MODELO-FIM
                END-IF
           END-READ.
           DISPLAY "DESCRICAO DO MODELO.........: " WITH NO ADVANCING.
           ACCEPT DESCRICAO-CO135.
           DISPLAY "PRECO DO CONVITE AO FORMANDO: " WITH NO ADVANCING.
           ACCEPT VLR-UNIT-CO135.
           DISPLAY "PRECO DA FOLHA EXTRA........: " WITH NO ADVANCING.
           ACCEPT VLR-FOLHA-CO135.
           IF VLR-UNIT-CO135 = ZEROS
              DISPLAY "PRECO DO CONVITE OBRIGATORIO"
              GO TO ALTERA-MODELO-FIM.
           DISPLAY "GRAFICA (CGD001)............: " WITH NO ADVANCING.
           ACCEPT FORNEC-CO135.
           MOVE FORNEC-CO135 TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "GRAFICA NAO CADASTRADA NO CGD001"
                GO TO ALTERA-MODELO-FIM
           END-READ.
           DISPLAY NOME-CG01.
           DISPLAY "CUSTO DO CONVITE NA GRAFICA.: " WITH NO ADVANCING.
           ACCEPT CUSTO-UNIT-CO135.
           DISPLAY "CUSTO DA FOLHA EXTRA........: " WITH NO ADVANCING.
           ACCEPT CUSTO-FOLHA-CO135.
           DISPLAY "PRAZO DA GRAFICA (DIAS).....: " WITH NO ADVANCING.
           ACCEPT PRAZO-GRAFICA-CO135.
           DISPLAY "DATA LIMITE P/ PEDIDOS (AAAAMMDD, 0 = SEM): "
                   WITH NO ADVANCING.
           ACCEPT DATA-LIMITE-CO135.
           MOVE DATA-SISTEMA-N TO DATA-ALT-CO135.
           MOVE USUARIO-W      TO USUARIO-CO135.
           IF ACHOU-W = 1
              REWRITE REG-COD135 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO COD135: " ST-COD135
              END-REWRITE
           ELSE
              MOVE 0 TO SITUACAO-CO135
              WRITE REG-COD135 INVALID KEY
                    DISPLAY "ERRO GRAVANDO COD135: " ST-COD135
              END-WRITE.
       ALTERA-MODELO-FIM.
           CONTINUE.

      *    so exclui modelo sem nenhum pedido de formando
       EXCLUI-MODELO SECTION.
           MOVE CONTRATO-W TO NR-CONTRATO-CO136.
           MOVE MODELO-W   TO MODELO-CO136.
           MOVE ZEROS      TO ALBUM-CO136.
           START COD136 KEY IS NOT LESS CHAVE-CO136 INVALID KEY
                 MOVE "10" TO ST-COD136
           END-START.
           IF ST-COD136 NOT = "10"
              READ COD136 NEXT RECORD AT END
                   MOVE "10" TO ST-COD136
              END-READ.
           IF ST-COD136 NOT = "10"
              AND NR-CONTRATO-CO136 = CONTRATO-W
              AND MODELO-CO136 = MODELO-W
              DISPLAY "MODELO COM PEDIDOS - NAO PODE SER EXCLUIDO"
              MOVE SPACES TO ST-COD136
              GO TO EXCLUI-MODELO-FIM.
           MOVE SPACES TO ST-COD136.
           DELETE COD135 INVALID KEY
                  DISPLAY "ERRO EXCLUINDO COD135: " ST-COD135
           END-DELETE.
       EXCLUI-MODELO-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 2 - PEDIDO DO FORMANDO
      *----------------------------------------------------------------
       PEDIDOS-FORMANDO SECTION.
           MOVE 1 TO ALBUM-W.
           PERFORM UNTIL ALBUM-W = ZEROS
              DISPLAY "ALBUM DO FORMANDO (0 = FIM): "
                      WITH NO ADVANCING
              ACCEPT ALBUM-W
              IF ALBUM-W NOT = ZEROS
                 PERFORM PEDIDO-FORMANDO
              END-IF
           END-PERFORM.

       PEDIDO-FORMANDO SECTION.
           MOVE ALBUM-W TO ALBUM-MT19.
           READ MTD019 INVALID KEY
                DISPLAY "ALBUM NAO ENCONTRADO NO MTD019"
                GO TO PEDIDO-FORMANDO-FIM
           END-READ.
           DISPLAY NOME-FORM-MT19.
           MOVE CONTRATO-ALB-W TO CONTRATO-W.
           PERFORM LISTA-MODELOS.
           DISPLAY "MODELO: " WITH NO ADVANCING.
           ACCEPT MODELO-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO135.
           MOVE MODELO-W   TO MODELO-CO135.
           READ COD135 INVALID KEY
                DISPLAY "MODELO NAO CADASTRADO P/ O CONTRATO"
                GO TO PEDIDO-FORMANDO-FIM
           END-READ.
           IF SITUACAO-CO135 NOT = 0
              DISPLAY "PEDIDOS DO MODELO ENCERRADOS"
              GO TO PEDIDO-FORMANDO-FIM.
           IF DATA-LIMITE-CO135 NOT = ZEROS
              AND DATA-SISTEMA-N > DATA-LIMITE-CO135
              MOVE DATA-LIMITE-CO135 TO DATA-INVERTE-W
              CALL "GRIDAT1" USING DATA-INVERTE-W
              MOVE DATA-INVERTE-W TO DATA-E
              DISPLAY "PRAZO P/ PEDIDOS ENCERRADO EM " DATA-E
              GO TO PEDIDO-FORMANDO-FIM.
           MOVE CONTRATO-W TO NR-CONTRATO-CO136.
           MOVE MODELO-W   TO MODELO-CO136.
           MOVE ALBUM-W    TO ALBUM-CO136.
           MOVE ZEROS      TO ACHOU-W.
           READ COD136 INVALID KEY
                INITIALIZE REG-COD136
                MOVE CONTRATO-W     TO NR-CONTRATO-CO136
                MOVE MODELO-W       TO MODELO-CO136
                MOVE ALBUM-W        TO ALBUM-CO136
                MOVE NOME-FORM-MT19 TO NOME-CONVITE-CO136
           NOT INVALID KEY
                MOVE 1 TO ACHOU-W
           END-READ.
           IF ACHOU-W = 1
              PERFORM MOSTRA-PEDIDO
              IF SITUACAO-CO136 > 1 AND SITUACAO-CO136 NOT = 9
                 DISPLAY "PROVA JA APROVADA - PEDIDO NAO PODE MAIS "
                         "SER ALTERADO"
                 GO TO PEDIDO-FORMANDO-FIM
              END-IF
              DISPLAY "C-CANCELA  A-ALTERA: " WITH NO ADVANCING
              ACCEPT CONFIRMA-W
              IF CONFIRMA-W = "C"
                 MOVE 9         TO SITUACAO-CO136
                 MOVE USUARIO-W TO USUARIO-CO136
                 REWRITE REG-COD136 INVALID KEY
                         DISPLAY "ERRO REGRAVANDO COD136: " ST-COD136
                 END-REWRITE
                 DISPLAY "PEDIDO CANCELADO"
                 GO TO PEDIDO-FORMANDO-FIM
              END-IF
           END-IF.
           DISPLAY "QUANTIDADE DE CONVITES: " WITH NO ADVANCING.
           ACCEPT QT-CONVITE-CO136.
           IF QT-CONVITE-CO136 = ZEROS
              DISPLAY "QUANTIDADE INVALIDA"
              GO TO PEDIDO-FORMANDO-FIM.
           DISPLAY "FOLHAS EXTRAS POR CONVITE: " WITH NO ADVANCING.
           ACCEPT QT-FOLHA-EXTRA-CO136.
           DISPLAY "NOME NO CONVITE (ENTER = " NOME-CONVITE-CO136 "): "
                   WITH NO ADVANCING.
           ACCEPT NOME-CONVITE-W.
           IF NOME-CONVITE-W NOT = SPACES
              MOVE NOME-CONVITE-W TO NOME-CONVITE-CO136.
           DISPLAY "TEXTO PERSONALIZADO LINHA 1: " WITH NO ADVANCING.
           ACCEPT TEXTO1-CO136.
           DISPLAY "TEXTO PERSONALIZADO LINHA 2: " WITH NO ADVANCING.
           ACCEPT TEXTO2-CO136.
           COMPUTE VALOR-CO136 = QT-CONVITE-CO136 *
                   (VLR-UNIT-CO135 +
                    QT-FOLHA-EXTRA-CO136 * VLR-FOLHA-CO135).
           MOVE VALOR-CO136 TO VALOR-E.
           DISPLAY "VALOR DO PEDIDO: " VALOR-E.
           DISPLAY "CONFIRMA (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              GO TO PEDIDO-FORMANDO-FIM.
      *    pedido alterado volta p/ prova
           MOVE 0              TO SITUACAO-CO136.
           MOVE DATA-SISTEMA-N TO DATA-PEDIDO-CO136.
           MOVE USUARIO-W      TO USUARIO-CO136.
           IF ACHOU-W = 1
              REWRITE REG-COD136 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO COD136: " ST-COD136
              END-REWRITE
           ELSE
              WRITE REG-COD136 INVALID KEY
                    DISPLAY "ERRO GRAVANDO COD136: " ST-COD136
              END-WRITE.
       PEDIDO-FORMANDO-FIM.
           CONTINUE.

       MOSTRA-PEDIDO SECTION.
           PERFORM NOME-SITUACAO.
           MOVE VALOR-CO136 TO VALOR-E.
           DISPLAY "PEDIDO: " QT-CONVITE-CO136 " CONVITE(S) + "
                   QT-FOLHA-EXTRA-CO136 " FOLHA(S) EXTRA - " VALOR-E
                   " - " SITUACAO-E.
           DISPLAY NOME-CONVITE-CO136.
           DISPLAY TEXTO1-CO136.
           DISPLAY TEXTO2-CO136.

      *----------------------------------------------------------------
      *    OPCAO 3 - PROVA DO CONVITE
      *----------------------------------------------------------------
       PROVA-CONVITE SECTION.
           DISPLAY "ALBUM DO FORMANDO: " WITH NO ADVANCING.
           ACCEPT ALBUM-W.
           DISPLAY "MODELO...........: " WITH NO ADVANCING.
           ACCEPT MODELO-W.
           MOVE CONTRATO-ALB-W TO NR-CONTRATO-CO136.
           MOVE MODELO-W       TO MODELO-CO136.
           MOVE ALBUM-W        TO ALBUM-CO136.
           READ COD136 INVALID KEY
                DISPLAY "PEDIDO DE CONVITE NAO ENCONTRADO"
                GO TO PROVA-CONVITE-FIM
           END-READ.
           PERFORM MOSTRA-PEDIDO.
           IF SITUACAO-CO136 > 1
              DISPLAY "PEDIDO NAO ESTA EM PROVA"
              GO TO PROVA-CONVITE-FIM.
           DISPLAY "1-PROVA ENVIADA  2-APROVADA  3-REPROVADA "
                   "(CORRIGIR): " WITH NO ADVANCING.
           ACCEPT TIPO-W.
           EVALUATE TIPO-W
               WHEN 1
                    MOVE 1              TO SITUACAO-CO136
                    ADD 1               TO QT-PROVAS-CO136
                    MOVE DATA-SISTEMA-N TO DATA-PROVA-CO136
               WHEN 2
                    IF SITUACAO-CO136 NOT = 1
                       DISPLAY "REGISTRE O ENVIO DA PROVA ANTES"
                       GO TO PROVA-CONVITE-FIM
                    END-IF
                    DISPLAY "APROVADO POR: " WITH NO ADVANCING
                    ACCEPT APROVADOR-CO136
                    IF APROVADOR-CO136 = SPACES
                       DISPLAY "INFORME QUEM APROVOU"
                       GO TO PROVA-CONVITE-FIM
                    END-IF
                    MOVE 2              TO SITUACAO-CO136
                    MOVE DATA-SISTEMA-N TO DATA-APROVACAO-CO136
               WHEN 3
                    MOVE 0              TO SITUACAO-CO136
                    DISPLAY "CORRIJA O PEDIDO NA OPCAO 2 E ENVIE "
                            "NOVA PROVA"
               WHEN OTHER
                    GO TO PROVA-CONVITE-FIM
           END-EVALUATE.
           MOVE USUARIO-W TO USUARIO-CO136.
           REWRITE REG-COD136 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO COD136: " ST-COD136
           END-REWRITE.
       PROVA-CONVITE-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 4 - PEDIDO DE COMPRA A GRAFICA
      *----------------------------------------------------------------
       PEDIDO-GRAFICA SECTION.
           DISPLAY "CONTRATO: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           DISPLAY "MODELO..: " WITH NO ADVANCING.
           ACCEPT MODELO-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO135.
           MOVE MODELO-W   TO MODELO-CO135.
           READ COD135 INVALID KEY
                DISPLAY "MODELO NAO CADASTRADO P/ O CONTRATO"
                GO TO PEDIDO-GRAFICA-FIM
           END-READ.
           DISPLAY DESCRICAO-CO135.
           DISPLAY "PEDIDOS NOVOS DE FORMANDO FICAM BLOQUEADOS NO "
                   "MODELO".
           DISPLAY "CONFIRMA O PEDIDO A GRAFICA (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              GO TO PEDIDO-GRAFICA-FIM.
           PERFORM PROXIMO-PEDIDO.
           OPEN OUTPUT RELAT.
           MOVE "LISTA DE PRODUCAO DE CONVITES" TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "PEDIDO "        TO CAB02-TEXTO (1: 7).
           MOVE PEDIDO-W         TO CAB02-TEXTO (8: 6).
           MOVE "CONTRATO "      TO CAB02-TEXTO (16: 9).
           MOVE CONTRATO-W       TO CAB02-TEXTO (25: 4).
           MOVE "MODELO "        TO CAB02-TEXTO (31: 7).
           MOVE MODELO-W         TO CAB02-TEXTO (38: 2).
           MOVE DESCRICAO-CO135  TO CAB02-TEXTO (42: 30).
           MOVE ZEROS TO QT-TOT-CONV-W QT-TOT-FOLHA-W QT-PEDIDOS-W
                         QT-PENDENTES-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO136.
           MOVE MODELO-W   TO MODELO-CO136.
           MOVE ZEROS      TO ALBUM-CO136.
           START COD136 KEY IS NOT LESS CHAVE-CO136 INVALID KEY
                 MOVE "10" TO ST-COD136
           END-START.
           PERFORM UNTIL ST-COD136 = "10"
              READ COD136 NEXT RECORD AT END
                   MOVE "10" TO ST-COD136
              NOT AT END
                   IF NR-CONTRATO-CO136 NOT = CONTRATO-W
                      OR MODELO-CO136 NOT = MODELO-W
                      MOVE "10" TO ST-COD136
                   ELSE
                      PERFORM INCLUI-NO-PEDIDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD136.
           IF QT-PEDIDOS-W = ZEROS
              PERFORM CABECALHO
              MOVE "NENHUM PEDIDO COM PROVA APROVADA A ENVIAR"
                   TO LINDET-REL (1: 41)
              PERFORM IMPRIME-LINDET
           ELSE
              PERFORM GRAVA-PEDIDO-COMPRA
              MOVE SPACES TO LINDET-REL
              PERFORM IMPRIME-LINDET
              MOVE "FORMANDOS: "     TO LINDET-REL (1: 11)
              MOVE QT-PEDIDOS-W      TO QT-E
              MOVE QT-E              TO LINDET-REL (12: 6)
              MOVE "CONVITES: "      TO LINDET-REL (21: 10)
              MOVE QT-TOT-CONV-W     TO QT-E
              MOVE QT-E              TO LINDET-REL (31: 6)
              MOVE "FOLHAS EXTRAS: " TO LINDET-REL (39: 15)
              MOVE QT-TOT-FOLHA-W    TO QT-E
              MOVE QT-E              TO LINDET-REL (54: 6)
              PERFORM IMPRIME-LINDET
           END-IF.
           IF QT-PENDENTES-W > ZEROS
              MOVE "PEDIDOS SEM PROVA APROVADA (FORA DESTE PEDIDO): "
                   TO LINDET-REL (1: 48)
              MOVE QT-PENDENTES-W    TO QT-E
              MOVE QT-E              TO LINDET-REL (49: 6)
              PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
           MOVE CONTRATO-W TO NR-CONTRATO-CO135.
           MOVE MODELO-W   TO MODELO-CO135.
           READ COD135 INVALID KEY
                GO TO PEDIDO-GRAFICA-FIM
           END-READ.
           MOVE 1 TO SITUACAO-CO135.
           REWRITE REG-COD135 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO COD135: " ST-COD135
           END-REWRITE.
       PEDIDO-GRAFICA-FIM.
           CONTINUE.

      *    pedido com prova aprovada e ainda nao enviado a grafica
      *    entra no pedido e na lista de producao
       INCLUI-NO-PEDIDO SECTION.
           IF SITUACAO-CO136 < 2
              ADD 1 TO QT-PENDENTES-W
              GO TO INCLUI-NO-PEDIDO-FIM.
           IF SITUACAO-CO136 NOT = 2 OR PEDIDO-CP-CO136 NOT = ZEROS
              GO TO INCLUI-NO-PEDIDO-FIM.
           MOVE PEDIDO-W  TO PEDIDO-CP-CO136.
           MOVE 3         TO SITUACAO-CO136.
           MOVE USUARIO-W TO USUARIO-CO136.
           REWRITE REG-COD136 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO COD136: " ST-COD136
                   GO TO INCLUI-NO-PEDIDO-FIM
           END-REWRITE.
           ADD 1                TO QT-PEDIDOS-W.
           ADD QT-CONVITE-CO136 TO QT-TOT-CONV-W.
           COMPUTE QT-TOT-FOLHA-W = QT-TOT-FOLHA-W +
                   QT-CONVITE-CO136 * QT-FOLHA-EXTRA-CO136.
           MOVE ALBUM-CO136          TO LINDET-REL (1: 8).
           MOVE NOME-CONVITE-CO136   TO LINDET-REL (10: 40).
           MOVE QT-CONVITE-CO136     TO QT4-E.
           MOVE QT4-E                TO LINDET-REL (52: 4).
           MOVE "CONVITE(S)"         TO LINDET-REL (57: 10).
           MOVE QT-FOLHA-EXTRA-CO136 TO LINDET-REL (69: 2).
           MOVE "FOLHA(S) EXTRA"     TO LINDET-REL (72: 14).
           PERFORM IMPRIME-LINDET.
           MOVE TEXTO1-CO136         TO LINDET-REL (10: 60).
           PERFORM IMPRIME-LINDET.
           IF TEXTO2-CO136 NOT = SPACES
              MOVE TEXTO2-CO136      TO LINDET-REL (10: 60)
              PERFORM IMPRIME-LINDET.
       INCLUI-NO-PEDIDO-FIM.
           CONTINUE.

       GRAVA-PEDIDO-COMPRA SECTION.
           INITIALIZE REG-CPD030.
           MOVE PEDIDO-W       TO PEDIDO-CP30.
           MOVE FORNEC-CO135   TO FORNEC-CP30.
           MOVE DATA-SISTEMA-N TO DATA-PEDIDO-CP30.
           MOVE 0              TO SITUACAO-CP30.
           MOVE USUARIO-W      TO USUARIO-CP30.
           MOVE "CONVITES CONTRATO"  TO OBS-CP30 (1: 17).
           MOVE CONTRATO-W           TO OBS-CP30 (19: 4).
           MOVE "MOD"                TO OBS-CP30 (24: 3).
           MOVE MODELO-W             TO OBS-CP30 (28: 2).
           WRITE REG-CPD030 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD030: " ST-CPD030
                 GO TO GRAVA-PEDIDO-COMPRA-FIM
           END-WRITE.
           INITIALIZE REG-CPD031.
           MOVE PEDIDO-W          TO PEDIDO-CP31.
           MOVE 1                 TO ITEM-CP31.
           MOVE ZEROS             TO CODIGO-MAT-CP31.
           MOVE SPACES            TO DESCRICAO-CP31.
           MOVE "CONVITE "        TO DESCRICAO-CP31 (1: 8).
           MOVE DESCRICAO-CO135   TO DESCRICAO-CP31 (9: 22).
           MOVE QT-TOT-CONV-W     TO QT-PEDIDA-CP31.
           MOVE CUSTO-UNIT-CO135  TO VLR-UNIT-CP31.
           WRITE REG-CPD031 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD031: " ST-CPD031
           END-WRITE.
           IF QT-TOT-FOLHA-W > ZEROS
              INITIALIZE REG-CPD031
              MOVE PEDIDO-W          TO PEDIDO-CP31
              MOVE 2                 TO ITEM-CP31
              MOVE ZEROS             TO CODIGO-MAT-CP31
              MOVE "FOLHA EXTRA DE CONVITE" TO DESCRICAO-CP31
              MOVE QT-TOT-FOLHA-W    TO QT-PEDIDA-CP31
              MOVE CUSTO-FOLHA-CO135 TO VLR-UNIT-CP31
              WRITE REG-CPD031 INVALID KEY
                    DISPLAY "ERRO GRAVANDO CPD031: " ST-CPD031
              END-WRITE.
           DISPLAY "PEDIDO DE COMPRA " PEDIDO-W " EMITIDO P/ A GRAFICA"
                   " - RECEBIMENTO E NOTA NO CPP030".
       GRAVA-PEDIDO-COMPRA-FIM.
           CONTINUE.

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

      *----------------------------------------------------------------
      *    OPCAO 5 - ENTREGA
      *----------------------------------------------------------------
       ENTREGA-CONVITE SECTION.
           DISPLAY "1-RECEBIDO DA GRAFICA  2-ENTREGUE AO FORMANDO: "
                   WITH NO ADVANCING.
           ACCEPT TIPO-W.
           EVALUATE TIPO-W
               WHEN 1 PERFORM RECEBE-DA-GRAFICA
               WHEN 2 PERFORM ENTREGA-FORMANDOS
           END-EVALUATE.

      *    todos os convites do pedido de compra chegaram da grafica
       RECEBE-DA-GRAFICA SECTION.
           DISPLAY "PEDIDO DE COMPRA (CPD030): " WITH NO ADVANCING.
           ACCEPT PEDIDO-W.
           MOVE PEDIDO-W TO PEDIDO-CP30.
           READ CPD030 INVALID KEY
                DISPLAY "PEDIDO NAO ENCONTRADO NO CPD030"
                GO TO RECEBE-DA-GRAFICA-FIM
           END-READ.
           DISPLAY OBS-CP30.
           DISPLAY "CONFIRMA O RECEBIMENTO DOS CONVITES (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              GO TO RECEBE-DA-GRAFICA-FIM.
           MOVE ZEROS    TO QT-PEDIDOS-W.
           MOVE PEDIDO-W TO PEDIDO-CP-CO136.
           MOVE ZEROS    TO ALBUM-CO136.
           START COD136 KEY IS NOT LESS ALT1-CO136 INVALID KEY
                 MOVE "10" TO ST-COD136
           END-START.
           PERFORM UNTIL ST-COD136 = "10"
              READ COD136 NEXT RECORD AT END
                   MOVE "10" TO ST-COD136
              NOT AT END
                   IF PEDIDO-CP-CO136 NOT = PEDIDO-W
                      MOVE "10" TO ST-COD136
                   ELSE
                      IF SITUACAO-CO136 = 3
                         MOVE 4              TO SITUACAO-CO136
                         MOVE DATA-SISTEMA-N TO DATA-RECEB-CO136
                         MOVE USUARIO-W      TO USUARIO-CO136
                         REWRITE REG-COD136 INVALID KEY
                                 DISPLAY "ERRO REGRAVANDO COD136: "
                                         ST-COD136
                         END-REWRITE
                         ADD 1 TO QT-PEDIDOS-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD136.
           DISPLAY QT-PEDIDOS-W " PEDIDO(S) DE FORMANDO RECEBIDO(S)".
       RECEBE-DA-GRAFICA-FIM.
           CONTINUE.

       ENTREGA-FORMANDOS SECTION.
           DISPLAY "MODELO: " WITH NO ADVANCING.
           ACCEPT MODELO-W.
           MOVE 1 TO ALBUM-W.
           PERFORM UNTIL ALBUM-W = ZEROS
              DISPLAY "ALBUM DO FORMANDO (0 = FIM): "
                      WITH NO ADVANCING
              ACCEPT ALBUM-W
              IF ALBUM-W NOT = ZEROS
                 PERFORM ENTREGA-FORMANDO
              END-IF
           END-PERFORM.

       ENTREGA-FORMANDO SECTION.
           MOVE CONTRATO-ALB-W TO NR-CONTRATO-CO136.
           MOVE MODELO-W       TO MODELO-CO136.
           MOVE ALBUM-W        TO ALBUM-CO136.
           READ COD136 INVALID KEY
                DISPLAY "PEDIDO DE CONVITE NAO ENCONTRADO"
                GO TO ENTREGA-FORMANDO-FIM
           END-READ.
           PERFORM MOSTRA-PEDIDO.
           IF SITUACAO-CO136 NOT = 4
              DISPLAY "CONVITES AINDA NAO RECEBIDOS DA GRAFICA"
              GO TO ENTREGA-FORMANDO-FIM.
           DISPLAY "RECEBIDO POR: " WITH NO ADVANCING.
           ACCEPT RECEBEDOR-CO136.
           IF RECEBEDOR-CO136 = SPACES
              DISPLAY "INFORME QUEM RECEBEU"
              GO TO ENTREGA-FORMANDO-FIM.
           MOVE 5              TO SITUACAO-CO136.
           MOVE DATA-SISTEMA-N TO DATA-ENTREGA-CO136.
           MOVE USUARIO-W      TO USUARIO-CO136.
           REWRITE REG-COD136 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO COD136: " ST-COD136
           END-REWRITE.
       ENTREGA-FORMANDO-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 6 - FATURAMENTO DOS CONVITES
      *----------------------------------------------------------------
       FATURA-CONVITES SECTION.
           DISPLAY "CONTRATO: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           DISPLAY "MODELO..: " WITH NO ADVANCING.
           ACCEPT MODELO-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO135.
           MOVE MODELO-W   TO MODELO-CO135.
           READ COD135 INVALID KEY
                DISPLAY "MODELO NAO CADASTRADO P/ O CONTRATO"
                GO TO FATURA-CONVITES-FIM
           END-READ.
           DISPLAY DESCRICAO-CO135.
           DISPLAY "VENCIMENTO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT VENCTO-W.
           DISPLAY "PORTADOR..............: " WITH NO ADVANCING.
           ACCEPT PORTADOR-W.
           IF VENCTO-W < DATA-SISTEMA-N
              DISPLAY "VENCIMENTO INVALIDO"
              GO TO FATURA-CONVITES-FIM.
           MOVE EMPRESA-W      TO CAP022-EMPRESA.
           MOVE "CR"           TO CAP022-MODULO.
           MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO.
           CALL "CAP022" USING PARAMETROS-CAP022.
           IF CAP022-MES-FECHADO
              DISPLAY "MES FECHADO P/ O CONTAS A RECEBER - "
                      "LIBERE NO CAP021"
              GO TO FATURA-CONVITES-FIM.
           MOVE SPACES     TO DOCTO-CNV-W.
           MOVE "CNV"      TO DOCTO-CNV-W (1: 3).
           MOVE CONTRATO-W TO DOCTO-CNV-W (4: 4).
           MOVE MODELO-W   TO DOCTO-CNV-W (8: 2).
           MOVE ZEROS TO QT-PEDIDOS-W VLR-FATUR-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO136.
           MOVE MODELO-W   TO MODELO-CO136.
           MOVE ZEROS      TO ALBUM-CO136.
           START COD136 KEY IS NOT LESS CHAVE-CO136 INVALID KEY
                 MOVE "10" TO ST-COD136
           END-START.
           PERFORM UNTIL ST-COD136 = "10"
              READ COD136 NEXT RECORD AT END
                   MOVE "10" TO ST-COD136
              NOT AT END
                   IF NR-CONTRATO-CO136 NOT = CONTRATO-W
                      OR MODELO-CO136 NOT = MODELO-W
                      MOVE "10" TO ST-COD136
                   ELSE
                      IF SITUACAO-CO136 > 1
                         AND SITUACAO-CO136 NOT = 9
                         AND SEQ-CR20-CO136 = ZEROS
                         AND VALOR-CO136 > ZEROS
                         PERFORM FATURA-PEDIDO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD136.
           MOVE VLR-FATUR-W TO VALOR-E.
           DISPLAY QT-PEDIDOS-W " TITULO(S) GERADO(S) NO CRD020 - "
                   "TOTAL " VALOR-E.
       FATURA-CONVITES-FIM.
           CONTINUE.

      *    so o pedido com prova aprovada e faturado - antes disso a
      *    quantidade ainda pode mudar
       FATURA-PEDIDO SECTION.
           MOVE ALBUM-CO136 TO ALBUM-W.
           PERFORM ACHA-ULTIMO-SEQ-CR20.
           INITIALIZE REG-CRD020.
           MOVE DATA-SISTEMA-N TO DATA-MOVTO-CR20
                                  DATA-EMISSAO-CR20.
           MOVE 0              TO CLASS-CLIENTE-CR20.
           MOVE ALBUM-W        TO CLIENTE-CR20.
           ADD 1 TO ULT-SEQ-W.
           MOVE ULT-SEQ-W      TO SEQ-CR20.
           MOVE PORTADOR-W     TO PORTADOR-CR20.
           MOVE 1              TO CARTEIRA-CR20 TIPO-DOCTO-CR20.
           MOVE DOCTO-CNV-W    TO NR-DOCTO-CR20.
           MOVE VENCTO-W       TO DATA-VENCTO-CR20.
           MOVE VALOR-CO136    TO VALOR-TOT-CR20 VALOR-SALDO-CR20.
           MOVE "CONVITES DE FORMATURA" TO DESCRICAO-CR20.
           MOVE ZEROS          TO SITUACAO-CR20.
           MOVE 1              TO NR-PARC-CR20 TOT-PARC-CR20.
           MOVE USUARIO-W      TO DIGITADOR-CR20.
           WRITE REG-CRD020 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CRD020: " ST-CRD020
                 GO TO FATURA-PEDIDO-FIM
           END-WRITE.
           MOVE ULT-SEQ-W      TO SEQ-CR20-CO136.
           MOVE DATA-SISTEMA-N TO DATA-FATUR-CO136.
           REWRITE REG-COD136 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO COD136: " ST-COD136
           END-REWRITE.
           ADD 1           TO QT-PEDIDOS-W.
           ADD VALOR-CO136 TO VLR-FATUR-W.
       FATURA-PEDIDO-FIM.
           CONTINUE.

       ACHA-ULTIMO-SEQ-CR20 SECTION.
           MOVE ZEROS TO ULT-SEQ-W.
           MOVE 0       TO CLASS-CLIENTE-CR20.
           MOVE ALBUM-W TO CLIENTE-CR20.
           MOVE ZEROS   TO SEQ-CR20.
           START CRD020 KEY IS NOT LESS CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                   IF CLASS-CLIENTE-CR20 NOT = 0
                      OR CLIENTE-CR20 NOT = ALBUM-W
                      MOVE "10" TO ST-CRD020
                   ELSE
                      MOVE SEQ-CR20 TO ULT-SEQ-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD020.

      *----------------------------------------------------------------
      *    OPCAO 7 - RELATORIO DOS CONVITES DO CONTRATO
      *----------------------------------------------------------------
       RELATORIO-CONTRATO SECTION.
           DISPLAY "CONTRATO: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                DISPLAY "CONTRATO NAO ENCONTRADO"
                GO TO RELATORIO-CONTRATO-FIM
           END-READ.
           OPEN OUTPUT RELAT.
           MOVE "CONVITES DE FORMATURA DO CONTRATO" TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "ALBUM"      TO CAB02-TEXTO (1: 5).
           MOVE "NOME NO CONVITE" TO CAB02-TEXTO (10: 15).
           MOVE "QTDE FL"    TO CAB02-TEXTO (41: 7).
           MOVE "VALOR"      TO CAB02-TEXTO (57: 5).
           MOVE "SITUACAO"   TO CAB02-TEXTO (63: 8).
           MOVE "PEDIDO"     TO CAB02-TEXTO (78: 6).
           MOVE "GRAFICA/FAT" TO CAB02-TEXTO (85: 11).
           PERFORM CABECALHO.
           MOVE "CONTRATO "       TO LINDET-REL (1: 9).
           MOVE CONTRATO-W        TO LINDET-REL (10: 4).
           MOVE NOME-CLIENTE-CO40 TO LINDET-REL (16: 40).
           PERFORM IMPRIME-LINDET.
           MOVE ZEROS TO QT-PEDIDOS-W QT-TOT-CONV-W QT-ENTREGUES-W
                         VLR-TOTAL-W VLR-FATUR-W VLR-A-FATUR-W.
           MOVE 99 TO MODELO-ANT-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO136.
           MOVE ZEROS      TO MODELO-CO136 ALBUM-CO136.
           START COD136 KEY IS NOT LESS CHAVE-CO136 INVALID KEY
                 MOVE "10" TO ST-COD136
           END-START.
           PERFORM UNTIL ST-COD136 = "10"
              READ COD136 NEXT RECORD AT END
                   MOVE "10" TO ST-COD136
              NOT AT END
                   IF NR-CONTRATO-CO136 NOT = CONTRATO-W
                      MOVE "10" TO ST-COD136
                   ELSE
                      IF MODELO-CO136 NOT = MODELO-ANT-W
                         PERFORM IMPRIME-MODELO
                      END-IF
                      PERFORM IMPRIME-PEDIDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD136.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "PEDIDOS: "        TO LINDET-REL (1: 9).
           MOVE QT-PEDIDOS-W       TO QT-E.
           MOVE QT-E               TO LINDET-REL (10: 6).
           MOVE "CONVITES: "       TO LINDET-REL (18: 10).
           MOVE QT-TOT-CONV-W      TO QT-E.
           MOVE QT-E               TO LINDET-REL (28: 6).
           MOVE "ENTREGUES: "      TO LINDET-REL (36: 11).
           MOVE QT-ENTREGUES-W     TO QT-E.
           MOVE QT-E               TO LINDET-REL (47: 6).
           MOVE "VALOR: "          TO LINDET-REL (55: 7).
           MOVE VLR-TOTAL-W        TO VALOR-E.
           MOVE VALOR-E            TO LINDET-REL (62: 13).
           PERFORM IMPRIME-LINDET.
           MOVE "FATURADO: "       TO LINDET-REL (36: 10).
           MOVE VLR-FATUR-W        TO VALOR-E.
           MOVE VALOR-E            TO LINDET-REL (46: 13).
           MOVE "A FATURAR: "      TO LINDET-REL (61: 11).
           MOVE VLR-A-FATUR-W      TO VALOR-E.
           MOVE VALOR-E            TO LINDET-REL (72: 13).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
       RELATORIO-CONTRATO-FIM.
           CONTINUE.

       IMPRIME-MODELO SECTION.
           MOVE MODELO-CO136 TO MODELO-ANT-W.
           MOVE CONTRATO-W   TO NR-CONTRATO-CO135.
           MOVE MODELO-CO136 TO MODELO-CO135.
           READ COD135 INVALID KEY
                INITIALIZE REG-COD135
           END-READ.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "MODELO "         TO LINDET-REL (1: 7).
           MOVE MODELO-CO136      TO LINDET-REL (8: 2).
           MOVE DESCRICAO-CO135   TO LINDET-REL (11: 30).
           MOVE "GRAFICA "        TO LINDET-REL (43: 8).
           MOVE FORNEC-CO135      TO LINDET-REL (51: 6).
           MOVE "PRAZO "          TO LINDET-REL (59: 6).
           MOVE PRAZO-GRAFICA-CO135 TO DIAS-E.
           MOVE DIAS-E            TO LINDET-REL (65: 3).
           MOVE "DIAS"            TO LINDET-REL (69: 4).
           PERFORM IMPRIME-LINDET.

      *    na grafica alem do prazo do modelo -> atraso em dias
       IMPRIME-PEDIDO SECTION.
           PERFORM NOME-SITUACAO.
           MOVE ALBUM-CO136          TO LINDET-REL (1: 8).
           MOVE NOME-CONVITE-CO136   TO LINDET-REL (10: 30).
           MOVE QT-CONVITE-CO136     TO QT4-E.
           MOVE QT4-E                TO LINDET-REL (41: 4).
           MOVE QT-FOLHA-EXTRA-CO136 TO LINDET-REL (46: 2).
           MOVE VALOR-CO136          TO VALOR-E.
           MOVE VALOR-E              TO LINDET-REL (49: 13).
           MOVE SITUACAO-E           TO LINDET-REL (63: 14).
           IF PEDIDO-CP-CO136 NOT = ZEROS
              MOVE PEDIDO-CP-CO136   TO LINDET-REL (78: 6).
           IF SITUACAO-CO136 = 3
              MOVE PEDIDO-CP-CO136   TO PEDIDO-CP30
              READ CPD030 INVALID KEY
                   MOVE ZEROS TO DATA-PEDIDO-CP30
              END-READ
              IF DATA-PEDIDO-CP30 NOT = ZEROS
                 MOVE DATA-PEDIDO-CP30 TO GRDIFD-DATA1
                 MOVE DATA-SISTEMA-N   TO GRDIFD-DATA2
                 CALL "GRDIFD" USING GRDIFD-PARAMETROS
                 IF GRDIFD-DIAS > PRAZO-GRAFICA-CO135
                    COMPUTE GRDIFD-DIAS =
                            GRDIFD-DIAS - PRAZO-GRAFICA-CO135
                    MOVE GRDIFD-DIAS TO DIAS-E
                    MOVE "ATRASO"    TO LINDET-REL (85: 6)
                    MOVE DIAS-E      TO LINDET-REL (92: 3)
                    MOVE "D"         TO LINDET-REL (95: 1)
                 END-IF
              END-IF
           END-IF.
           IF SEQ-CR20-CO136 NOT = ZEROS
              MOVE "FAT"             TO LINDET-REL (98: 3).
           PERFORM IMPRIME-LINDET.
           IF SITUACAO-CO136 = 9
              GO TO IMPRIME-PEDIDO-FIM.
           ADD 1                TO QT-PEDIDOS-W.
           ADD QT-CONVITE-CO136 TO QT-TOT-CONV-W.
           ADD VALOR-CO136      TO VLR-TOTAL-W.
           IF SITUACAO-CO136 = 5
              ADD 1 TO QT-ENTREGUES-W.
           IF SEQ-CR20-CO136 NOT = ZEROS
              ADD VALOR-CO136 TO VLR-FATUR-W
           ELSE
              ADD VALOR-CO136 TO VLR-A-FATUR-W.
       IMPRIME-PEDIDO-FIM.
           CONTINUE.

       NOME-SITUACAO SECTION.
           EVALUATE SITUACAO-CO136
               WHEN 0 MOVE "DIGITADO"       TO SITUACAO-E
               WHEN 1 MOVE "PROVA ENVIADA"  TO SITUACAO-E
               WHEN 2 MOVE "PROVA APROVADA" TO SITUACAO-E
               WHEN 3 MOVE "NA GRAFICA"     TO SITUACAO-E
               WHEN 4 MOVE "RECEBIDO"       TO SITUACAO-E
               WHEN 5 MOVE "ENTREGUE"       TO SITUACAO-E
               WHEN 9 MOVE "CANCELADO"      TO SITUACAO-E
           END-EVALUATE.

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
           CLOSE COD135 COD136 CPD030 CPD031 CRD020 COD040 MTD019
                 CGD001.

       END PROGRAM COP135.
