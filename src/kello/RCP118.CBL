      *          FECHAMENTO MENSAL (CAP022), E GRAVA UM ARQUIVO DE
      *          MARCA (CAMINHO + ".IMP") QUE IMPEDE IMPORTAR O
      *          MESMO LOTE DUAS VEZES.
      *        MEIO 8-CREDITO: A VENDA E PAGA COM O CREDITO DO
      *          CLIENTE DO ALBUM (CRD157). NA CAPTURA SO E ANOTADA;
      *          NA IMPORTACAO O USO SAI PELO CRP158 EM VEZ DO CAIXA,
      *          E O QUE O CREDITO NAO COBRIR E APONTADO COMO
      *          DIFERENCA A COBRAR. A CONFERENCIA NAO ESPERA
      *          DINHEIRO DAS VENDAS EM CREDITO. CLIENTE SEM CREDITO
      *          OU ERRO NO CRP158: A VENDA NAO E IMPORTADA (NEM
      *          RCD100 NEM CAIXA) E SAI NA TELA P/ COBRAR A PARTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  AV-VENDEDOR         PIC 9(6).
           05  AV-ALBUM            PIC 9(8).
           05  AV-MEIO             PIC 9.
      *    1-DINHEIRO  2-CHEQUE  6-CARTAO  7-PIX  8-CREDITO CLIENTE
           05  AV-QTDE             PIC 9(3).
           05  AV-VALOR            PIC 9(8)V99.
       FD  MARCAIMP.
           05  ENTREGUE-W            PIC 9(8)V99  VALUE ZEROS.
           05  DIFERENCA-W           PIC S9(8)V99 VALUE ZEROS.
           05  QT-IMPORTADO-W        PIC 9(5)     VALUE ZEROS.
           05  QT-REJEITADO-W        PIC 9(5)     VALUE ZEROS.
           05  PROX-SEQ-CX-W         PIC 9(4)     VALUE ZEROS.
           05  I                     PIC 9(2)     VALUE ZEROS.
           05  K                     PIC 9(2)     VALUE ZEROS.
           05  QT-VEND-W             PIC 9(2)     VALUE ZEROS.
           05  ESPERADO-W            PIC 9(10)V99 VALUE ZEROS.
           05  FALTA-CREDITO-W       PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-E1              PIC ---.---.--9,99.

       01  TABELA-VENDEDORES.
               10  TV-VENDEDOR       PIC 9(6).
               10  TV-QTDE           PIC 9(5).
               10  TV-VALOR          PIC 9(10)V99.
               10  TV-CREDITO        PIC 9(10)V99.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
               88  CXP127-DIA-ABERTO       VALUE 0.
               88  CXP127-DIA-FECHADO      VALUE 1.

       01  PARAMETROS-CRP158.
           05  CRP158-FUNCAO      PIC 9(1).
           05  CRP158-EMPRESA     PIC X(3).
           05  CRP158-CLASS       PIC 9(1).
           05  CRP158-CLIENTE     PIC 9(8).
           05  CRP158-DATA        PIC 9(8).
           05  CRP158-VALOR       PIC 9(8)V99.
           05  CRP158-TIPO        PIC 9(1).
           05  CRP158-DOCTO       PIC X(20).
           05  CRP158-HISTORICO   PIC X(30).
           05  CRP158-VALIDADE    PIC 9(8).
           05  CRP158-USUARIO     PIC X(5).
           05  CRP158-SALDO       PIC 9(10)V99.
           05  CRP158-RETORNO     PIC 9(1).
               88  CRP158-OK               VALUE 0.
               88  CRP158-SEM-SALDO        VALUE 1.
               88  CRP158-ERRO             VALUE 2.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
       CAPTURA-UMA-VENDA SECTION.
           DISPLAY "ALBUM/CONTRATO REF..: " WITH NO ADVANCING.
           ACCEPT ALBUM-W.
           DISPLAY "MEIO (1-DIN 2-CHQ 6-CARTAO 7-PIX 8-CRED): "
                   WITH NO ADVANCING.
           ACCEPT MEIO-W.
           DISPLAY "QTDE DE FOTOS AVULSAS: " WITH NO ADVANCING.
                 MOVE QT-VEND-W TO K
                 MOVE AV-VENDEDOR TO TV-VENDEDOR (K)
                 MOVE ZEROS TO TV-QTDE (K) TV-VALOR (K)
                               TV-CREDITO (K)
              ELSE
                 GO TO ACUMULA-VENDEDOR-FIM.
           ADD AV-QTDE  TO TV-QTDE (K).
           ADD AV-VALOR TO TV-VALOR (K).
           IF AV-MEIO = 8
              ADD AV-VALOR TO TV-CREDITO (K).
       ACUMULA-VENDEDOR-FIM.
           CONTINUE.

              DISPLAY "VENDEDOR " TV-VENDEDOR (I)
                      "  AVULSAS " TV-QTDE (I)
                      "  TOTAL " TV-VALOR (I)
                      "  EM CREDITO " TV-CREDITO (I)
           END-PERFORM.

       CONFERE-SESSAO SECTION.
           PERFORM TOTALIZA-ARQUIVO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-VEND-W
              COMPUTE ESPERADO-W = TV-VALOR (I) - TV-CREDITO (I)
              DISPLAY "VENDEDOR " TV-VENDEDOR (I)
                      " CAPTURADO " TV-VALOR (I)
                      " (CREDITO " TV-CREDITO (I) ")"
              DISPLAY "DINHEIRO ENTREGUE: " WITH NO ADVANCING
              ACCEPT ENTREGUE-W
              COMPUTE DIFERENCA-W = ENTREGUE-W - ESPERADO-W
              MOVE DIFERENCA-W TO VALOR-E1
              DISPLAY "DIFERENCA: " VALOR-E1
           END-PERFORM.
           IF ST-AVULSAS > "09"
              DISPLAY "ERRO ABERTURA AVULSAS: " ST-AVULSAS
              GO TO IMPORTA-VENDAS-ENCERRA.
           MOVE ZEROS TO QT-IMPORTADO-W QT-REJEITADO-W.
           PERFORM LE-AVULSAS.
           PERFORM UNTIL ST-AVULSAS = "10"
              PERFORM IMPORTA-UMA-VENDA
           END-PERFORM.
           CLOSE AVULSAS.
           DISPLAY "VENDAS IMPORTADAS: " QT-IMPORTADO-W.
           IF QT-REJEITADO-W > ZEROS
              DISPLAY "VENDAS EM CREDITO NAO IMPORTADAS: "
                      QT-REJEITADO-W " - COBRAR A PARTE".
           OPEN OUTPUT MARCAIMP.
           IF ST-MARCAIMP NOT > "09"
              MOVE DATA-SISTEMA-N TO MARCA-DATA

      *    A venda avulsa soma na venda RCD100 do album de
      *    referencia; album sem venda ganha um registro so de
      *    avulsas. O dinheiro entra no caixa do dia; a venda em
      *    credito consome o credito do cliente do album; sem
      *    credito usado a venda fica de fora.
       IMPORTA-UMA-VENDA SECTION.
           IF AV-MEIO = 8
              PERFORM USA-CREDITO-AVULSA
              IF NOT CRP158-OK
                 ADD 1 TO QT-REJEITADO-W
                 GO TO IMPORTA-UMA-VENDA-FIM.
           MOVE AV-ALBUM TO ALBUM-REC.
           READ RCD100 INVALID KEY
                INITIALIZE REG-RCD100
                      DISPLAY "ERRO ATUALIZANDO RCD100: " ST-RCD100
                END-REWRITE
           END-READ.
           IF AV-MEIO NOT = 8
              PERFORM GRAVA-CAIXA-AVULSA.
           ADD 1 TO QT-IMPORTADO-W.
       IMPORTA-UMA-VENDA-FIM.
           CONTINUE.

      *    cliente do album e o classe 0 com o mesmo numero
       USA-CREDITO-AVULSA SECTION.
           MOVE 3              TO CRP158-FUNCAO.
           MOVE EMPRESA-W      TO CRP158-EMPRESA.
           MOVE 0              TO CRP158-CLASS.
           MOVE AV-ALBUM       TO CRP158-CLIENTE.
           MOVE DATA-SISTEMA-N TO CRP158-DATA.
           MOVE AV-VALOR       TO CRP158-VALOR.
           MOVE 2              TO CRP158-TIPO.
           MOVE SPACES         TO CRP158-DOCTO.
           STRING "AVULSA VEND " AV-VENDEDOR DELIMITED BY SIZE
                  INTO CRP158-DOCTO.
           MOVE SPACES         TO CRP158-USUARIO.
           CALL "CRP158" USING PARAMETROS-CRP158.
           EVALUATE TRUE
               WHEN CRP158-OK
                    IF CRP158-VALOR < AV-VALOR
                       COMPUTE FALTA-CREDITO-W =
                               AV-VALOR - CRP158-VALOR
                       DISPLAY "ALBUM " AV-ALBUM " VENDEDOR "
                               AV-VENDEDOR ": CREDITO INSUFICIENTE"
                               " - DIFERENCA A COBRAR "
                               FALTA-CREDITO-W
                    END-IF
               WHEN CRP158-SEM-SALDO
                    MOVE AV-VALOR TO VALOR-E1
                    DISPLAY "ALBUM " AV-ALBUM " VENDEDOR "
                            AV-VENDEDOR ": SEM CREDITO - VENDA DE "
                            VALOR-E1 " NAO IMPORTADA"
               WHEN OTHER
                    MOVE AV-VALOR TO VALOR-E1
                    DISPLAY "ALBUM " AV-ALBUM " VENDEDOR "
                            AV-VENDEDOR ": ERRO NO CREDITO (CRP158)"
                            " - VENDA DE " VALOR-E1 " NAO IMPORTADA"
           END-EVALUATE.

       GRAVA-CAIXA-AVULSA SECTION.
           MOVE ZEROS TO PROX-SEQ-CX-W.
