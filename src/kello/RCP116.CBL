      *        MODULO 11 GERAL), P/ A PARCELA PODER SER PAGA EM
      *        QUALQUER BANCO. A REIMPRESSAO DE UM TALAO AVULSO E
      *        FEITA INFORMANDO O NUMERO DA PARCELA (0 = TODAS).
      *        VENDA COM DESCONTO PENDENTE DE APROVACAO OU REJEITADO
      *        NA ALCADA (RCP120/RCP121) NAO TEM CARNE IMPRESSO.
      *        NO FIM DO CARNE SAI O CODIGO DA GALERIA ONLINE DO
      *        FORMANDO (MTD064, MTP063) E QUANDO ELE E LIBERADO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY MTPX019.
           COPY RCPX101.
           COPY MTPX064.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY MTPW019.
           COPY RCPW101.
           COPY MTPW064.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
       01  VARIAVEIS.
           05  ST-MTD019             PIC XX       VALUE SPACES.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ST-MTD064             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  ALBUM-W               PIC 9(8)     VALUE ZEROS.
           05  PARCELA-SO-W          PIC 9(2)     VALUE ZEROS.
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

       01  DATA-INVERTE-W            PIC X(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-MTD019       PIC X(60)    VALUE SPACES.
           05  PATH-RCD101       PIC X(60)    VALUE SPACES.
           05  PATH-MTD064       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.
           IF ALBUM-W = ZEROS
              DISPLAY "ALBUM INVALIDO"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              INITIALIZE PARAMETROS-RCP120
              MOVE 2         TO RCP120-FUNCAO
              MOVE EMPRESA-W TO RCP120-EMPRESA
              MOVE ALBUM-W   TO RCP120-ALBUM
              CALL "RCP120" USING PARAMETROS-RCP120
              CANCEL "RCP120"
              IF RCP120-BLOQUEADA
                 IF RCP120-SITUACAO = 2
                    DISPLAY "DESCONTO DA VENDA REJEITADO - CORRIJA "
                            "NO RCP121"
                 ELSE
                    DISPLAY "DESCONTO DA VENDA PENDENTE DE "
                            "APROVACAO NO RCP121"
                 END-IF
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.
           IF ERRO-W = 0
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "MTD019"  TO GRPATH-ARQUIVO
              MOVE "RCD101"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD101
              MOVE "MTD064"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD064
              OPEN INPUT MTD019 RCD101 MTD064
              IF ST-MTD064 > "09"
      *          galeria online e opcional no carne
                 MOVE "10" TO ST-MTD064
              END-IF
              IF ST-MTD019 > "09"
                 DISPLAY "ERRO ABERTURA MTD019: " ST-MTD019
                 MOVE 1 TO ERRO-W
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE MTD019 RCD101 MTD064
              ELSE
                 OPEN OUTPUT RELAT
                 MOVE ALBUM-W TO ALBUM-MT19
           IF QT-TALOES-W = ZEROS
              DISPLAY "NENHUMA PARCELA EM ABERTO P/ IMPRIMIR"
           ELSE
              PERFORM IMPRIME-GALERIA
              DISPLAY "TALOES IMPRESSOS: " QT-TALOES-W.

       IMPRIME-GALERIA SECTION.
           IF ST-MTD064 = "10"
              GO TO IMPRIME-GALERIA-FIM.
           MOVE ALBUM-W TO ALBUM-MT64.
           READ MTD064 INVALID KEY
                GO TO IMPRIME-GALERIA-FIM
           END-READ.
           IF SITUACAO-MT64 = 9
              GO TO IMPRIME-GALERIA-FIM.
           MOVE ALL "-" TO LINDET-REL.
           WRITE REG-RELAT FROM LINDET AFTER 2.
           MOVE SPACES TO LINDET-REL.
           MOVE "GALERIA ONLINE DAS FOTOS/VIDEOS - CODIGO DE ACESSO: "
                TO LINDET-REL (1: 52).
           MOVE CODIGO-MT64 TO LINDET-REL (53: 8).
           WRITE REG-RELAT FROM LINDET AFTER 1.
           MOVE SPACES TO LINDET-REL.
           MOVE DATA-VALIDADE-MT64 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           EVALUATE SITUACAO-MT64
               WHEN 0
                    MOVE "ACESSO LIBERADO NA QUITACAO DAS PARCELAS"
                         TO LINDET-REL (1: 40)
               WHEN 1
                    MOVE "ACESSO LIBERADO ATE" TO LINDET-REL (1: 19)
                    MOVE DATA-E                TO LINDET-REL (21: 10)
               WHEN 8
                    MOVE "ACESSO VENCIDO EM"   TO LINDET-REL (1: 17)
                    MOVE DATA-E                TO LINDET-REL (19: 10)
                    MOVE "- RENOVE NO ESCRITORIO"
                         TO LINDET-REL (30: 22)
           END-EVALUATE.
           WRITE REG-RELAT FROM LINDET AFTER 1.
           MOVE SPACES TO LINDET-REL.
       IMPRIME-GALERIA-FIM.
           CONTINUE.

       IMPRIME-TALAO SECTION.
           ADD 1 TO QT-TALOES-W.
           MOVE ALL "-" TO LINDET-REL.
       FINALIZA-PROGRAMA SECTION.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT MTD019 RCD101 MTD064.

       END PROGRAM RCP116.
