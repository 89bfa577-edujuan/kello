      *          TITULOS (SITUACAO 2, DATA-PGTO, VALOR-LIQ);
      *          TITULO SEM DADOS BANCARIOS NO CPD024 FICA FORA DA
      *          REMESSA E EM ABERTO, LISTADO COMO EXCECAO;
      *          TITULO COM LINHA DIGITAVEL NO CPD024 (BOLETO DDA
      *          CASADO PELO CPP028) SAI COMO DETALHE (2) DE
      *          PAGAMENTO DE BOLETO, SEM DADOS DO FAVORECIDO;
      *        OPCAO 4 - RELATORIO: IMPRIME O BORDERO.

       ENVIRONMENT DIVISION.
           05  RD-CONTA            PIC X(15).
           05  RD-TITULAR          PIC X(40).
           05  FILLER              PIC X(25)  VALUE SPACES.
       01  REM-DETALHE-BOLETO.
           05  RB-TIPO             PIC X      VALUE "2".
           05  RB-FORNEC           PIC 9(6).
           05  RB-DOCTO            PIC X(10).
           05  RB-VENCTO           PIC 9(8).
           05  RB-VALOR            PIC 9(10)V99.
           05  RB-CODIGO-BARRAS    PIC X(48).
           05  FILLER              PIC X(45)  VALUE SPACES.
       01  REM-TRAILER.
           05  RT-TIPO             PIC X      VALUE "9".
           05  RT-QTDE             PIC 9(6).
                           " - FORA DA REMESSA"
                   GO TO PAGA-UM-ITEM-FIM
              END-READ
              IF CODIGO-BARRAS-CP24 NOT = SPACES
                 MOVE FORNEC-CP20       TO RB-FORNEC
                 MOVE NR-DOCTO-CP20     TO RB-DOCTO
                 MOVE DATA-VENCTO-CP20  TO RB-VENCTO
                 MOVE VALOR-TOT-CP20    TO RB-VALOR
                 MOVE CODIGO-BARRAS-CP24 TO RB-CODIGO-BARRAS
                 WRITE REG-CNAB FROM REM-DETALHE-BOLETO
              ELSE
                 MOVE FORNEC-CP20      TO RD-FORNEC
                 MOVE NR-DOCTO-CP20    TO RD-DOCTO
                 MOVE DATA-VENCTO-CP20 TO RD-VENCTO
                 MOVE VALOR-TOT-CP20   TO RD-VALOR
                 MOVE BANCO-CP24       TO RD-BANCO
                 MOVE AGENCIA-CP24     TO RD-AGENCIA
                 MOVE CONTA-CP24       TO RD-CONTA
                 MOVE TITULAR-CONTA-CP24 TO RD-TITULAR
                 WRITE REG-CNAB FROM REM-DETALHE
              END-IF
              ADD 1              TO QT-REMESSA-W
              ADD VALOR-TOT-CP20 TO VLR-REMESSA-W.
           MOVE 2               TO SITUACAO-CP20.
