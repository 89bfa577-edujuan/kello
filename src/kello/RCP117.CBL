      *          CONFIRMACAO, GERA AS PARCELAS NO RCD101 E IMPRIME
      *          O CRONOGRAMA P/ ASSINATURA - SEM CALCULADORA DE
      *          BOLSO E SEM PARCELA ERRADA VIRANDO RENEGOCIACAO.
      *        NA GERACAO, SE O CLIENTE DO ALBUM TEM CREDITO (CRD157)
      *        O SALDO E OFERECIDO P/ PAGAR A ENTRADA: O USO SAI PELO
      *        CRP158 E VIRA A PARCELA 00 JA BAIXADA (TIPO-REC1
      *        8-CREDITO), IMPRESSA NO CRONOGRAMA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  VENCTO-PARC-W         PIC 9(8)     VALUE ZEROS.
           05  TIPO-PARC-W           PIC 9        VALUE ZEROS.
           05  CONTINUA-W            PIC X        VALUE SPACE.
           05  CREDITO-USADO-W       PIC 9(8)V99  VALUE ZEROS.
           05  ENTRADA-RESTA-W       PIC 9(8)V99  VALUE ZEROS.
           05  I                     PIC 9(2)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.

       01  DATA-INVERTE-W            PIC X(8).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

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

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-RCD101       PIC X(60)    VALUE SPACES.
           05  PATH-RCD117       PIC X(60)    VALUE SPACES.
           IF ALBUM-W = ZEROS
              DISPLAY "ALBUM INVALIDO - NADA GERADO"
              GO TO GERA-PARCELAS-FIM.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           MOVE ZEROS TO CREDITO-USADO-W.
           IF ENTRADA-W > ZEROS
              PERFORM USA-CREDITO-ENTRADA.
           OPEN OUTPUT RELAT.
           MOVE "CRONOGRAMA DE PARCELAS - ALBUM" TO LINDET-REL.
           MOVE ALBUM-W TO LINDET-REL (32: 8).
           WRITE REG-RELAT FROM LINDET AFTER 1.
           MOVE SPACES TO LINDET-REL.
           IF CREDITO-USADO-W > ZEROS
              MOVE "ENTRADA PAGA COM CREDITO DO CLIENTE"
                TO LINDET-REL (1: 35)
              MOVE CREDITO-USADO-W TO VALOR-E
              MOVE VALOR-E    TO LINDET-REL (37: 13)
              WRITE REG-RELAT FROM LINDET AFTER 1
              MOVE SPACES TO LINDET-REL.
           MOVE VENCTO1-W TO VENCTO-PARC-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-PARC-W
              PERFORM GERA-UMA-PARCELA
       GERA-PARCELAS-FIM.
           CONTINUE.

      *    cliente do album e o classe 0 com o mesmo numero; o que
      *    o credito cobrir da entrada vira a parcela 00 ja baixada
       USA-CREDITO-ENTRADA SECTION.
           MOVE 1              TO CRP158-FUNCAO.
           MOVE EMPRESA-W      TO CRP158-EMPRESA.
           MOVE 0              TO CRP158-CLASS.
           MOVE ALBUM-W        TO CRP158-CLIENTE.
           MOVE DATA-SISTEMA-N TO CRP158-DATA.
           CALL "CRP158" USING PARAMETROS-CRP158.
           IF CRP158-SALDO = ZEROS
              GO TO USA-CREDITO-ENTRADA-FIM.
           DISPLAY "CLIENTE TEM CREDITO DE " CRP158-SALDO.
           DISPLAY "USAR CREDITO DO CLIENTE NA ENTRADA (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONTINUA-W.
           IF CONTINUA-W NOT = "S" AND CONTINUA-W NOT = "s"
              GO TO USA-CREDITO-ENTRADA-FIM.
           MOVE 3              TO CRP158-FUNCAO.
           IF CRP158-SALDO < ENTRADA-W
              MOVE CRP158-SALDO TO CRP158-VALOR
           ELSE
              MOVE ENTRADA-W    TO CRP158-VALOR.
           MOVE 1              TO CRP158-TIPO.
           MOVE SPACES         TO CRP158-DOCTO.
           STRING ALBUM-W "-00" DELIMITED BY SIZE INTO CRP158-DOCTO.
           MOVE SPACES         TO CRP158-USUARIO.
           CALL "CRP158" USING PARAMETROS-CRP158.
           IF NOT CRP158-OK
              DISPLAY "CREDITO NAO UTILIZADO"
              GO TO USA-CREDITO-ENTRADA-FIM.
           MOVE CRP158-VALOR   TO CREDITO-USADO-W.
           INITIALIZE REG-RCD101.
           MOVE ALBUM-W        TO ALBUM-REC1.
           MOVE DATA-SISTEMA-N TO VENCTO-REC1 DTA-BAIXA-REC1.
           MOVE ZEROS          TO BANCO-REC1 NUMERO-REC1.
           MOVE ZEROS          TO PARCELA-REC1.
           MOVE 8              TO TIPO-REC1.
           MOVE QT-PARC-W      TO QT-PARCELA-REC1.
           MOVE CREDITO-USADO-W TO VALOR-REC1.
           WRITE REG-RCD101 INVALID KEY
                 DISPLAY "ERRO GRAVANDO RCD101: " ST-RCD101
           END-WRITE.
           DISPLAY "CREDITO USADO NA ENTRADA: " CREDITO-USADO-W.
           IF CREDITO-USADO-W < ENTRADA-W
              COMPUTE ENTRADA-RESTA-W = ENTRADA-W - CREDITO-USADO-W
              DISPLAY "RESTANTE DA ENTRADA A RECEBER: "
                      ENTRADA-RESTA-W.
       USA-CREDITO-ENTRADA-FIM.
           CONTINUE.

       GERA-UMA-PARCELA SECTION.
           INITIALIZE REG-RCD101.
           MOVE ALBUM-W       TO ALBUM-REC1.
