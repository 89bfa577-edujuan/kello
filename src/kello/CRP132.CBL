      *          QUANDO VENCIDO): VALOR CHEIO QUITA (SITUACAO 2),
      *          VALOR MENOR VIRA BAIXA PARCIAL (SITUACAO 1, SALDO
      *          REDUZIDO DEPOIS DE COBRIR OS ENCARGOS), VALOR
      *          MAIOR SO E ACEITO SE O EXCEDENTE VIRAR CREDITO DO
      *          CLIENTE (CRP158, ORIGEM 1-PAGTO A MAIOR) - O TITULO
      *          QUITA E O CAIXA RECEBE O PIX INTEIRO; TIPO-DOCTO
      *          5-PIX, FORMA-PAGTO "PIX", E O CREDITO NO CXD100 DO
      *          DIA;
      *        OPCAO 2 - PARCELA RCD101: BAIXA A PARCELA DO CARNE DO
      *          ALBUM (TIPO-REC1 7-PIX, DTA-BAIXA = HOJE) E GRAVA O
      *          CREDITO NO CXD100 DO DIA; PIX DE PARCELA JA BAIXADA
      *          (PAGA EM DUPLICIDADE) PODE ENTRAR NO CAIXA COMO
      *          CREDITO DO CLIENTE DO ALBUM (ORIGEM 2-DUPLICIDADE).
      *        O CREDITO DE CAIXA SAI COM TIPO-LCTO 50 E HISTORICO
      *        "RECEBIMENTO PIX", DE MODO QUE OS RESUMOS DIARIOS
      *        (CXP121) DESTACAM O PIX COMO COLUNA PROPRIA.
      *        TITULO PRESO POR OUTRA SESSAO: O GRLOCK ESPERA,
      *        MOSTRA QUEM ESTA COM ELE E DEIXA ESPERAR MAIS OU
      *        DESISTIR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  TOTAL-DEVIDO-W        PIC 9(8)V99  VALUE ZEROS.
           05  JUROS-PIX-W           PIC 9(6)V99  VALUE ZEROS.
           05  MULTA-PIX-W           PIC 9(6)V99  VALUE ZEROS.
           05  EXCEDENTE-W           PIC 9(8)V99  VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.

       01  PARAMETROS-CRP134.
           05  CRP134-FUNCAO      PIC 9(1).
           05  CRP134-JUROS-DIG   PIC 9(6)V99.
           05  CRP134-MULTA-DIG   PIC 9(6)V99.

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

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
               88  CXP127-DIA-ABERTO       VALUE 0.
               88  CXP127-DIA-FECHADO      VALUE 1.

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
                DISPLAY "TITULO NAO ENCONTRADO"
                GO TO RECEBE-TITULO-PIX-FIM
           END-READ.
           IF ST-CRD020 = "9D"
              PERFORM ESPERA-CRD020.
           IF ST-CRD020 > "09"
              GO TO RECEBE-TITULO-PIX-FIM.
           IF SITUACAO-CR20 NOT = 0 AND SITUACAO-CR20 NOT = 1
              DISPLAY "TITULO NAO ESTA EM ABERTO (SITUACAO "
                      SITUACAO-CR20 ")"
           IF VALOR-RECEBIDO-W = ZEROS
              DISPLAY "VALOR INVALIDO"
              GO TO RECEBE-TITULO-PIX-FIM.
      *    o que passar do devido so entra como credito do cliente
           MOVE ZEROS TO EXCEDENTE-W.
           IF VALOR-RECEBIDO-W > TOTAL-DEVIDO-W
              COMPUTE EXCEDENTE-W = VALOR-RECEBIDO-W - TOTAL-DEVIDO-W
              DISPLAY "VALOR MAIOR QUE O DEVIDO EM " EXCEDENTE-W
              DISPLAY "EXCEDENTE VIRA CREDITO DO CLIENTE (S/N)? "
                      WITH NO ADVANCING
              ACCEPT CONFIRMA-W
              IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
                 DISPLAY "NADA BAIXADO"
                 GO TO RECEBE-TITULO-PIX-FIM
              END-IF
           END-IF.
      *    recebimento parcial primeiro cobre os encargos; o que
      *    sobra abate o principal e o titulo fica SITUACAO 1 com o
      *    saldo remanescente - valor cheio e que quita
           MOVE DATA-SISTEMA-N  TO DATA-RCTO-CR20.
           ADD JUROS-PIX-W      TO JURO-RCTO-CR20.
           ADD MULTA-PIX-W      TO MULTA-RCTO-CR20.
           COMPUTE VALOR-LIQ-CR20 = VALOR-LIQ-CR20
                 + VALOR-RECEBIDO-W - EXCEDENTE-W.
           MOVE "PIX"           TO FORMA-PAGTO-CR20.
           MOVE USUARIO-W       TO RESPONSAVEL-CR20.
           REWRITE REG-CRD020 INVALID KEY
           END-REWRITE.
           MOVE NR-DOCTO-CR20 TO DOCTO-CAIXA-W.
           PERFORM GRAVA-CREDITO-CAIXA.
           IF EXCEDENTE-W > ZEROS
              PERFORM LANCA-EXCEDENTE.
           IF SITUACAO-CR20 = 1
              DISPLAY "BAIXA PARCIAL - SALDO RESTANTE "
                      VALOR-SALDO-CR20
       RECEBE-TITULO-PIX-FIM.
           CONTINUE.

       LANCA-EXCEDENTE SECTION.
           MOVE 2              TO CRP158-FUNCAO.
           MOVE EMPRESA-W      TO CRP158-EMPRESA.
           MOVE CLASS-W        TO CRP158-CLASS.
           MOVE CLIENTE-W      TO CRP158-CLIENTE.
           MOVE DATA-SISTEMA-N TO CRP158-DATA.
           MOVE EXCEDENTE-W    TO CRP158-VALOR.
           MOVE 1              TO CRP158-TIPO.
           MOVE SPACES         TO CRP158-DOCTO.
           STRING "PIX " NR-DOCTO-CR20 DELIMITED BY SIZE
                  INTO CRP158-DOCTO.
           MOVE "PIX A MAIOR"  TO CRP158-HISTORICO.
           MOVE ZEROS          TO CRP158-VALIDADE.
           MOVE USUARIO-W      TO CRP158-USUARIO.
           CALL "CRP158" USING PARAMETROS-CRP158.
           IF CRP158-OK
              DISPLAY "EXCEDENTE LANCADO COMO CREDITO - SALDO DO "
                      "CLIENTE " CRP158-SALDO
           ELSE
              DISPLAY "ERRO LANCANDO O CREDITO - LANCE NO CRP157 "
                      EXCEDENTE-W.

       RECEBE-PARCELA-PIX SECTION.
           DISPLAY "ALBUM..............: " WITH NO ADVANCING.
           ACCEPT ALBUM-W.
           END-READ.
           IF DTA-BAIXA-REC1 NOT = ZEROS
              DISPLAY "PARCELA JA BAIXADA EM " DTA-BAIXA-REC1
              PERFORM PARCELA-DUPLICIDADE
              GO TO RECEBE-PARCELA-PIX-FIM.
           MOVE VALOR-REC1 TO VALOR-RECEBIDO-W.
           DISPLAY "VALOR DA PARCELA: " VALOR-RECEBIDO-W.
       RECEBE-PARCELA-PIX-FIM.
           CONTINUE.

      *    o PIX repetido ja esta na conta: entra no caixa e fica
      *    como credito do cliente do album (classe 0, mesmo numero)
       PARCELA-DUPLICIDADE SECTION.
           DISPLAY "PAGAMENTO EM DUPLICIDADE - LANCA COMO CREDITO DO "
                   "CLIENTE (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              GO TO PARCELA-DUPLICIDADE-FIM.
           DISPLAY "VALOR RECEBIDO NO PIX: " WITH NO ADVANCING.
           ACCEPT VALOR-RECEBIDO-W.
           IF VALOR-RECEBIDO-W = ZEROS
              DISPLAY "VALOR INVALIDO"
              GO TO PARCELA-DUPLICIDADE-FIM.
           MOVE ALBUM-W TO DOCTO-CAIXA-W.
           PERFORM GRAVA-CREDITO-CAIXA.
           MOVE 2                TO CRP158-FUNCAO.
           MOVE EMPRESA-W        TO CRP158-EMPRESA.
           MOVE 0                TO CRP158-CLASS.
           MOVE ALBUM-W          TO CRP158-CLIENTE.
           MOVE DATA-SISTEMA-N   TO CRP158-DATA.
           MOVE VALOR-RECEBIDO-W TO CRP158-VALOR.
           MOVE 2                TO CRP158-TIPO.
           MOVE SPACES           TO CRP158-DOCTO.
           STRING ALBUM-W "-" PARCELA-W DELIMITED BY SIZE
                  INTO CRP158-DOCTO.
           MOVE "PIX PARCELA EM DUPLICIDADE" TO CRP158-HISTORICO.
           MOVE ZEROS            TO CRP158-VALIDADE.
           MOVE USUARIO-W        TO CRP158-USUARIO.
           CALL "CRP158" USING PARAMETROS-CRP158.
           IF CRP158-OK
              DISPLAY "CAIXA CREDITADO E CREDITO LANCADO - SALDO DO "
                      "CLIENTE " CRP158-SALDO
           ELSE
              DISPLAY "ERRO LANCANDO O CREDITO - LANCE NO CRP157 "
                      VALOR-RECEBIDO-W.
       PARCELA-DUPLICIDADE-FIM.
           CONTINUE.

      *    Credito do PIX no caixa do dia: proximo SEQ-CX100 livre da
      *    data, TIPO-LCTO 50 (entrada) e historico proprio p/ os
      *    resumos destacarem o PIX.
       FINALIZA-PROGRAMA SECTION.
           CLOSE CRD020 RCD101 CXD100.

      *    Titulo preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D
       ESPERA-CRD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "CRD020"      TO GRLOCK-ARQUIVO.
           MOVE CHAVE-CR20    TO GRLOCK-CHAVE.
           MOVE "CRP132"      TO GRLOCK-PROGRAMA.
           MOVE ZEROS         TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
           PERFORM UNTIL ST-CRD020 NOT = "9D" OR GRLOCK-RETORNO = 1
              MOVE 1 TO GRLOCK-FUNCAO
              CALL "GRLOCK" USING PARAMETROS-GRLOCK
              IF GRLOCK-RETORNO = 0
                 READ CRD020 INVALID KEY
                      DISPLAY "TITULO NAO ENCONTRADO NO CRD020"
                 END-READ
              END-IF
           END-PERFORM.
           MOVE 2 TO GRLOCK-FUNCAO.
           CALL "GRLOCK" USING PARAMETROS-GRLOCK.

       END PROGRAM CRP132.
