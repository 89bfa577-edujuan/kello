      *          A NOTA VAI P/ A FILA DE PENDENCIA CPD032 EM VEZ DE
      *          SER PAGA;
      *        OPCAO 4 - LISTA AS PENDENCIAS ABERTAS NO RELAT.
      *        NA ENTRADA DA NOTA, FORNECEDOR COM ADIANTAMENTO A
      *        COMPENSAR (CPD040) E AVISADO (CPP032) E PODE TER O
      *        ADIANTAMENTO COMPENSADO NA HORA NO TITULO GRAVADO
      *        (CPP035, A MESMA ROTINA DO CPP031 OPCAO 2).
      *        GRAVADO O TITULO, OFERECE ANEXAR A NOTA DIGITALIZADA
      *        A ELE (GRDOC) - TITULO PAGO SEM NOTA ANEXADA SAI NO
      *        GRDOC2.
      *        O PEDIDO TAMBEM NASCE DA ADJUDICACAO DE UMA COTACAO
      *        (CPP034 - OBS "COTACAO NNNNNN"); O RECEBIMENTO E A
      *        NOTA SEGUEM AQUI NORMALMENTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  VLR-CASAVEL-W         PIC 9(10)V99 VALUE ZEROS.
           05  VLR-LIMITE-W          PIC 9(10)V99 VALUE ZEROS.
           05  PROX-SEQ-CP-W         PIC 9(5)     VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  PROX-SEQ-PEND-W       PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
       01  LINDET.
           05  LINDET-REL        PIC X(110) VALUE SPACES.

       01  PARAMETROS-CPP035.
           05  CPP035-EMPRESA     PIC X(3).
           05  CPP035-FORNEC      PIC 9(6).
           05  CPP035-SEQ         PIC 9(5).
           05  CPP035-USUARIO     PIC X(5).
           05  CPP035-VALOR       PIC 9(10)V99.
           05  CPP035-SALDO       PIC 9(10)V99.
           05  CPP035-RETORNO     PIC 9(1).
               88  CPP035-COMPENSADA       VALUE 0.
               88  CPP035-NADA             VALUE 1.
               88  CPP035-ERRO             VALUE 2.

       01  PARAMETROS-CPP032.
           05  CPP032-EMPRESA     PIC X(3).
           05  CPP032-FORNEC      PIC 9(6).
           05  CPP032-PLANO       PIC X(14).
           05  CPP032-QTDE        PIC 9(3).
           05  CPP032-MESMO-PLANO PIC 9(3).
           05  CPP032-SALDO       PIC 9(10)V99.
           05  CPP032-RETORNO     PIC 9(1).
               88  CPP032-NADA             VALUE 0.
               88  CPP032-TEM-ADIANT       VALUE 1.

       01  PARAMETROS-GRDOC.
           05  GRDOC-EMPRESA     PIC X(3).
           05  GRDOC-ENTIDADE    PIC X(8).
           05  GRDOC-CHAVE       PIC X(30).
           05  GRDOC-USUARIO     PIC X(5).
           05  GRDOC-TITULO      PIC X(40).
           05  GRDOC-QTDE        PIC 9(3).

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           END-REWRITE.
           DISPLAY "TITULO GRAVADO (FORNEC " FORNEC-CP30 " SEQ "
                   PROX-SEQ-CP-W ")".
           PERFORM OFERECE-ADIANTAMENTO.
           PERFORM OFERECE-ANEXO-NOTA.
       ENTRADA-NOTA-FIM.
           CONTINUE.

           WRITE REG-RELAT AFTER 1.
           MOVE 3 TO LIN.

      *    fornecedor com adiantamento pago e saldo a compensar: a
      *    nota nao deve ser paga cheia - compensa no titulo recem
      *    gravado pelo CPP035, que abre o seu CPD020
       OFERECE-ADIANTAMENTO SECTION.
           MOVE EMPRESA-W   TO CPP032-EMPRESA.
           MOVE FORNEC-CP30 TO CPP032-FORNEC.
           MOVE ZEROS       TO CPP032-PLANO.
           CALL "CPP032" USING PARAMETROS-CPP032.
           IF NOT CPP032-TEM-ADIANT
              GO TO OFERECE-ADIANTAMENTO-FIM.
           MOVE CPP032-SALDO TO VALOR-E.
           DISPLAY "   FORNECEDOR TEM " CPP032-QTDE
                   " ADIANTAMENTO(S) A COMPENSAR: " VALOR-E.
           DISPLAY "COMPENSA O ADIANTAMENTO NESTA NOTA (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND NOT = "s"
              DISPLAY "   COMPENSE DEPOIS PELO CPP031 (OPCAO 2)"
              GO TO OFERECE-ADIANTAMENTO-FIM.
           MOVE EMPRESA-W     TO CPP035-EMPRESA.
           MOVE FORNEC-CP30   TO CPP035-FORNEC.
           MOVE PROX-SEQ-CP-W TO CPP035-SEQ.
           MOVE USUARIO-W     TO CPP035-USUARIO.
           CLOSE CPD020.
           CALL "CPP035" USING PARAMETROS-CPP035.
           OPEN I-O CPD020.
           IF ST-CPD020 > "09"
              DISPLAY "ERRO REABRINDO CPD020: " ST-CPD020.
       OFERECE-ADIANTAMENTO-FIM.
           CONTINUE.

      *    anexa a nota digitalizada ao titulo recem gravado
       OFERECE-ANEXO-NOTA SECTION.
           DISPLAY "ANEXA A NOTA DIGITALIZADA (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND NOT = "s"
              GO TO OFERECE-ANEXO-NOTA-FIM.
           INITIALIZE PARAMETROS-GRDOC.
           MOVE EMPRESA-W      TO GRDOC-EMPRESA.
           MOVE "CPD020"       TO GRDOC-ENTIDADE.
           MOVE FORNEC-CP30    TO GRDOC-CHAVE (1: 6).
           MOVE PROX-SEQ-CP-W  TO GRDOC-CHAVE (7: 5).
           MOVE USUARIO-W      TO GRDOC-USUARIO.
           MOVE NR-DOCTO-W     TO GRDOC-TITULO.
           CALL "GRDOC" USING PARAMETROS-GRDOC.
       OFERECE-ANEXO-NOTA-FIM.
           CONTINUE.

       FINALIZA-PROGRAMA SECTION.
           CLOSE CPD020 CPD030 CPD031 CPD032 MTD053.

