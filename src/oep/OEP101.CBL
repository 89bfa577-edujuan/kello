       IDENTIFICATION DIVISION.
       PROGRAM-ID. OEP101.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: RATEIO DO CUSTO DA FORMATURA POR FORMANDO NOS
      *        CONTRATOS DE ORGANIZACAO DE EVENTO COM PARCELAMENTO
      *        INDIVIDUAL (TIPO-RECTO-OE10 = 1) - A COMISSAO FAZIA A
      *        CONTA NUMA PLANILHA E O DINHEIRO ENTRAVA SEM SE SABER
      *        QUEM ESTAVA ATRASADO.
      *        OPCAO 1 - RATEIO DO CONTRATO (OED030): ORCAMENTO
      *          TOTAL, PESO DE CADA TIPO DE COTA, QUANTIDADE DE
      *          PARCELAS, PRIMEIRO VENCIMENTO E PORTADOR; CARREGA OS
      *          FORMANDOS DO CONTRATO (MTD019) COMO COTA INTEGRAL
      *          (OED031) - RODADA DE NOVO, INCLUI OS QUE ENTRARAM
      *          DEPOIS;
      *        OPCAO 2 - COTAS: TIPO DE COTA DE CADA FORMANDO
      *          (INTEGRAL, MEIA, SO CONVIDADO) OU DESISTENTE;
      *        OPCAO 3 - GERA AS PARCELAS: DIVIDE O ORCAMENTO PELOS
      *          PESOS E GRAVA AS PARCELAS DE CADA FORMANDO NO CRD020
      *          (CLASSE 0, CLIENTE = ALBUM, TIPO-DOCTO 2, DOCTO
      *          "RAT" + CONTRATO), RESPEITANDO O FECHAMENTO (CAP022);
      *        OPCAO 4 - REVISAO DO ORCAMENTO: RECALCULA AS COTAS E
      *          REDISTRIBUI O QUE FALTA PAGAR NAS PARCELAS EM ABERTO
      *          (PAGAS E PARCIAIS NAO MUDAM); SEM PARCELA ABERTA
      *          GERA UMA PARCELA DE AJUSTE; COTA JA COBERTA OU
      *          DESISTENTE CANCELA AS ABERTAS; FORMANDO NOVO GANHA O
      *          PLANO A PARTIR DO PROXIMO VENCIMENTO. TAMBEM SERVE P/
      *          RECALCULAR DEPOIS DE MUDAR COTAS NA OPCAO 2;
      *        OPCAO 5 - POSICAO MENSAL P/ A COMISSAO: POR FORMANDO,
      *          COTA, VENCIDO ATE O FIM DO MES, PAGO, EM ATRASO E
      *          SALDO, COM OS RESPONSAVEIS DA COMISSAO (COD125).
      *        TITULO PRESO POR OUTRA SESSAO: O GRLOCK ESPERA,
      *        MOSTRA QUEM ESTA COM ELE E DEIXA ESPERAR MAIS OU
      *        DESISTIR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OEPX010.
           COPY OEPX030.
           COPY OEPX031.
           COPY MTPX019.
           COPY COPX125.
           COPY CRPX020.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY OEPW010.
           COPY OEPW030.
           COPY OEPW031.
           COPY MTPW019.
           COPY COPW125.
           COPY CRPW020.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-OED010             PIC XX       VALUE SPACES.
           05  ST-OED030             PIC XX       VALUE SPACES.
           05  ST-OED031             PIC XX       VALUE SPACES.
           05  ST-MTD019             PIC XX       VALUE SPACES.
           05  ST-COD125             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  ACAO-W                PIC 9        VALUE ZEROS.
           05  TIPO-W                PIC 9        VALUE ZEROS.
           05  MEMBRO-W              PIC 9        VALUE ZEROS.
           05  CONTRATO-W            PIC 9(4)     VALUE ZEROS.
           05  SEQ-W                 PIC 9(4)     VALUE ZEROS.
           05  ALBUM-W               PIC 9(8)     VALUE ZEROS.
           05  ULT-ALBUM-W           PIC 9(8)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  DOCTO-RAT-W           PIC X(10)    VALUE SPACES.
           05  ULT-SEQ-W             PIC 9(5)     VALUE ZEROS.
           05  VENCTO-PARC-W         PIC 9(8)     VALUE ZEROS.
           05  QT-PARC-W             PIC 9(2)     VALUE ZEROS.
           05  NR-PARC-INI-W         PIC 9(2)     VALUE ZEROS.
           05  MAIOR-PARC-W          PIC 9(2)     VALUE ZEROS.
           05  PESO-W                PIC 9V99     VALUE ZEROS.
           05  VLR-PARC-W            PIC 9(8)V99  VALUE ZEROS.
           05  VLR-ACUM-W            PIC 9(10)V99 VALUE ZEROS.
           05  SOMA-COTAS-W          PIC 9(10)V99 VALUE ZEROS.
           05  DIFERENCA-W           PIC S9(8)V99 VALUE ZEROS.
           05  ORCAMENTO-W           PIC 9(8)V99  VALUE ZEROS.
           05  PAGO-W                PIC 9(10)V99 VALUE ZEROS.
           05  COMPROMETIDO-W        PIC 9(10)V99 VALUE ZEROS.
           05  RESTANTE-W            PIC S9(10)V99 VALUE ZEROS.
           05  VENCIDO-W             PIC 9(10)V99 VALUE ZEROS.
           05  ATRASO-W              PIC S9(10)V99 VALUE ZEROS.
           05  SALDO-W               PIC S9(10)V99 VALUE ZEROS.
           05  QT-ATRASO-W           PIC 9(2)     VALUE ZEROS.
           05  QT-ABERTOS-W          PIC 9(2)     VALUE ZEROS.
           05  QT-FORMANDOS-W        PIC 9(4)     VALUE ZEROS.
           05  QT-NOVOS-W            PIC 9(4)     VALUE ZEROS.
           05  QT-GERADOS-W          PIC 9(4)     VALUE ZEROS.
           05  QT-ALTERADOS-W        PIC 9(4)     VALUE ZEROS.
           05  QT-CANCELADOS-W       PIC 9(4)     VALUE ZEROS.
           05  QT-EM-DIA-W           PIC 9(4)     VALUE ZEROS.
           05  QT-ATRASADOS-W        PIC 9(4)     VALUE ZEROS.
           05  TOT-COTA-W            PIC 9(10)V99 VALUE ZEROS.
           05  TOT-VENCIDO-W         PIC 9(10)V99 VALUE ZEROS.
           05  TOT-PAGO-W            PIC 9(10)V99 VALUE ZEROS.
           05  TOT-ATRASO-W          PIC 9(10)V99 VALUE ZEROS.
           05  TOT-SALDO-W           PIC S9(10)V99 VALUE ZEROS.
           05  MES-W                 PIC 9(6)     VALUE ZEROS.
           05  FIM-MES-W             PIC 9(8)     VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  VALOR-E1              PIC --.---.--9,99.
           05  QT-E                  PIC ZZZ9.
           05  DATA-INVERTE-W        PIC X(8).

      *    parcelas em aberto do formando (SEQ-CR20), na ordem
      *    em que foram geradas
       01  TAB-ABERTOS.
           05  TA-SEQ OCCURS 99 TIMES PIC 9(5).

       01  TEXTO-COTAS.
           05  FILLER  PIC X(10) VALUE "INTEGRAL  ".
           05  FILLER  PIC X(10) VALUE "MEIA      ".
           05  FILLER  PIC X(10) VALUE "SO CONVITE".
       01  RED-COTAS REDEFINES TEXTO-COTAS.
           05  NOME-COTA-W OCCURS 3 PIC X(10).

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

       01  PARAMETROS-CAP022.
           05  CAP022-EMPRESA     PIC X(3).
           05  CAP022-MODULO      PIC X(2).
           05  CAP022-DATA-MOVTO  PIC 9(8).
           05  CAP022-RETORNO     PIC 9(1).
               88  CAP022-PERMITIDO        VALUE 0.
               88  CAP022-MES-FECHADO      VALUE 1.

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-OED010       PIC X(60)    VALUE SPACES.
           05  PATH-OED030       PIC X(60)    VALUE SPACES.
           05  PATH-OED031       PIC X(60)    VALUE SPACES.
           05  PATH-MTD019       PIC X(60)    VALUE SPACES.
           05  PATH-COD125       PIC X(60)    VALUE SPACES.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "OEP101 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(14)  VALUE SPACES.
           05  FILLER            PIC X(36)  VALUE
           "POSICAO DO RATEIO - CONTRATO ".
           05  CAB01-CONTRATO    PIC 9(4).
           05  FILLER            PIC X(49)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  CAB02-TEXTO       PIC X(130) VALUE SPACES.
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
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM CADASTRA-RATEIO
                  WHEN 2 PERFORM MANUTENCAO-COTAS
                  WHEN 3 PERFORM GERA-PARCELAS
                  WHEN 4 PERFORM REVISAO-ORCAMENTO
                  WHEN 5 PERFORM POSICAO-MENSAL
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-RATEIO  2-COTAS  3-GERA PARCELAS  4-REVISAO  "
                   "5-POSICAO MENSAL: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 5
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W NOT = 5
                 DISPLAY "USUARIO: " WITH NO ADVANCING
                 ACCEPT USUARIO-W
              END-IF
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "OED010"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-OED010
              MOVE "OED030"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-OED030
              MOVE "OED031"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-OED031
              MOVE "MTD019"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD019
              MOVE "COD125"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD125
              MOVE "CRD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD020
              OPEN I-O OED030 OED031 CRD020
              IF ST-OED030 = "35"
                 CLOSE OED030      OPEN OUTPUT OED030
                 CLOSE OED030      OPEN I-O OED030
              END-IF
              IF ST-OED031 = "35"
                 CLOSE OED031      OPEN OUTPUT OED031
                 CLOSE OED031      OPEN I-O OED031
              END-IF
              OPEN INPUT OED010 MTD019 COD125
              IF ST-OED010 > "09"
                 DISPLAY "ERRO ABERTURA OED010: " ST-OED010
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-OED030 > "09"
                 DISPLAY "ERRO ABERTURA OED030: " ST-OED030
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-OED031 > "09"
                 DISPLAY "ERRO ABERTURA OED031: " ST-OED031
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD019 > "09"
                 DISPLAY "ERRO ABERTURA MTD019: " ST-MTD019
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CRD020 > "09"
                 DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-COD125 > "09"
                 MOVE "10" TO ST-COD125
              END-IF
              IF ERRO-W = 1
                 PERFORM FINALIZA-PROGRAMA
              END-IF.

      *    so contrato com parcelamento individual de cada aluno
      *    tem rateio - o de recebimento direto fica no OEP100
       LE-CONTRATO SECTION.
           DISPLAY "CONTRATO: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           MOVE CONTRATO-W TO NR-CONTRATO-OE10.
           READ OED010 INVALID KEY
                DISPLAY "CONTRATO SEM OED010"
                MOVE 1 TO ERRO-W
                GO TO LE-CONTRATO-FIM
           END-READ.
           IF TIPO-RECTO-OE10 NOT = 1
              DISPLAY "CONTRATO COM RECEBIMENTO DIRETO DA COMISSAO - "
                      "SEM RATEIO (VER OEP100)"
              MOVE 1 TO ERRO-W
              GO TO LE-CONTRATO-FIM.
           MOVE SPACES     TO DOCTO-RAT-W.
           MOVE "RAT"      TO DOCTO-RAT-W (1: 3).
           MOVE CONTRATO-W TO DOCTO-RAT-W (4: 4).
       LE-CONTRATO-FIM.
           CONTINUE.

       LE-RATEIO SECTION.
           MOVE CONTRATO-W TO NR-CONTRATO-OE30.
           READ OED030 INVALID KEY
                DISPLAY "RATEIO NAO CADASTRADO P/ O CONTRATO "
                        "(OPCAO 1)"
                MOVE 1 TO ERRO-W
           END-READ.

       VERIFICA-MES-FECHADO SECTION.
           MOVE EMPRESA-W      TO CAP022-EMPRESA.
           MOVE "CR"           TO CAP022-MODULO.
           MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO.
           CALL "CAP022" USING PARAMETROS-CAP022.
           IF CAP022-MES-FECHADO
              DISPLAY "MES FECHADO P/ O CONTAS A RECEBER - "
                      "LIBERE NO CAP021"
              MOVE 1 TO ERRO-W.

      *----------------------------------------------------------------
      *    OPCAO 1 - RATEIO DO CONTRATO E CARGA DOS FORMANDOS
      *----------------------------------------------------------------
       CADASTRA-RATEIO SECTION.
           PERFORM LE-CONTRATO.
           IF ERRO-W = 1
              MOVE 0 TO ERRO-W
              GO TO CADASTRA-RATEIO-FIM.
           MOVE CONTRATO-W TO NR-CONTRATO-OE30.
           READ OED030 INVALID KEY
                INITIALIZE REG-OED030
                MOVE CONTRATO-W     TO NR-CONTRATO-OE30
                MOVE DATA-SISTEMA-N TO DATA-CADASTRO-OE30
                MOVE 0 TO ACAO-W
           NOT INVALID KEY
                MOVE 1 TO ACAO-W
           END-READ.
           IF ACAO-W = 1 AND RATEIO-PARCELADO-OE30
              DISPLAY "RATEIO JA PARCELADO - O ORCAMENTO MUDA NA "
                      "OPCAO 4; SO INCLUI FORMANDOS NOVOS"
              PERFORM CARREGA-FORMANDOS
              GO TO CADASTRA-RATEIO-FIM.
           IF ORCAMENTO-OE30 = ZEROS
              MOVE VLR-TOTAL-OE10 TO ORCAMENTO-OE30.
           MOVE ORCAMENTO-OE30 TO VALOR-E.
           DISPLAY "ORCAMENTO TOTAL (0 = " VALOR-E "): "
                   WITH NO ADVANCING.
           ACCEPT ORCAMENTO-W.
           IF ORCAMENTO-W > ZEROS
              MOVE ORCAMENTO-W TO ORCAMENTO-OE30.
           IF ORCAMENTO-OE30 = ZEROS
              DISPLAY "ORCAMENTO INVALIDO"
              GO TO CADASTRA-RATEIO-FIM.
           DISPLAY "PESO COTA INTEGRAL (0 = 1,00): " WITH NO ADVANCING.
           ACCEPT PESO-INTEGRAL-OE30.
           IF PESO-INTEGRAL-OE30 = ZEROS
              MOVE 1 TO PESO-INTEGRAL-OE30.
           DISPLAY "PESO MEIA COTA (0 = 0,50)....: " WITH NO ADVANCING.
           ACCEPT PESO-MEIA-OE30.
           IF PESO-MEIA-OE30 = ZEROS
              MOVE 0,50 TO PESO-MEIA-OE30.
           DISPLAY "PESO SO CONVIDADO (0 = 0,25).: " WITH NO ADVANCING.
           ACCEPT PESO-CONVIDADO-OE30.
           IF PESO-CONVIDADO-OE30 = ZEROS
              MOVE 0,25 TO PESO-CONVIDADO-OE30.
           MOVE QTDE-PARCELA-OE10 TO QT-E.
           DISPLAY "QTDE DE PARCELAS (0 = " QT-E "): "
                   WITH NO ADVANCING.
           ACCEPT QT-PARC-W.
           IF QT-PARC-W = ZEROS
              IF QTDE-PARCELA-OE10 > ZEROS AND QTDE-PARCELA-OE10 < 100
                 MOVE QTDE-PARCELA-OE10 TO QT-PARC-W
              ELSE
                 DISPLAY "QTDE DE PARCELAS INVALIDA"
                 GO TO CADASTRA-RATEIO-FIM.
           MOVE QT-PARC-W TO QT-PARCELAS-OE30.
           DISPLAY "PRIMEIRO VENCIMENTO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT PRIMEIRO-VENCTO-OE30.
           IF PRIMEIRO-VENCTO-OE30 < DATA-SISTEMA-N
              DISPLAY "VENCIMENTO INVALIDO"
              GO TO CADASTRA-RATEIO-FIM.
           DISPLAY "PORTADOR.....................: " WITH NO ADVANCING.
           ACCEPT PORTADOR-OE30.
           MOVE USUARIO-W TO USUARIO-OE30.
           IF ACAO-W = 1
              REWRITE REG-OED030 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO OED030: " ST-OED030
                      GO TO CADASTRA-RATEIO-FIM
              END-REWRITE
           ELSE
              WRITE REG-OED030 INVALID KEY
                    DISPLAY "ERRO GRAVANDO OED030: " ST-OED030
                    GO TO CADASTRA-RATEIO-FIM
              END-WRITE.
           PERFORM CARREGA-FORMANDOS.
       CADASTRA-RATEIO-FIM.
           CONTINUE.

      *    todo album MTD019 do contrato que ainda nao esta no
      *    rateio entra como cota integral
       CARREGA-FORMANDOS SECTION.
           MOVE ZEROS TO QT-NOVOS-W.
           MOVE CONTRATO-W TO CONTRATO-MT19.
           MOVE 1          TO SEQ-MT19.
           START MTD019 KEY IS NOT LESS ALBUMMT19 INVALID KEY
                 MOVE "10" TO ST-MTD019
           END-START.
           PERFORM UNTIL ST-MTD019 = "10"
              READ MTD019 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD019
              NOT AT END
                   IF CONTRATO-MT19 NOT = CONTRATO-W
                      MOVE "10" TO ST-MTD019
                   ELSE
                      MOVE CONTRATO-W TO NR-CONTRATO-OE31
                      MOVE ALBUM-MT19 TO ALBUM-OE31
                      READ OED031 INVALID KEY
                           PERFORM INCLUI-COTA
                      END-READ
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD019.
           DISPLAY QT-NOVOS-W " FORMANDO(S) INCLUIDO(S) NO RATEIO".

       INCLUI-COTA SECTION.
           INITIALIZE REG-OED031.
           MOVE CONTRATO-W TO NR-CONTRATO-OE31.
           MOVE ALBUM-MT19 TO ALBUM-OE31.
           MOVE 1          TO TIPO-COTA-OE31.
           MOVE 0          TO SITUACAO-OE31.
           MOVE USUARIO-W  TO USUARIO-OE31.
           WRITE REG-OED031 INVALID KEY
                 DISPLAY "ERRO GRAVANDO OED031: " ST-OED031
           NOT INVALID KEY
                 ADD 1 TO QT-NOVOS-W
           END-WRITE.

      *----------------------------------------------------------------
      *    OPCAO 2 - TIPO DE COTA DE CADA FORMANDO
      *----------------------------------------------------------------
       MANUTENCAO-COTAS SECTION.
           PERFORM LE-CONTRATO.
           IF ERRO-W = 0
              PERFORM LE-RATEIO.
           IF ERRO-W = 1
              MOVE 0 TO ERRO-W
              GO TO MANUTENCAO-COTAS-FIM.
           MOVE ZEROS TO QT-ALTERADOS-W.
           MOVE 1     TO SEQ-W.
           PERFORM UNTIL SEQ-W = ZEROS
              DISPLAY "SEQ. DO ALBUM (0 ENCERRA): " WITH NO ADVANCING
              ACCEPT SEQ-W
              IF SEQ-W > ZEROS
                 PERFORM ALTERA-COTA
              END-IF
           END-PERFORM.
           IF QT-ALTERADOS-W > ZEROS AND RATEIO-PARCELADO-OE30
              DISPLAY "COTAS ALTERADAS - RECALCULE AS PARCELAS NA "
                      "OPCAO 4".
       MANUTENCAO-COTAS-FIM.
           CONTINUE.

       ALTERA-COTA SECTION.
           COMPUTE ALBUM-W = CONTRATO-W * 10000 + SEQ-W.
           MOVE CONTRATO-W TO NR-CONTRATO-OE31.
           MOVE ALBUM-W    TO ALBUM-OE31.
           READ OED031 INVALID KEY
                DISPLAY "FORMANDO FORA DO RATEIO (CARREGUE NA "
                        "OPCAO 1)"
                GO TO ALTERA-COTA-FIM
           END-READ.
           PERFORM LE-FORMANDO.
           PERFORM VERIFICA-COMISSAO.
           IF DESISTENTE-OE31
              DISPLAY NOME-FORM-MT19 " - DESISTENTE"
           ELSE
              DISPLAY NOME-FORM-MT19 " - "
                      NOME-COTA-W (TIPO-COTA-OE31).
           IF MEMBRO-W = 1
              DISPLAY "MEMBRO DA COMISSAO (COD125)".
           DISPLAY "COTA (1-INTEGRAL 2-MEIA 3-SO CONVIDADO "
                   "9-DESISTENTE): " WITH NO ADVANCING.
           ACCEPT TIPO-W.
           EVALUATE TIPO-W
               WHEN 1
               WHEN 2
               WHEN 3
                    MOVE TIPO-W TO TIPO-COTA-OE31
                    MOVE 0      TO SITUACAO-OE31
               WHEN 9
                    MOVE 9      TO SITUACAO-OE31
               WHEN OTHER
                    DISPLAY "COTA INVALIDA"
                    GO TO ALTERA-COTA-FIM
           END-EVALUATE.
           MOVE USUARIO-W TO USUARIO-OE31.
           REWRITE REG-OED031 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO OED031: " ST-OED031
           NOT INVALID KEY
                   ADD 1 TO QT-ALTERADOS-W
           END-REWRITE.
       ALTERA-COTA-FIM.
           CONTINUE.

       LE-FORMANDO SECTION.
           MOVE ALBUM-OE31 TO ALBUM-MT19.
           READ MTD019 INVALID KEY
                MOVE "** SEM CADASTRO MTD019 **" TO NOME-FORM-MT19
           END-READ.

      *    formando que e membro vigente da comissao do contrato
       VERIFICA-COMISSAO SECTION.
           MOVE 0 TO MEMBRO-W.
           IF ST-COD125 = "10"
              GO TO VERIFICA-COMISSAO-FIM.
           MOVE CONTRATO-W TO NR-CONTRATO-CO125.
           MOVE ZEROS      TO SEQ-MEMBRO-CO125.
           START COD125 KEY IS NOT LESS CHAVE-CO125 INVALID KEY
                 MOVE "10" TO ST-COD125
           END-START.
           PERFORM UNTIL ST-COD125 = "10"
              READ COD125 NEXT RECORD AT END
                   MOVE "10" TO ST-COD125
              NOT AT END
                   IF NR-CONTRATO-CO125 NOT = CONTRATO-W
                      MOVE "10" TO ST-COD125
                   ELSE
                      IF ALBUM-CO125 = ALBUM-OE31
                         AND DATA-FIM-CO125 = ZEROS
                         MOVE 1 TO MEMBRO-W
                         MOVE "10" TO ST-COD125
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD125.
       VERIFICA-COMISSAO-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    CALCULO DAS COTAS - ORCAMENTO DIVIDIDO PELOS PESOS; A
      *    DIFERENCA DE ARREDONDAMENTO FICA NA ULTIMA COTA
      *----------------------------------------------------------------
       CALCULA-COTAS SECTION.
           MOVE ZEROS TO TOTAL-PESOS-OE30 SOMA-COTAS-W ULT-ALBUM-W
                         QT-FORMANDOS-W.
           MOVE CONTRATO-W TO NR-CONTRATO-OE31.
           MOVE ZEROS      TO ALBUM-OE31.
           START OED031 KEY IS NOT LESS CHAVE-OE31 INVALID KEY
                 MOVE "10" TO ST-OED031
           END-START.
           PERFORM UNTIL ST-OED031 = "10"
              READ OED031 NEXT RECORD AT END
                   MOVE "10" TO ST-OED031
              NOT AT END
                   IF NR-CONTRATO-OE31 NOT = CONTRATO-W
                      MOVE "10" TO ST-OED031
                   ELSE
                      IF PARTICIPANTE-OE31
                         PERFORM PESO-DA-COTA
                         ADD PESO-W TO TOTAL-PESOS-OE30
                         ADD 1      TO QT-FORMANDOS-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-OED031.
           IF TOTAL-PESOS-OE30 = ZEROS
              DISPLAY "NENHUM FORMANDO PARTICIPANDO DO RATEIO"
              MOVE 1 TO ERRO-W
              GO TO CALCULA-COTAS-FIM.
           COMPUTE VLR-UNIDADE-OE30 ROUNDED =
                   ORCAMENTO-OE30 / TOTAL-PESOS-OE30.
           MOVE CONTRATO-W TO NR-CONTRATO-OE31.
           MOVE ZEROS      TO ALBUM-OE31.
           START OED031 KEY IS NOT LESS CHAVE-OE31 INVALID KEY
                 MOVE "10" TO ST-OED031
           END-START.
           PERFORM UNTIL ST-OED031 = "10"
              READ OED031 NEXT RECORD AT END
                   MOVE "10" TO ST-OED031
              NOT AT END
                   IF NR-CONTRATO-OE31 NOT = CONTRATO-W
                      MOVE "10" TO ST-OED031
                   ELSE
                      IF PARTICIPANTE-OE31
                         PERFORM GRAVA-VALOR-COTA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-OED031.
           COMPUTE DIFERENCA-W = ORCAMENTO-OE30 - SOMA-COTAS-W.
           IF DIFERENCA-W NOT = ZEROS
              MOVE CONTRATO-W  TO NR-CONTRATO-OE31
              MOVE ULT-ALBUM-W TO ALBUM-OE31
              READ OED031 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   COMPUTE VLR-COTA-OE31 = VLR-COTA-OE31 + DIFERENCA-W
                   REWRITE REG-OED031 INVALID KEY
                           DISPLAY "ERRO REGRAVANDO OED031: "
                                   ST-OED031
                   END-REWRITE
              END-READ.
       CALCULA-COTAS-FIM.
           CONTINUE.

       PESO-DA-COTA SECTION.
           EVALUATE TIPO-COTA-OE31
               WHEN 2     MOVE PESO-MEIA-OE30      TO PESO-W
               WHEN 3     MOVE PESO-CONVIDADO-OE30 TO PESO-W
               WHEN OTHER MOVE PESO-INTEGRAL-OE30  TO PESO-W
           END-EVALUATE.

       GRAVA-VALOR-COTA SECTION.
           PERFORM PESO-DA-COTA.
           COMPUTE VLR-COTA-OE31 ROUNDED = VLR-UNIDADE-OE30 * PESO-W.
           ADD VLR-COTA-OE31 TO SOMA-COTAS-W.
           MOVE ALBUM-OE31   TO ULT-ALBUM-W.
           REWRITE REG-OED031 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO OED031: " ST-OED031
           END-REWRITE.

      *----------------------------------------------------------------
      *    OPCAO 3 - GERA AS PARCELAS DE TODOS OS FORMANDOS
      *----------------------------------------------------------------
       GERA-PARCELAS SECTION.
           PERFORM LE-CONTRATO.
           IF ERRO-W = 0
              PERFORM LE-RATEIO.
           IF ERRO-W = 0
              IF RATEIO-PARCELADO-OE30
                 DISPLAY "PARCELAS JA GERADAS - USE A REVISAO "
                         "(OPCAO 4)"
                 MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              PERFORM VERIFICA-MES-FECHADO.
           IF ERRO-W = 0
              PERFORM CALCULA-COTAS.
           IF ERRO-W = 1
              MOVE 0 TO ERRO-W
              GO TO GERA-PARCELAS-FIM.
           MOVE ZEROS TO QT-GERADOS-W.
           MOVE CONTRATO-W TO NR-CONTRATO-OE31.
           MOVE ZEROS      TO ALBUM-OE31.
           START OED031 KEY IS NOT LESS CHAVE-OE31 INVALID KEY
                 MOVE "10" TO ST-OED031
           END-START.
           PERFORM UNTIL ST-OED031 = "10"
              READ OED031 NEXT RECORD AT END
                   MOVE "10" TO ST-OED031
              NOT AT END
                   IF NR-CONTRATO-OE31 NOT = CONTRATO-W
                      MOVE "10" TO ST-OED031
                   ELSE
                      IF PARTICIPANTE-OE31
                         AND DATA-GERACAO-OE31 = ZEROS
                         MOVE PRIMEIRO-VENCTO-OE30 TO VENCTO-PARC-W
                         MOVE QT-PARCELAS-OE30     TO QT-PARC-W
                         MOVE 1                    TO NR-PARC-INI-W
                         MOVE VLR-COTA-OE31        TO RESTANTE-W
                         PERFORM GERA-PLANO-FORMANDO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-OED031.
           MOVE 1 TO SITUACAO-OE30.
           MOVE USUARIO-W TO USUARIO-OE30.
           REWRITE REG-OED030 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO OED030: " ST-OED030
           END-REWRITE.
           MOVE VLR-UNIDADE-OE30 TO VALOR-E.
           DISPLAY QT-GERADOS-W " FORMANDO(S) PARCELADO(S) NO CRD020 - "
                   "COTA INTEGRAL " VALOR-E.
       GERA-PARCELAS-FIM.
           CONTINUE.

      *    grava QT-PARC-W parcelas de RESTANTE-W p/ o formando do
      *    REG-OED031, a partir de VENCTO-PARC-W, numeradas desde
      *    NR-PARC-INI-W; a ultima leva o resto da divisao
       GERA-PLANO-FORMANDO SECTION.
           MOVE ALBUM-OE31 TO ALBUM-W.
           PERFORM ACHA-ULTIMO-SEQ-CR20.
           COMPUTE VLR-PARC-W = RESTANTE-W / QT-PARC-W.
           MOVE ZEROS TO VLR-ACUM-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-PARC-W
              IF I = QT-PARC-W
                 COMPUTE VLR-PARC-W = RESTANTE-W - VLR-ACUM-W
              END-IF
              PERFORM GRAVA-TITULO-RATEIO
              ADD VLR-PARC-W TO VLR-ACUM-W
              PERFORM AVANCA-VENCIMENTO
           END-PERFORM.
           MOVE DATA-SISTEMA-N TO DATA-GERACAO-OE31.
           REWRITE REG-OED031 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO OED031: " ST-OED031
           END-REWRITE.
           ADD 1 TO QT-GERADOS-W.

       GRAVA-TITULO-RATEIO SECTION.
           INITIALIZE REG-CRD020.
           MOVE DATA-SISTEMA-N TO DATA-MOVTO-CR20
                                  DATA-EMISSAO-CR20.
           MOVE 0              TO CLASS-CLIENTE-CR20.
           MOVE ALBUM-W        TO CLIENTE-CR20.
           ADD 1 TO ULT-SEQ-W.
           MOVE ULT-SEQ-W      TO SEQ-CR20.
           MOVE PORTADOR-OE30  TO PORTADOR-CR20.
           MOVE 1              TO CARTEIRA-CR20.
           MOVE 2              TO TIPO-DOCTO-CR20.
           MOVE DOCTO-RAT-W    TO NR-DOCTO-CR20.
           MOVE VENCTO-PARC-W  TO DATA-VENCTO-CR20.
           MOVE VLR-PARC-W     TO VALOR-TOT-CR20 VALOR-SALDO-CR20.
           MOVE "RATEIO FORMATURA" TO DESCRICAO-CR20.
           MOVE ZEROS          TO SITUACAO-CR20.
           COMPUTE NR-PARC-CR20 = NR-PARC-INI-W + I - 1.
           COMPUTE TOT-PARC-CR20 = NR-PARC-INI-W + QT-PARC-W - 1.
           MOVE USUARIO-W      TO DIGITADOR-CR20.
           WRITE REG-CRD020 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CRD020: " ST-CRD020
           END-WRITE.

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
      *    OPCAO 4 - REVISAO DO ORCAMENTO E RECALCULO DAS PARCELAS
      *----------------------------------------------------------------
       REVISAO-ORCAMENTO SECTION.
           PERFORM LE-CONTRATO.
           IF ERRO-W = 0
              PERFORM LE-RATEIO.
           IF ERRO-W = 0
              IF RATEIO-EM-MONTAGEM-OE30
                 DISPLAY "RATEIO AINDA SEM PARCELAS - ALTERE NA "
                         "OPCAO 1"
                 MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              PERFORM VERIFICA-MES-FECHADO.
           IF ERRO-W = 1
              MOVE 0 TO ERRO-W
              GO TO REVISAO-ORCAMENTO-FIM.
           MOVE ORCAMENTO-OE30 TO VALOR-E.
           DISPLAY "ORCAMENTO ATUAL " VALOR-E.
           DISPLAY "NOVO ORCAMENTO (0 = SO RECALCULA AS COTAS): "
                   WITH NO ADVANCING.
           ACCEPT ORCAMENTO-W.
           IF ORCAMENTO-W > ZEROS
              AND ORCAMENTO-W NOT = ORCAMENTO-OE30
              MOVE ORCAMENTO-OE30 TO ORCAMENTO-ANT-OE30
              MOVE ORCAMENTO-W    TO ORCAMENTO-OE30
              ADD 1 TO QT-REVISOES-OE30
              MOVE DATA-SISTEMA-N TO DATA-REVISAO-OE30.
           PERFORM CALCULA-COTAS.
           IF ERRO-W = 1
              MOVE 0 TO ERRO-W
              GO TO REVISAO-ORCAMENTO-FIM.
           MOVE USUARIO-W TO USUARIO-OE30.
           REWRITE REG-OED030 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO OED030: " ST-OED030
           END-REWRITE.
           MOVE ZEROS TO QT-GERADOS-W QT-ALTERADOS-W QT-CANCELADOS-W.
           MOVE CONTRATO-W TO NR-CONTRATO-OE31.
           MOVE ZEROS      TO ALBUM-OE31.
           START OED031 KEY IS NOT LESS CHAVE-OE31 INVALID KEY
                 MOVE "10" TO ST-OED031
           END-START.
           PERFORM UNTIL ST-OED031 = "10"
              READ OED031 NEXT RECORD AT END
                   MOVE "10" TO ST-OED031
              NOT AT END
                   IF NR-CONTRATO-OE31 NOT = CONTRATO-W
                      MOVE "10" TO ST-OED031
                   ELSE
                      PERFORM RECALCULA-FORMANDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-OED031.
           MOVE VLR-UNIDADE-OE30 TO VALOR-E.
           DISPLAY "COTA INTEGRAL " VALOR-E " - PARCELAS ALTERADAS: "
                   QT-ALTERADOS-W "  CANCELADAS: " QT-CANCELADOS-W
                   "  FORMANDOS COM PARCELA NOVA: " QT-GERADOS-W.
       REVISAO-ORCAMENTO-FIM.
           CONTINUE.

      *    o que ja foi pago (e o saldo das parciais) nao muda; o
      *    resto da cota e redistribuido nas parcelas em aberto
       RECALCULA-FORMANDO SECTION.
           IF PARTICIPANTE-OE31 AND DATA-GERACAO-OE31 = ZEROS
              PERFORM PLANO-FORMANDO-NOVO
              GO TO RECALCULA-FORMANDO-FIM.
           MOVE ALBUM-OE31 TO ALBUM-W.
           PERFORM LEVANTA-TITULOS.
           IF DESISTENTE-OE31
              COMPUTE VLR-COTA-OE31 = PAGO-W + COMPROMETIDO-W
              PERFORM CANCELA-ABERTOS
              REWRITE REG-OED031 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO OED031: " ST-OED031
              END-REWRITE
              GO TO RECALCULA-FORMANDO-FIM.
           COMPUTE RESTANTE-W = VLR-COTA-OE31 - PAGO-W
                                - COMPROMETIDO-W.
           IF RESTANTE-W NOT > ZEROS
              PERFORM CANCELA-ABERTOS
              GO TO RECALCULA-FORMANDO-FIM.
           IF QT-ABERTOS-W = ZEROS
              MOVE DATA-SISTEMA-N TO VENCTO-PARC-W
              PERFORM AVANCA-VENCIMENTO
              MOVE 1 TO QT-PARC-W
              COMPUTE NR-PARC-INI-W = MAIOR-PARC-W + 1
              PERFORM GERA-PLANO-FORMANDO
           ELSE
              PERFORM REDISTRIBUI-ABERTOS.
       RECALCULA-FORMANDO-FIM.
           CONTINUE.

      *    formando incluido depois da geracao: plano completo com
      *    as parcelas que ainda nao venceram no calendario do rateio
       PLANO-FORMANDO-NOVO SECTION.
           MOVE PRIMEIRO-VENCTO-OE30 TO VENCTO-PARC-W.
           MOVE QT-PARCELAS-OE30     TO QT-PARC-W.
           PERFORM UNTIL VENCTO-PARC-W NOT < DATA-SISTEMA-N
                         OR QT-PARC-W = 1
              PERFORM AVANCA-VENCIMENTO
              SUBTRACT 1 FROM QT-PARC-W
           END-PERFORM.
           IF VENCTO-PARC-W < DATA-SISTEMA-N
              MOVE DATA-SISTEMA-N TO VENCTO-PARC-W
              PERFORM AVANCA-VENCIMENTO.
           MOVE 1             TO NR-PARC-INI-W.
           MOVE VLR-COTA-OE31 TO RESTANTE-W.
           PERFORM GERA-PLANO-FORMANDO.

       LEVANTA-TITULOS SECTION.
           MOVE ZEROS TO PAGO-W COMPROMETIDO-W QT-ABERTOS-W
                         MAIOR-PARC-W.
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
                      IF NR-DOCTO-CR20 = DOCTO-RAT-W
                         PERFORM SOMA-TITULO-RATEIO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD020.

       SOMA-TITULO-RATEIO SECTION.
           IF NR-PARC-CR20 > MAIOR-PARC-W
              MOVE NR-PARC-CR20 TO MAIOR-PARC-W.
           EVALUATE SITUACAO-CR20
               WHEN 0
                    IF QT-ABERTOS-W < 99
                       ADD 1 TO QT-ABERTOS-W
                       MOVE SEQ-CR20 TO TA-SEQ (QT-ABERTOS-W)
                    END-IF
               WHEN 1
                    COMPUTE PAGO-W = PAGO-W + VALOR-TOT-CR20
                                     - VALOR-SALDO-CR20
                    ADD VALOR-SALDO-CR20 TO COMPROMETIDO-W
               WHEN 2
                    ADD VALOR-TOT-CR20 TO PAGO-W
           END-EVALUATE.

       REDISTRIBUI-ABERTOS SECTION.
           COMPUTE VLR-PARC-W = RESTANTE-W / QT-ABERTOS-W.
           MOVE ZEROS TO VLR-ACUM-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-ABERTOS-W
              IF I = QT-ABERTOS-W
                 COMPUTE VLR-PARC-W = RESTANTE-W - VLR-ACUM-W
              END-IF
              MOVE 0           TO CLASS-CLIENTE-CR20
              MOVE ALBUM-W     TO CLIENTE-CR20
              MOVE TA-SEQ (I)  TO SEQ-CR20
              READ CRD020 INVALID KEY
                   CONTINUE
              END-READ
              IF ST-CRD020 = "9D"
                 PERFORM ESPERA-CRD020
              END-IF
              IF ST-CRD020 < "10"
                 AND VALOR-TOT-CR20 NOT = VLR-PARC-W
                 MOVE VLR-PARC-W TO VALOR-TOT-CR20
                                    VALOR-SALDO-CR20
                 REWRITE REG-CRD020 INVALID KEY
                         DISPLAY "ERRO REGRAVANDO CRD020: "
                                 ST-CRD020
                 NOT INVALID KEY
                         ADD 1 TO QT-ALTERADOS-W
                 END-REWRITE
              END-IF
              ADD VLR-PARC-W TO VLR-ACUM-W
           END-PERFORM.

       CANCELA-ABERTOS SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-ABERTOS-W
              MOVE 0           TO CLASS-CLIENTE-CR20
              MOVE ALBUM-W     TO CLIENTE-CR20
              MOVE TA-SEQ (I)  TO SEQ-CR20
              READ CRD020 INVALID KEY
                   CONTINUE
              END-READ
              IF ST-CRD020 = "9D"
                 PERFORM ESPERA-CRD020
              END-IF
              IF ST-CRD020 < "10"
                 MOVE 4 TO SITUACAO-CR20
                 REWRITE REG-CRD020 INVALID KEY
                         DISPLAY "ERRO REGRAVANDO CRD020: "
                                 ST-CRD020
                 NOT INVALID KEY
                         ADD 1 TO QT-CANCELADOS-W
                 END-REWRITE
              END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      *    OPCAO 5 - POSICAO MENSAL DOS PAGAMENTOS P/ A COMISSAO
      *----------------------------------------------------------------
       POSICAO-MENSAL SECTION.
           PERFORM LE-CONTRATO.
           IF ERRO-W = 0
              PERFORM LE-RATEIO.
           IF ERRO-W = 1
              MOVE 0 TO ERRO-W
              GO TO POSICAO-MENSAL-FIM.
           DISPLAY "MES DA POSICAO (AAAAMM): " WITH NO ADVANCING.
           ACCEPT MES-W.
           IF MES-W = ZEROS
              COMPUTE MES-W = AA-SIS * 100 + MM-SIS.
           COMPUTE FIM-MES-W = MES-W * 100 + 31.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W  TO CAB01-EMPRESA.
           MOVE CONTRATO-W TO CAB01-CONTRATO.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "POSICAO ATE"   TO CAB02-TEXTO (1: 11).
           MOVE MES-W (5: 2)    TO CAB02-TEXTO (13: 2).
           MOVE "/"             TO CAB02-TEXTO (15: 1).
           MOVE MES-W (1: 4)    TO CAB02-TEXTO (16: 4).
           MOVE "ORCAMENTO"     TO CAB02-TEXTO (23: 9).
           MOVE ORCAMENTO-OE30  TO VALOR-E.
           MOVE VALOR-E         TO CAB02-TEXTO (33: 13).
           MOVE "COTA INTEGRAL" TO CAB02-TEXTO (49: 13).
           MOVE VLR-UNIDADE-OE30 TO VALOR-E.
           MOVE VALOR-E         TO CAB02-TEXTO (63: 13).
           MOVE "PARCELAS"      TO CAB02-TEXTO (79: 8).
           MOVE QT-PARCELAS-OE30 TO CAB02-TEXTO (88: 2).
           IF QT-REVISOES-OE30 > ZEROS
              MOVE "REVISOES"   TO CAB02-TEXTO (93: 8)
              MOVE QT-REVISOES-OE30 TO CAB02-TEXTO (102: 2).
           PERFORM CABECALHO.
           PERFORM IMPRIME-COMISSAO.
           MOVE "SEQ"           TO LINDET-REL (1: 3).
           MOVE "FORMANDO"      TO LINDET-REL (7: 8).
           MOVE "COTA"          TO LINDET-REL (38: 4).
           MOVE "VALOR COTA"    TO LINDET-REL (51: 10).
           MOVE "VENCIDO"       TO LINDET-REL (67: 7).
           MOVE "PAGO"          TO LINDET-REL (84: 4).
           MOVE "EM ATRASO"     TO LINDET-REL (94: 9).
           MOVE "PC"            TO LINDET-REL (104: 2).
           MOVE "SALDO"         TO LINDET-REL (114: 5).
           PERFORM IMPRIME-LINDET.
           MOVE ZEROS TO TOT-COTA-W TOT-VENCIDO-W TOT-PAGO-W
                         TOT-ATRASO-W TOT-SALDO-W QT-EM-DIA-W
                         QT-ATRASADOS-W.
           MOVE CONTRATO-W TO NR-CONTRATO-OE31.
           MOVE ZEROS      TO ALBUM-OE31.
           START OED031 KEY IS NOT LESS CHAVE-OE31 INVALID KEY
                 MOVE "10" TO ST-OED031
           END-START.
           PERFORM UNTIL ST-OED031 = "10"
              READ OED031 NEXT RECORD AT END
                   MOVE "10" TO ST-OED031
              NOT AT END
                   IF NR-CONTRATO-OE31 NOT = CONTRATO-W
                      MOVE "10" TO ST-OED031
                   ELSE
                      PERFORM POSICAO-FORMANDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-OED031.
           PERFORM IMPRIME-LINDET.
           MOVE "TOTAL"         TO LINDET-REL (7: 5).
           MOVE TOT-COTA-W      TO VALOR-E.
           MOVE VALOR-E         TO LINDET-REL (48: 13).
           MOVE TOT-VENCIDO-W   TO VALOR-E.
           MOVE VALOR-E         TO LINDET-REL (61: 13).
           MOVE TOT-PAGO-W      TO VALOR-E.
           MOVE VALOR-E         TO LINDET-REL (75: 13).
           MOVE TOT-ATRASO-W    TO VALOR-E.
           MOVE VALOR-E         TO LINDET-REL (90: 13).
           MOVE TOT-SALDO-W     TO VALOR-E1.
           MOVE VALOR-E1        TO LINDET-REL (106: 13).
           PERFORM IMPRIME-LINDET.
           MOVE "FORMANDOS EM DIA:" TO LINDET-REL (7: 17).
           MOVE QT-EM-DIA-W     TO QT-E.
           MOVE QT-E            TO LINDET-REL (25: 4).
           MOVE "EM ATRASO:"    TO LINDET-REL (32: 10).
           MOVE QT-ATRASADOS-W  TO QT-E.
           MOVE QT-E            TO LINDET-REL (43: 4).
           MOVE "* = MEMBRO DA COMISSAO" TO LINDET-REL (52: 22).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
       POSICAO-MENSAL-FIM.
           CONTINUE.

      *    presidente e tesoureiro vigentes - quem a empresa procura
      *    p/ cobrar os atrasados
       IMPRIME-COMISSAO SECTION.
           IF ST-COD125 = "10"
              GO TO IMPRIME-COMISSAO-FIM.
           MOVE CONTRATO-W TO NR-CONTRATO-CO125.
           MOVE ZEROS      TO SEQ-MEMBRO-CO125.
           START COD125 KEY IS NOT LESS CHAVE-CO125 INVALID KEY
                 MOVE "10" TO ST-COD125
           END-START.
           PERFORM UNTIL ST-COD125 = "10"
              READ COD125 NEXT RECORD AT END
                   MOVE "10" TO ST-COD125
              NOT AT END
                   IF NR-CONTRATO-CO125 NOT = CONTRATO-W
                      MOVE "10" TO ST-COD125
                   ELSE
                      IF DATA-FIM-CO125 = ZEROS
                         AND (CARGO-CO125 = 1 OR CARGO-CO125 = 2)
                         IF CARGO-CO125 = 1
                            MOVE "PRESIDENTE" TO LINDET-REL (1: 10)
                         ELSE
                            MOVE "TESOUREIRO" TO LINDET-REL (1: 10)
                         END-IF
                         MOVE NOME-CO125 TO LINDET-REL (13: 30)
                         MOVE "FONE"     TO LINDET-REL (45: 4)
                         MOVE FONE-CO125 TO LINDET-REL (50: 10)
                         PERFORM IMPRIME-LINDET
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD125.
           PERFORM IMPRIME-LINDET.
       IMPRIME-COMISSAO-FIM.
           CONTINUE.

       POSICAO-FORMANDO SECTION.
           MOVE ZEROS TO VENCIDO-W PAGO-W QT-ATRASO-W.
           MOVE ALBUM-OE31 TO ALBUM-W.
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
                      IF NR-DOCTO-CR20 = DOCTO-RAT-W
                         PERFORM POSICAO-TITULO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD020.
           COMPUTE ATRASO-W = VENCIDO-W - PAGO-W.
           IF ATRASO-W < ZEROS
              MOVE ZEROS TO ATRASO-W.
           COMPUTE SALDO-W = VLR-COTA-OE31 - PAGO-W.
           PERFORM LE-FORMANDO.
           PERFORM VERIFICA-COMISSAO.
           MOVE ALBUM-OE31 (5: 4) TO LINDET-REL (1: 4).
           IF MEMBRO-W = 1
              MOVE "*"            TO LINDET-REL (5: 1).
           MOVE NOME-FORM-MT19    TO LINDET-REL (7: 30).
           IF DESISTENTE-OE31
              MOVE "DESISTENTE"   TO LINDET-REL (38: 10)
           ELSE
              MOVE NOME-COTA-W (TIPO-COTA-OE31)
                                  TO LINDET-REL (38: 10).
           MOVE VLR-COTA-OE31     TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (48: 13).
           MOVE VENCIDO-W         TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (61: 13).
           MOVE PAGO-W            TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (75: 13).
           MOVE ATRASO-W          TO VALOR-E.
           MOVE VALOR-E           TO LINDET-REL (90: 13).
           MOVE QT-ATRASO-W       TO LINDET-REL (104: 2).
           MOVE SALDO-W           TO VALOR-E1.
           MOVE VALOR-E1          TO LINDET-REL (106: 13).
           IF ATRASO-W > ZEROS
              MOVE "ATRASADO"     TO LINDET-REL (121: 8)
              ADD 1 TO QT-ATRASADOS-W
           ELSE
              IF PARTICIPANTE-OE31
                 MOVE "EM DIA"    TO LINDET-REL (121: 6)
                 ADD 1 TO QT-EM-DIA-W.
           PERFORM IMPRIME-LINDET.
           ADD VLR-COTA-OE31 TO TOT-COTA-W.
           ADD VENCIDO-W     TO TOT-VENCIDO-W.
           ADD PAGO-W        TO TOT-PAGO-W.
           ADD ATRASO-W      TO TOT-ATRASO-W.
           ADD SALDO-W       TO TOT-SALDO-W.

      *    vencido = parcelas com vencimento ate o fim do mes; pago =
      *    o que foi recebido ate o fim do mes (parcial pela diferenca
      *    entre o valor e o saldo); cancelada e estornada nao contam
       POSICAO-TITULO SECTION.
           IF SITUACAO-CR20 > 2
              GO TO POSICAO-TITULO-FIM.
           IF DATA-VENCTO-CR20 NOT > FIM-MES-W
              ADD VALOR-TOT-CR20 TO VENCIDO-W.
           IF SITUACAO-CR20 = 2 AND DATA-RCTO-CR20 NOT > FIM-MES-W
              ADD VALOR-TOT-CR20 TO PAGO-W
           ELSE
              IF SITUACAO-CR20 = 1 AND DATA-RCTO-CR20 NOT > FIM-MES-W
                 COMPUTE PAGO-W = PAGO-W + VALOR-TOT-CR20
                                  - VALOR-SALDO-CR20
              END-IF
              IF DATA-VENCTO-CR20 NOT > FIM-MES-W
                 ADD 1 TO QT-ATRASO-W.
       POSICAO-TITULO-FIM.
           CONTINUE.

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
           CLOSE OED010 OED030 OED031 MTD019 COD125 CRD020.

      *    Titulo preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D
       ESPERA-CRD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "CRD020"      TO GRLOCK-ARQUIVO.
           MOVE CHAVE-CR20    TO GRLOCK-CHAVE.
           MOVE "OEP101"      TO GRLOCK-PROGRAMA.
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

       END PROGRAM OEP101.
