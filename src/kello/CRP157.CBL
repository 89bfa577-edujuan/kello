       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP157.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: CREDITO DE CLIENTE (CRD157/CRD158) - PAGAMENTO A MAIOR,
      *        PARCELA EM DUPLICIDADE E DEVOLUCAO FICAVAM NUMA
      *        PLANILHA E O CLIENTE SO ERA LEMBRADO QUANDO COBRAVA.
      *        TODO LANCAMENTO E USO PASSA PELO CRP158, QUE AMARRA
      *        CADA USO AO CREDITO DE ORIGEM E CONSOME OS MAIS
      *        ANTIGOS PRIMEIRO:
      *        OPCAO 1 - LANCA CREDITO MANUAL (ORIGEM, DOCUMENTO,
      *          VALOR, VALIDADE - ZERADA = 180 DIAS);
      *        OPCAO 2 - USA O CREDITO NA BAIXA DE TITULO CRD020:
      *          TITULO VENCIDO PAGA JUROS/MULTA DO CRP134; CREDITO
      *          QUE COBRE TUDO QUITA (SITUACAO 2), MENOR VIRA BAIXA
      *          PARCIAL (SITUACAO 1); FORMA-PAGTO "CREDITO" E NADA
      *          NO CAIXA (O DINHEIRO JA ENTROU NA ORIGEM);
      *        OPCAO 3 - USA O CREDITO NA PARCELA RCD101 DO ALBUM, SO
      *          SE COBRIR A PARCELA INTEIRA (TIPO-REC1 8-CREDITO);
      *        OPCAO 4 - EXTRATO DO CLIENTE: CREDITOS E SEUS USOS;
      *        OPCAO 5 - CREDITOS EM ABERTO NA DATA (PASSIVO COM O
      *          CLIENTE), DESTACANDO OS JA VENCIDOS AINDA NAO
      *          BAIXADOS;
      *        OPCAO 6 - BAIXA OS CREDITOS VENCIDOS (SITUACAO 2), COM
      *          O SALDO PERDIDO REGISTRADO NO CRD158 (APLICACAO 8).
      *        O CREDITO GERADO NO PIX A MAIOR VEM DO CRP132, O USO NA
      *        ENTRADA DA VENDA DO RCP117 E NA VENDA AVULSA DE EVENTO
      *        DO RCP118.
      *        TITULO PRESO POR OUTRA SESSAO: O GRLOCK ESPERA,
      *        MOSTRA QUEM ESTA COM ELE E DEIXA ESPERAR MAIS OU
      *        DESISTIR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY RCPX101.
           COPY CRPX157.
           COPY CRPX158.
           COPY CGPX010.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CRPW020.
           COPY RCPW101.
           COPY CRPW157.
           COPY CRPW158.
           COPY CGPW010.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ST-CRD157             PIC XX       VALUE SPACES.
           05  ST-CRD158             PIC XX       VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CLASS-W               PIC 9        VALUE ZEROS.
           05  CLIENTE-W             PIC 9(8)     VALUE ZEROS.
           05  SEQ-W                 PIC 9(5)     VALUE ZEROS.
           05  ALBUM-W               PIC 9(8)     VALUE ZEROS.
           05  VENCTO-W              PIC 9(8)     VALUE ZEROS.
           05  NUMERO-W              PIC 9(6)     VALUE ZEROS.
           05  PARCELA-W             PIC 9(2)     VALUE ZEROS.
           05  BANCO-W               PIC 9(3)     VALUE ZEROS.
           05  ORIGEM-W              PIC 9        VALUE ZEROS.
           05  DOCTO-W               PIC X(20)    VALUE SPACES.
           05  HISTORICO-W           PIC X(30)    VALUE SPACES.
           05  VALOR-W               PIC 9(8)V99  VALUE ZEROS.
           05  VALIDADE-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-BASE-W           PIC 9(8)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  SALDO-DEVIDO-W        PIC 9(8)V99  VALUE ZEROS.
           05  TOTAL-DEVIDO-W        PIC 9(8)V99  VALUE ZEROS.
           05  JUROS-CRED-W          PIC 9(6)V99  VALUE ZEROS.
           05  MULTA-CRED-W          PIC 9(6)V99  VALUE ZEROS.
           05  VALOR-USADO-W         PIC 9(8)V99  VALUE ZEROS.
           05  PROX-USO-W            PIC 9(3)     VALUE ZEROS.
           05  TOT-CLIENTE-W         PIC 9(10)V99 VALUE ZEROS.
           05  TOT-ABERTO-W          PIC 9(12)V99 VALUE ZEROS.
           05  TOT-VENCIDO-W         PIC 9(12)V99 VALUE ZEROS.
           05  TOT-BAIXADO-W         PIC 9(12)V99 VALUE ZEROS.
           05  QT-CREDITOS-W         PIC 9(5)     VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  TOTAL-E               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  DATA-INVERTE-W        PIC X(8).

       01  TEXTO-ORIGENS.
           05  FILLER  PIC X(12) VALUE "PAGTO MAIOR ".
           05  FILLER  PIC X(12) VALUE "DUPLICIDADE ".
           05  FILLER  PIC X(12) VALUE "DEVOLUCAO   ".
           05  FILLER  PIC X(12) VALUE "OUTROS      ".
       01  RED-ORIGENS REDEFINES TEXTO-ORIGENS.
           05  TEXTO-ORIGEM-W OCCURS 4  PIC X(12).

       01  TEXTO-APLICACOES.
           05  FILLER  PIC X(12) VALUE "VENDA ALBUM ".
           05  FILLER  PIC X(12) VALUE "VENDA EVENTO".
           05  FILLER  PIC X(12) VALUE "TITULO CR   ".
           05  FILLER  PIC X(12) VALUE "PARCELA ALB.".
           05  FILLER  PIC X(12) VALUE SPACES.
           05  FILLER  PIC X(12) VALUE SPACES.
           05  FILLER  PIC X(12) VALUE SPACES.
           05  FILLER  PIC X(12) VALUE "VENCIDO     ".
           05  FILLER  PIC X(12) VALUE "REEMBOLSO   ".
       01  RED-APLICACOES REDEFINES TEXTO-APLICACOES.
           05  TEXTO-APLICACAO-W OCCURS 9  PIC X(12).

       01  TEXTO-SITUACOES.
           05  FILLER  PIC X(12) VALUE "COM SALDO   ".
           05  FILLER  PIC X(12) VALUE "USADO       ".
           05  FILLER  PIC X(12) VALUE "VENCIDO     ".
           05  FILLER  PIC X(12) VALUE "REEMBOLSADO ".
       01  RED-SITUACOES REDEFINES TEXTO-SITUACOES.
           05  TEXTO-SITUACAO-W OCCURS 4  PIC X(12).

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

       01  PARAMETROS-CRP134.
           05  CRP134-FUNCAO      PIC 9(1).
           05  CRP134-EMPRESA     PIC X(3).
           05  CRP134-CLASS       PIC 9(1).
           05  CRP134-CLIENTE     PIC 9(8).
           05  CRP134-VENCTO      PIC 9(8).
           05  CRP134-DATA-PAGTO  PIC 9(8).
           05  CRP134-VALOR       PIC 9(8)V99.
           05  CRP134-JUROS       PIC 9(6)V99.
           05  CRP134-MULTA       PIC 9(6)V99.
           05  CRP134-DIAS        PIC 9(5).
           05  CRP134-ORIGEM-TAXA PIC 9(1).
           05  CRP134-USUARIO     PIC X(5).
           05  CRP134-MOTIVO      PIC X(30).
           05  CRP134-JUROS-DIG   PIC 9(6)V99.
           05  CRP134-MULTA-DIG   PIC 9(6)V99.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-RCD101       PIC X(60)    VALUE SPACES.
           05  PATH-CRD157       PIC X(60)    VALUE SPACES.
           05  PATH-CRD158       PIC X(60)    VALUE SPACES.
           05  PATH-CGD010       PIC X(60)    VALUE SPACES.

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

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CRP157 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(7)   VALUE SPACES.
           05  CAB01-TITULO      PIC X(41)  VALUE SPACES.
           05  CAB01-DATA        PIC 99/99/9999.
           05  FILLER            PIC X(15)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  CAB02-REL         PIC X(100) VALUE SPACES.
       01  CAB02-EXTRATO.
           05  FILLER            PIC X(50)  VALUE
               "SEQ  DATA       ORIGEM/APLIC.    DOCUMENTO".
           05  FILLER            PIC X(50)  VALUE
               "            VALOR         SALDO SITUACAO".
       01  CAB02-ABERTO.
           05  FILLER            PIC X(47)  VALUE
               "T CLIENTE  NOME                           SEQ".
           05  FILLER            PIC X(53)  VALUE
               "VALIDADE    ORIGEM                    SALDO".
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

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
                  WHEN 1 PERFORM LANCA-CREDITO
                  WHEN 2 PERFORM USA-CREDITO-TITULO
                  WHEN 3 PERFORM USA-CREDITO-PARCELA
                  WHEN 4 PERFORM EXTRATO-CLIENTE
                  WHEN 5 PERFORM CREDITOS-EM-ABERTO
                  WHEN 6 PERFORM BAIXA-VENCIDOS
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-LANCA CREDITO  2-USA EM TITULO CRD020".
           DISPLAY "3-USA EM PARCELA RCD101  4-EXTRATO DO CLIENTE".
           DISPLAY "5-CREDITOS EM ABERTO  6-BAIXA VENCIDOS: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 6
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              DISPLAY "USUARIO: " WITH NO ADVANCING
              ACCEPT USUARIO-W
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W = 2
      *          baixa de titulo so com o mes do receber aberto
                 MOVE EMPRESA-W      TO CAP022-EMPRESA
                 MOVE "CR"           TO CAP022-MODULO
                 MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO
                 CALL "CAP022" USING PARAMETROS-CAP022
                 IF CAP022-MES-FECHADO
                    DISPLAY "MES FECHADO P/ O CONTAS A RECEBER - "
                            "LIBERE NO CAP021"
                    MOVE 1 TO ERRO-W
                 END-IF
              END-IF
           END-IF.
           IF ERRO-W = 0
              MOVE EMPRESA-W TO GRPATH-EMPRESA CRP158-EMPRESA
              MOVE "CRD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD020
              MOVE "RCD101"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD101
              MOVE "CRD157"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD157
              MOVE "CRD158"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD158
              MOVE "CGD010"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD010
              OPEN I-O CRD020 RCD101
              OPEN INPUT CGD010
              IF ST-CRD020 > "09"
                 DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RCD101 > "09"
                 DISPLAY "ERRO ABERTURA RCD101: " ST-RCD101
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE CRD020 RCD101 CGD010
              END-IF.
      *    o CRD157/CRD158 so e aberto aqui nas opcoes que leem ou
      *    baixam direto - lancamento e uso sao sempre pelo CRP158
           IF ERRO-W = 0 AND OPCAO-W > 3
              IF OPCAO-W = 6
                 OPEN I-O CRD157 CRD158
              ELSE
                 OPEN INPUT CRD157 CRD158
              END-IF
              IF ST-CRD157 = "35" OR ST-CRD158 = "35"
                 DISPLAY "NENHUM CREDITO DE CLIENTE LANCADO"
                 CLOSE CRD020 RCD101 CGD010 CRD157 CRD158
                 MOVE 1 TO ERRO-W
              ELSE
                 IF ST-CRD157 > "09" OR ST-CRD158 > "09"
                    DISPLAY "ERRO ABERTURA CRD157/CRD158: "
                            ST-CRD157 " " ST-CRD158
                    CLOSE CRD020 RCD101 CGD010 CRD157 CRD158
                    MOVE 1 TO ERRO-W
                 END-IF
              END-IF.

       PEDE-CLIENTE SECTION.
           DISPLAY "CLASSIFICACAO (0/1): " WITH NO ADVANCING.
           ACCEPT CLASS-W.
           DISPLAY "CLIENTE............: " WITH NO ADVANCING.
           ACCEPT CLIENTE-W.
           MOVE CLASS-W   TO CLASSIF-CG10.
           MOVE CLIENTE-W TO CODIGO-CG10.
           READ CGD010 INVALID KEY
                MOVE "** NAO CADASTRADO NO CGD010 **" TO COMPRADOR-CG10
           END-READ.
           DISPLAY "CLIENTE: " COMPRADOR-CG10.

       CONSULTA-SALDO SECTION.
           MOVE 1              TO CRP158-FUNCAO.
           MOVE CLASS-W        TO CRP158-CLASS.
           MOVE CLIENTE-W      TO CRP158-CLIENTE.
           MOVE DATA-SISTEMA-N TO CRP158-DATA.
           CALL "CRP158" USING PARAMETROS-CRP158.

      *----------------------------------------------------------------
      *    OPCAO 1 - LANCAMENTO MANUAL
      *----------------------------------------------------------------
       LANCA-CREDITO SECTION.
           PERFORM PEDE-CLIENTE.
           DISPLAY "ORIGEM 1-PAGTO A MAIOR 2-DUPLICIDADE 3-DEVOLUCAO "
                   "4-OUTROS: " WITH NO ADVANCING.
           ACCEPT ORIGEM-W.
           IF ORIGEM-W < 1 OR ORIGEM-W > 4
              DISPLAY "ORIGEM INVALIDA"
              GO TO LANCA-CREDITO-FIM.
           DISPLAY "DOCUMENTO DE ORIGEM.........: " WITH NO ADVANCING.
           ACCEPT DOCTO-W.
           DISPLAY "HISTORICO...................: " WITH NO ADVANCING.
           ACCEPT HISTORICO-W.
           DISPLAY "VALOR DO CREDITO............: " WITH NO ADVANCING.
           ACCEPT VALOR-W.
           DISPLAY "VALIDADE AAAAMMDD (0=180 D).: " WITH NO ADVANCING.
           ACCEPT VALIDADE-W.
           IF VALOR-W = ZEROS
              DISPLAY "VALOR INVALIDO"
              GO TO LANCA-CREDITO-FIM.
           IF VALIDADE-W NOT = ZEROS AND
              VALIDADE-W NOT > DATA-SISTEMA-N
              DISPLAY "VALIDADE JA VENCIDA"
              GO TO LANCA-CREDITO-FIM.
           MOVE 2              TO CRP158-FUNCAO.
           MOVE CLASS-W        TO CRP158-CLASS.
           MOVE CLIENTE-W      TO CRP158-CLIENTE.
           MOVE DATA-SISTEMA-N TO CRP158-DATA.
           MOVE VALOR-W        TO CRP158-VALOR.
           MOVE ORIGEM-W       TO CRP158-TIPO.
           MOVE DOCTO-W        TO CRP158-DOCTO.
           MOVE HISTORICO-W    TO CRP158-HISTORICO.
           MOVE VALIDADE-W     TO CRP158-VALIDADE.
           MOVE USUARIO-W      TO CRP158-USUARIO.
           CALL "CRP158" USING PARAMETROS-CRP158.
           IF CRP158-OK
              MOVE CRP158-VALIDADE TO DATA-INVERTE-W
              CALL "GRIDAT1" USING DATA-INVERTE-W
              MOVE DATA-INVERTE-W  TO DATA-E
              DISPLAY "CREDITO LANCADO - VALIDO ATE " DATA-E
              DISPLAY "SALDO DISPONIVEL DO CLIENTE: " CRP158-SALDO
           ELSE
              DISPLAY "CREDITO NAO LANCADO".
       LANCA-CREDITO-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 2 - USO NA BAIXA DE TITULO CRD020
      *----------------------------------------------------------------
       USA-CREDITO-TITULO SECTION.
           PERFORM PEDE-CLIENTE.
           DISPLAY "SEQ DO TITULO......: " WITH NO ADVANCING.
           ACCEPT SEQ-W.
           MOVE CLASS-W   TO CLASS-CLIENTE-CR20.
           MOVE CLIENTE-W TO CLIENTE-CR20.
           MOVE SEQ-W     TO SEQ-CR20.
           READ CRD020 INVALID KEY
                DISPLAY "TITULO NAO ENCONTRADO"
                GO TO USA-CREDITO-TITULO-FIM
           END-READ.
           IF ST-CRD020 = "9D"
              PERFORM ESPERA-CRD020.
           IF ST-CRD020 > "09"
              GO TO USA-CREDITO-TITULO-FIM.
           IF SITUACAO-CR20 NOT = 0 AND SITUACAO-CR20 NOT = 1
              DISPLAY "TITULO NAO ESTA EM ABERTO (SITUACAO "
                      SITUACAO-CR20 ")"
              GO TO USA-CREDITO-TITULO-FIM.
           PERFORM CONSULTA-SALDO.
           IF CRP158-SALDO = ZEROS
              DISPLAY "CLIENTE SEM CREDITO DISPONIVEL"
              GO TO USA-CREDITO-TITULO-FIM.
           IF SITUACAO-CR20 = 1
              MOVE VALOR-SALDO-CR20 TO SALDO-DEVIDO-W
           ELSE
              MOVE VALOR-TOT-CR20   TO SALDO-DEVIDO-W.
           MOVE ZEROS TO JUROS-CRED-W MULTA-CRED-W.
           IF DATA-VENCTO-CR20 < DATA-SISTEMA-N
              MOVE 1                TO CRP134-FUNCAO
              MOVE EMPRESA-W        TO CRP134-EMPRESA
              MOVE CLASS-W          TO CRP134-CLASS
              MOVE CLIENTE-W        TO CRP134-CLIENTE
              MOVE DATA-VENCTO-CR20 TO CRP134-VENCTO
              MOVE DATA-SISTEMA-N   TO CRP134-DATA-PAGTO
              MOVE SALDO-DEVIDO-W   TO CRP134-VALOR
              CALL "CRP134" USING PARAMETROS-CRP134
              MOVE CRP134-JUROS TO JUROS-CRED-W
              MOVE CRP134-MULTA TO MULTA-CRED-W
              IF CRP134-DIAS > ZEROS
                 DISPLAY "ATRASO " CRP134-DIAS " DIAS - JUROS "
                         JUROS-CRED-W " MULTA " MULTA-CRED-W
              END-IF
           END-IF.
           COMPUTE TOTAL-DEVIDO-W = SALDO-DEVIDO-W
                 + JUROS-CRED-W + MULTA-CRED-W.
           DISPLAY "TOTAL DEVIDO.......: " TOTAL-DEVIDO-W.
           DISPLAY "CREDITO DISPONIVEL.: " CRP158-SALDO.
           IF CRP158-SALDO < TOTAL-DEVIDO-W
              IF CRP158-SALDO NOT > (JUROS-CRED-W + MULTA-CRED-W)
                 DISPLAY "CREDITO NAO COBRE NEM OS ENCARGOS - "
                         "NADA BAIXADO"
                 GO TO USA-CREDITO-TITULO-FIM
              END-IF
              MOVE CRP158-SALDO   TO VALOR-USADO-W
           ELSE
              MOVE TOTAL-DEVIDO-W TO VALOR-USADO-W.
           DISPLAY "USAR " VALOR-USADO-W " DO CREDITO (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              GO TO USA-CREDITO-TITULO-FIM.
           MOVE 3              TO CRP158-FUNCAO.
           MOVE VALOR-USADO-W  TO CRP158-VALOR.
           MOVE 3              TO CRP158-TIPO.
           MOVE NR-DOCTO-CR20  TO CRP158-DOCTO.
           MOVE USUARIO-W      TO CRP158-USUARIO.
           CALL "CRP158" USING PARAMETROS-CRP158.
           IF NOT CRP158-OK
              DISPLAY "CREDITO NAO UTILIZADO - NADA BAIXADO"
              GO TO USA-CREDITO-TITULO-FIM.
           MOVE CRP158-VALOR TO VALOR-USADO-W.
           IF VALOR-USADO-W < TOTAL-DEVIDO-W
              MOVE 1 TO SITUACAO-CR20
              COMPUTE VALOR-SALDO-CR20 = SALDO-DEVIDO-W
                    - (VALOR-USADO-W - JUROS-CRED-W - MULTA-CRED-W)
           ELSE
              MOVE 2     TO SITUACAO-CR20
              MOVE ZEROS TO VALOR-SALDO-CR20.
           MOVE DATA-SISTEMA-N  TO DATA-RCTO-CR20.
           ADD JUROS-CRED-W     TO JURO-RCTO-CR20.
           ADD MULTA-CRED-W     TO MULTA-RCTO-CR20.
           ADD VALOR-USADO-W    TO VALOR-LIQ-CR20.
           MOVE "CREDITO"       TO FORMA-PAGTO-CR20.
           MOVE USUARIO-W       TO RESPONSAVEL-CR20.
           REWRITE REG-CRD020 INVALID KEY
                 DISPLAY "ERRO BAIXANDO CRD020: " ST-CRD020
                 GO TO USA-CREDITO-TITULO-FIM
           END-REWRITE.
           IF SITUACAO-CR20 = 1
              DISPLAY "BAIXA PARCIAL - SALDO RESTANTE "
                      VALOR-SALDO-CR20
           ELSE
              DISPLAY "TITULO BAIXADO COM O CREDITO".
           DISPLAY "CREDITO RESTANTE DO CLIENTE: " CRP158-SALDO.
       USA-CREDITO-TITULO-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 3 - USO NA PARCELA RCD101
      *----------------------------------------------------------------
       USA-CREDITO-PARCELA SECTION.
           DISPLAY "ALBUM..............: " WITH NO ADVANCING.
           ACCEPT ALBUM-W.
           DISPLAY "VENCIMENTO PARCELA.: " WITH NO ADVANCING.
           ACCEPT VENCTO-W.
           DISPLAY "BANCO..............: " WITH NO ADVANCING.
           ACCEPT BANCO-W.
           DISPLAY "NUMERO.............: " WITH NO ADVANCING.
           ACCEPT NUMERO-W.
           DISPLAY "PARCELA............: " WITH NO ADVANCING.
           ACCEPT PARCELA-W.
           MOVE ALBUM-W   TO ALBUM-REC1.
           MOVE VENCTO-W  TO VENCTO-REC1.
           MOVE BANCO-W   TO BANCO-REC1.
           MOVE NUMERO-W  TO NUMERO-REC1.
           MOVE PARCELA-W TO PARCELA-REC1.
           READ RCD101 INVALID KEY
                DISPLAY "PARCELA NAO ENCONTRADA"
                GO TO USA-CREDITO-PARCELA-FIM
           END-READ.
           IF DTA-BAIXA-REC1 NOT = ZEROS
              DISPLAY "PARCELA JA BAIXADA EM " DTA-BAIXA-REC1
              GO TO USA-CREDITO-PARCELA-FIM.
      *    o cliente do album e o classe 0 com o mesmo numero
           MOVE 0       TO CLASS-W.
           MOVE ALBUM-W TO CLIENTE-W.
           PERFORM CONSULTA-SALDO.
           DISPLAY "VALOR DA PARCELA...: " VALOR-REC1.
           DISPLAY "CREDITO DISPONIVEL.: " CRP158-SALDO.
           IF CRP158-SALDO < VALOR-REC1
              DISPLAY "CREDITO NAO COBRE A PARCELA - NADA BAIXADO"
              GO TO USA-CREDITO-PARCELA-FIM.
           MOVE 3              TO CRP158-FUNCAO.
           MOVE VALOR-REC1     TO CRP158-VALOR.
           MOVE 4              TO CRP158-TIPO.
           MOVE SPACES         TO CRP158-DOCTO.
           STRING ALBUM-REC1 "-" PARCELA-REC1 DELIMITED BY SIZE
                  INTO CRP158-DOCTO.
           MOVE USUARIO-W      TO CRP158-USUARIO.
           CALL "CRP158" USING PARAMETROS-CRP158.
           IF NOT CRP158-OK OR CRP158-VALOR < VALOR-REC1
              DISPLAY "ERRO AO USAR O CREDITO - VERIFIQUE O EXTRATO"
              GO TO USA-CREDITO-PARCELA-FIM.
           MOVE 8              TO TIPO-REC1.
           MOVE DATA-SISTEMA-N TO DTA-BAIXA-REC1.
           REWRITE REG-RCD101 INVALID KEY
                 DISPLAY "ERRO BAIXANDO RCD101: " ST-RCD101
                 GO TO USA-CREDITO-PARCELA-FIM
           END-REWRITE.
           DISPLAY "PARCELA BAIXADA COM O CREDITO".
           DISPLAY "CREDITO RESTANTE DO CLIENTE: " CRP158-SALDO.
       USA-CREDITO-PARCELA-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 4 - EXTRATO DO CLIENTE
      *----------------------------------------------------------------
       EXTRATO-CLIENTE SECTION.
           PERFORM PEDE-CLIENTE.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W       TO CAB01-EMPRESA.
           MOVE "EXTRATO DE CREDITO DO CLIENTE EM "
             TO CAB01-TITULO.
           MOVE DATA-SISTEMA-N  TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W  TO CAB01-DATA.
           MOVE CAB02-EXTRATO   TO CAB02-REL.
           PERFORM CABECALHO.
           MOVE CLASS-W         TO LINDET-REL (1: 1).
           MOVE CLIENTE-W       TO LINDET-REL (3: 8).
           MOVE COMPRADOR-CG10  TO LINDET-REL (12: 30).
           PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-LINDET.
           MOVE ZEROS TO TOT-CLIENTE-W QT-CREDITOS-W.
           MOVE CLASS-W   TO CLASS-CLIENTE-CR157.
           MOVE CLIENTE-W TO CLIENTE-CR157.
           MOVE ZEROS     TO SEQ-CR157.
           START CRD157 KEY IS NOT LESS CHAVE-CR157 INVALID KEY
                 MOVE "10" TO ST-CRD157
           END-START.
           PERFORM UNTIL ST-CRD157 = "10"
              READ CRD157 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD157
              NOT AT END
                   IF CLASS-CLIENTE-CR157 NOT = CLASS-W
                      OR CLIENTE-CR157 NOT = CLIENTE-W
                      MOVE "10" TO ST-CRD157
                   ELSE
                      PERFORM EXTRATO-UM-CREDITO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD157.
           IF QT-CREDITOS-W = ZEROS
              MOVE "NENHUM CREDITO LANCADO P/ O CLIENTE"
                TO LINDET-REL (1: 35)
              PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-LINDET.
           MOVE "SALDO DISPONIVEL (NA VALIDADE)" TO LINDET-REL (1: 30).
           MOVE TOT-CLIENTE-W   TO TOTAL-E.
           MOVE TOTAL-E         TO LINDET-REL (70: 18).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       EXTRATO-UM-CREDITO SECTION.
           ADD 1 TO QT-CREDITOS-W.
           IF SITUACAO-CR157 = 0
              AND VALIDADE-CR157 NOT < DATA-SISTEMA-N
              ADD SALDO-CR157 TO TOT-CLIENTE-W.
           MOVE SEQ-CR157          TO LINDET-REL (1: 4).
           MOVE DATA-CR157         TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W     TO DATA-E.
           MOVE DATA-E             TO LINDET-REL (6: 10).
           IF ORIGEM-CR157 > 0 AND ORIGEM-CR157 < 5
              MOVE TEXTO-ORIGEM-W (ORIGEM-CR157)
                TO LINDET-REL (17: 12).
           MOVE DOCTO-ORIGEM-CR157 TO LINDET-REL (34: 20).
           MOVE VALOR-CR157        TO VALOR-E.
           MOVE VALOR-E            TO LINDET-REL (55: 13).
           MOVE SALDO-CR157        TO VALOR-E.
           MOVE VALOR-E            TO LINDET-REL (69: 13).
           MOVE TEXTO-SITUACAO-W (SITUACAO-CR157 + 1)
             TO LINDET-REL (83: 12).
           PERFORM IMPRIME-LINDET.
           MOVE "VALIDADE"         TO LINDET-REL (6: 8).
           MOVE VALIDADE-CR157     TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W     TO DATA-E.
           MOVE DATA-E             TO LINDET-REL (15: 10).
           MOVE HISTORICO-CR157    TO LINDET-REL (34: 30).
           PERFORM IMPRIME-LINDET.
           MOVE CLASS-CLIENTE-CR157 TO CLASS-CLIENTE-CR158.
           MOVE CLIENTE-CR157       TO CLIENTE-CR158.
           MOVE SEQ-CR157           TO SEQ-CR158.
           MOVE ZEROS               TO SEQ-USO-CR158.
           START CRD158 KEY IS NOT LESS CHAVE-CR158 INVALID KEY
                 MOVE "10" TO ST-CRD158
           END-START.
           PERFORM UNTIL ST-CRD158 = "10"
              READ CRD158 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD158
              NOT AT END
                   IF CLASS-CLIENTE-CR158 NOT = CLASS-CLIENTE-CR157
                      OR CLIENTE-CR158 NOT = CLIENTE-CR157
                      OR SEQ-CR158 NOT = SEQ-CR157
                      MOVE "10" TO ST-CRD158
                   ELSE
                      PERFORM EXTRATO-UM-USO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD158.
           PERFORM IMPRIME-LINDET.

       EXTRATO-UM-USO SECTION.
           MOVE DATA-USO-CR158      TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W      TO DATA-E.
           MOVE DATA-E              TO LINDET-REL (6: 10).
           MOVE "(-)"               TO LINDET-REL (17: 3).
           IF APLICACAO-CR158 > 0
              MOVE TEXTO-APLICACAO-W (APLICACAO-CR158)
                TO LINDET-REL (21: 12).
           MOVE DOCTO-DESTINO-CR158 TO LINDET-REL (34: 20).
           MOVE VALOR-CR158         TO VALOR-E.
           MOVE VALOR-E             TO LINDET-REL (55: 13).
           MOVE USUARIO-CR158       TO LINDET-REL (83: 5).
           PERFORM IMPRIME-LINDET.

      *----------------------------------------------------------------
      *    OPCAO 5 - CREDITOS EM ABERTO (PASSIVO)
      *----------------------------------------------------------------
       CREDITOS-EM-ABERTO SECTION.
           DISPLAY "DATA-BASE AAAAMMDD (0 = HOJE): " WITH NO ADVANCING.
           ACCEPT DATA-BASE-W.
           IF DATA-BASE-W = ZEROS
              MOVE DATA-SISTEMA-N TO DATA-BASE-W.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W       TO CAB01-EMPRESA.
           MOVE "CREDITOS DE CLIENTES EM ABERTO EM "
             TO CAB01-TITULO.
           MOVE DATA-BASE-W     TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W  TO CAB01-DATA.
           MOVE CAB02-ABERTO    TO CAB02-REL.
           MOVE ZEROS TO TOT-ABERTO-W TOT-VENCIDO-W QT-CREDITOS-W.
      *    todo credito com saldo esta na situacao 0 - a ordem do
      *    ALT1 (situacao + validade) traz so esses, do mais antigo
      *    a vencer p/ o mais novo
           MOVE 0     TO SITUACAO-CR157.
           MOVE ZEROS TO VALIDADE-CR157.
           START CRD157 KEY IS NOT LESS ALT1-CR157 INVALID KEY
                 MOVE "10" TO ST-CRD157
           END-START.
           PERFORM UNTIL ST-CRD157 = "10"
              READ CRD157 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD157
              NOT AT END
                   IF SITUACAO-CR157 NOT = 0
                      MOVE "10" TO ST-CRD157
                   ELSE
                      IF SALDO-CR157 > ZEROS
                         AND DATA-CR157 NOT > DATA-BASE-W
                         PERFORM ABERTO-UM-CREDITO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD157.
           PERFORM IMPRIME-LINDET.
           MOVE "CREDITOS"                   TO LINDET-REL (1: 8).
           MOVE QT-CREDITOS-W                TO LINDET-REL (10: 5).
           PERFORM IMPRIME-LINDET.
           MOVE "TOTAL A VENCER"             TO LINDET-REL (1: 14).
           COMPUTE TOT-CLIENTE-W = TOT-ABERTO-W - TOT-VENCIDO-W.
           MOVE TOT-CLIENTE-W                TO TOTAL-E.
           MOVE TOTAL-E                      TO LINDET-REL (78: 18).
           PERFORM IMPRIME-LINDET.
           MOVE "TOTAL VENCIDO NAO BAIXADO (OPCAO 6)"
             TO LINDET-REL (1: 35).
           MOVE TOT-VENCIDO-W                TO TOTAL-E.
           MOVE TOTAL-E                      TO LINDET-REL (78: 18).
           PERFORM IMPRIME-LINDET.
           MOVE "PASSIVO TOTAL COM CLIENTES" TO LINDET-REL (1: 26).
           MOVE TOT-ABERTO-W                 TO TOTAL-E.
           MOVE TOTAL-E                      TO LINDET-REL (78: 18).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       ABERTO-UM-CREDITO SECTION.
           ADD 1 TO QT-CREDITOS-W.
           ADD SALDO-CR157 TO TOT-ABERTO-W.
           MOVE CLASS-CLIENTE-CR157 TO CLASSIF-CG10.
           MOVE CLIENTE-CR157       TO CODIGO-CG10.
           READ CGD010 INVALID KEY
                MOVE SPACES TO COMPRADOR-CG10
           END-READ.
           MOVE CLASS-CLIENTE-CR157 TO LINDET-REL (1: 1).
           MOVE CLIENTE-CR157       TO LINDET-REL (3: 8).
           MOVE COMPRADOR-CG10      TO LINDET-REL (12: 30).
           MOVE SEQ-CR157           TO LINDET-REL (43: 4).
           MOVE VALIDADE-CR157      TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W      TO DATA-E.
           MOVE DATA-E              TO LINDET-REL (48: 10).
           IF ORIGEM-CR157 > 0 AND ORIGEM-CR157 < 5
              MOVE TEXTO-ORIGEM-W (ORIGEM-CR157)
                TO LINDET-REL (60: 12).
           MOVE SALDO-CR157         TO VALOR-E.
           MOVE VALOR-E             TO LINDET-REL (78: 13).
           IF VALIDADE-CR157 < DATA-BASE-W
              ADD SALDO-CR157 TO TOT-VENCIDO-W
              MOVE "VENCIDO"        TO LINDET-REL (92: 7).
           PERFORM IMPRIME-LINDET.

      *----------------------------------------------------------------
      *    OPCAO 6 - BAIXA DOS VENCIDOS
      *----------------------------------------------------------------
       BAIXA-VENCIDOS SECTION.
           DISPLAY "BAIXA CREDITOS VENCIDOS ATE ONTEM (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              GO TO BAIXA-VENCIDOS-FIM.
           MOVE ZEROS TO TOT-BAIXADO-W QT-CREDITOS-W.
      *    a cada baixa o registro sai da situacao 0, entao a leitura
      *    recomeca sempre do inicio do ALT1
           PERFORM UNTIL ST-CRD157 = "10"
              MOVE 0     TO SITUACAO-CR157
              MOVE ZEROS TO VALIDADE-CR157
              START CRD157 KEY IS NOT LESS ALT1-CR157 INVALID KEY
                    MOVE "10" TO ST-CRD157
              END-START
              IF ST-CRD157 NOT = "10"
                 READ CRD157 NEXT RECORD AT END
                      MOVE "10" TO ST-CRD157
                 END-READ
              END-IF
              IF ST-CRD157 NOT = "10"
                 IF SITUACAO-CR157 NOT = 0
                    OR VALIDADE-CR157 NOT < DATA-SISTEMA-N
                    MOVE "10" TO ST-CRD157
                 ELSE
                    PERFORM BAIXA-UM-VENCIDO
                 END-IF
              END-IF
           END-PERFORM.
           MOVE SPACES TO ST-CRD157.
           DISPLAY "CREDITOS BAIXADOS POR VENCIMENTO: " QT-CREDITOS-W
                   " - VALOR " TOT-BAIXADO-W.
       BAIXA-VENCIDOS-FIM.
           CONTINUE.

       BAIXA-UM-VENCIDO SECTION.
           ADD 1 TO QT-CREDITOS-W.
           MOVE SALDO-CR157 TO VALOR-USADO-W.
           ADD SALDO-CR157  TO TOT-BAIXADO-W.
           MOVE ZEROS TO PROX-USO-W.
           MOVE CLASS-CLIENTE-CR157 TO CLASS-CLIENTE-CR158.
           MOVE CLIENTE-CR157       TO CLIENTE-CR158.
           MOVE SEQ-CR157           TO SEQ-CR158.
           MOVE ZEROS               TO SEQ-USO-CR158.
           START CRD158 KEY IS NOT LESS CHAVE-CR158 INVALID KEY
                 MOVE "10" TO ST-CRD158
           END-START.
           PERFORM UNTIL ST-CRD158 = "10"
              READ CRD158 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD158
              NOT AT END
                   IF CLASS-CLIENTE-CR158 NOT = CLASS-CLIENTE-CR157
                      OR CLIENTE-CR158 NOT = CLIENTE-CR157
                      OR SEQ-CR158 NOT = SEQ-CR157
                      MOVE "10" TO ST-CRD158
                   ELSE
                      MOVE SEQ-USO-CR158 TO PROX-USO-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD158.
           ADD 1 TO PROX-USO-W.
           IF VALOR-USADO-W > ZEROS
              INITIALIZE REG-CRD158
              MOVE CLASS-CLIENTE-CR157 TO CLASS-CLIENTE-CR158
              MOVE CLIENTE-CR157       TO CLIENTE-CR158
              MOVE SEQ-CR157           TO SEQ-CR158
              MOVE PROX-USO-W          TO SEQ-USO-CR158
              MOVE DATA-SISTEMA-N      TO DATA-USO-CR158
              MOVE 8                   TO APLICACAO-CR158
              MOVE "VENCIMENTO"        TO DOCTO-DESTINO-CR158
              MOVE VALOR-USADO-W       TO VALOR-CR158
              MOVE USUARIO-W           TO USUARIO-CR158
              WRITE REG-CRD158 INVALID KEY
                    DISPLAY "ERRO GRAVANDO CRD158: " ST-CRD158
              END-WRITE.
           MOVE ZEROS TO SALDO-CR157.
           MOVE 2     TO SITUACAO-CR157.
           REWRITE REG-CRD157 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CRD157: " ST-CRD157
                 MOVE "10" TO ST-CRD157
           END-REWRITE.

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
           CLOSE CRD020 RCD101 CGD010.
           IF OPCAO-W > 3
              CLOSE CRD157 CRD158.

      *    Titulo preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D
       ESPERA-CRD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "CRD020"      TO GRLOCK-ARQUIVO.
           MOVE CHAVE-CR20    TO GRLOCK-CHAVE.
           MOVE "CRP157"      TO GRLOCK-PROGRAMA.
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

       END PROGRAM CRP157.
