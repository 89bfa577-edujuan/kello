       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP133.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: PROGRAMA DE INDICACAO DE TURMAS - FORMANDO OU MEMBRO
      *        DE COMISSAO QUE TRAZ TURMA NOVA GANHA UM PREMIO, QUE
      *        ATE AQUI ERA COMBINADO DE BOCA E PAGO (OU ESQUECIDO)
      *        SEM CONTROLE NENHUM.
      *        OPCAO 1 - REGRA DO PREMIO POR ORIGEM (COD134): VALOR
      *          FIXO OU % DO VALOR DO CONTRATO NOVO, E QUANTAS
      *          PARCELAS DO CONTRATO NOVO TEM QUE ESTAR RECEBIDAS;
      *        OPCAO 2 - REGISTRA A INDICACAO (COD133): PROPOSTA
      *          COD120 OU CONTRATO COD040 NOVO x QUEM INDICOU
      *          (ALBUM MTD019 DO FORMANDO OU MEMBRO COD125), COM A
      *          REGRA VIGENTE COPIADA E O DESTINO DO PREMIO:
      *          CREDITO DO CLIENTE (CRP158) OU CONTAS A PAGAR;
      *        OPCAO 3 - APURA OS PREMIOS: PROPOSTA FECHADA PASSA A
      *          AGUARDAR AS PARCELAS DO CONTRATO, PROPOSTA PERDIDA
      *          OU CONTRATO CANCELADO PERDE A INDICACAO; COM AS
      *          PARCELAS MINIMAS PAGAS NO CRD020 (CLASSE 0 DO
      *          CONTRATO NOVO) LANCA O CREDITO NO CRP158 OU O TITULO
      *          PREVISTO NO CPD020 (TIPO-FORN 06, NAO LIBERADO),
      *          RESPEITANDO O FECHAMENTO MENSAL (CAP022);
      *        OPCAO 4 - RELATORIO DO PERIODO: INDICACOES POR ORIGEM
      *          (CONVERTIDAS, PREMIADAS, VALOR) E A TAXA DE
      *          CONVERSAO DAS PROPOSTAS INDICADAS CONTRA O FUNIL
      *          COMERCIAL COD120 INTEIRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX133.
           COPY COPX134.
           COPY COPX120.
           COPY COPX125.
           COPY COPX040.
           COPY MTPX019.
           COPY CRPX020.
           COPY CPPX020.
           COPY CGPX001.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY COPW133.
           COPY COPW134.
           COPY COPW120.
           COPY COPW125.
           COPY COPW040.
           COPY MTPW019.
           COPY CRPW020.
           COPY CPPW020.
           COPY CGPW001.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD133             PIC XX       VALUE SPACES.
           05  ST-COD134             PIC XX       VALUE SPACES.
           05  ST-COD120             PIC XX       VALUE SPACES.
           05  ST-COD125             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-MTD019             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  ORIGEM-W              PIC 9        VALUE ZEROS.
           05  PROPOSTA-W            PIC 9(6)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(4)     VALUE ZEROS.
           05  DATA-BASE-W           PIC 9(8)     VALUE ZEROS.
           05  PROX-SEQ-W            PIC 9(6)     VALUE ZEROS.
           05  PROX-SEQ-CP-W         PIC 9(5)     VALUE ZEROS.
           05  QT-PAGAS-W            PIC 9(3)     VALUE ZEROS.
           05  QT-PARC-EXIGE-W       PIC 9(2)     VALUE ZEROS.
           05  VALOR-PREMIO-W        PIC 9(8)V99  VALUE ZEROS.
           05  DOCTO-IND-W           PIC X(10)    VALUE SPACES.
           05  ALBUM-W               PIC 9(8)     VALUE ZEROS.
           05  ALBUM-R REDEFINES ALBUM-W.
               10  CONTRATO-ALB-W    PIC 9(4).
               10  NRALBUM-W         PIC 9(4).
           05  REG-COD133-SALVA-W    PIC X(144)   VALUE SPACES.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  O                     PIC 9        VALUE ZEROS.
           05  QT-PROCESSADAS-W      PIC 9(5)     VALUE ZEROS.
           05  QT-PAGAS-PREMIO-W     PIC 9(5)     VALUE ZEROS.
           05  TOT-PREMIO-W          PIC 9(9)V99  VALUE ZEROS.
           05  QT-PROP-W             PIC 9(5)     VALUE ZEROS.
           05  QT-FECH-W             PIC 9(5)     VALUE ZEROS.
           05  QT-PROP-IND-W         PIC 9(5)     VALUE ZEROS.
           05  QT-FECH-IND-W         PIC 9(5)     VALUE ZEROS.
           05  TAXA-W                PIC 9(3)V99  VALUE ZEROS.
           05  TAXA-E                PIC ZZ9,99.
           05  QT-E                  PIC ZZ.ZZ9.
           05  SITUACAO-E            PIC X(12)    VALUE SPACES.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  PERC-E                PIC ZZ9,99.
           05  DATA-INVERTE-W        PIC X(8).

      *    totais do relatorio por origem (1-formando 2-membro)
       01  TAB-ORIGEM.
           05  TOT-ORIGEM-W OCCURS 2 TIMES.
               10  QT-IND-W          PIC 9(5).
               10  QT-CONV-W         PIC 9(5).
               10  QT-PREM-W         PIC 9(5).
               10  VL-PREM-W         PIC 9(9)V99.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-COD133       PIC X(60)    VALUE SPACES.
           05  PATH-COD134       PIC X(60)    VALUE SPACES.
           05  PATH-COD120       PIC X(60)    VALUE SPACES.
           05  PATH-COD125       PIC X(60)    VALUE SPACES.
           05  PATH-COD040       PIC X(60)    VALUE SPACES.
           05  PATH-MTD019       PIC X(60)    VALUE SPACES.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
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

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "COP133 - EMPRESA ".
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
                  WHEN 1 PERFORM CADASTRA-REGRAS
                  WHEN 2 PERFORM REGISTRA-INDICACOES
                  WHEN 3 PERFORM APURA-PREMIOS
                  WHEN 4 PERFORM RELATORIO-INDICACOES
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-REGRAS DO PREMIO  2-REGISTRA INDICACAO  "
                   "3-APURA PREMIOS  4-RELATORIO: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 4
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W NOT = 4
                 DISPLAY "USUARIO: " WITH NO ADVANCING
                 ACCEPT USUARIO-W
              END-IF
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "COD133"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD133
              MOVE "COD134"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD134
              MOVE "COD120"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD120
              MOVE "COD125"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD125
              MOVE "COD040"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD040
              MOVE "MTD019"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD019
              MOVE "CRD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD020
              MOVE "CPD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD020
              MOVE "CGD001"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD001
              OPEN I-O COD133 COD134
              IF ST-COD133 = "35"
                 CLOSE COD133      OPEN OUTPUT COD133
                 CLOSE COD133      OPEN I-O COD133
              END-IF
              IF ST-COD134 = "35"
                 CLOSE COD134      OPEN OUTPUT COD134
                 CLOSE COD134      OPEN I-O COD134
              END-IF
              OPEN I-O CPD020
              OPEN INPUT COD120 COD125 COD040 MTD019 CRD020 CGD001
              IF ST-COD133 > "09"
                 DISPLAY "ERRO ABERTURA COD133: " ST-COD133
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-COD134 > "09"
                 DISPLAY "ERRO ABERTURA COD134: " ST-COD134
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD020 > "09"
                 DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-COD120 > "09"
                 DISPLAY "ERRO ABERTURA COD120: " ST-COD120
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-COD125 > "09"
                 DISPLAY "ERRO ABERTURA COD125: " ST-COD125
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
              IF ST-CRD020 > "09"
                 DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
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
      *    OPCAO 1 - REGRA DO PREMIO POR ORIGEM
      *----------------------------------------------------------------
       CADASTRA-REGRAS SECTION.
           PERFORM LISTA-REGRAS.
           MOVE 1 TO ORIGEM-W.
           PERFORM UNTIL ORIGEM-W = 0
              DISPLAY "ORIGEM (1-FORMANDO 2-MEMBRO DE COMISSAO "
                      "0-FIM): " WITH NO ADVANCING
              ACCEPT ORIGEM-W
              IF ORIGEM-W = 1 OR ORIGEM-W = 2
                 PERFORM ALTERA-REGRA
              END-IF
           END-PERFORM.

       LISTA-REGRAS SECTION.
           MOVE ZEROS TO ORIGEM-CO134 DATA-INI-CO134.
           START COD134 KEY IS NOT LESS CHAVE-CO134 INVALID KEY
                 MOVE "10" TO ST-COD134
           END-START.
           PERFORM UNTIL ST-COD134 = "10"
              READ COD134 NEXT RECORD AT END
                   MOVE "10" TO ST-COD134
              NOT AT END
                   MOVE VALOR-CO134 TO VALOR-E
                   MOVE PERC-CO134  TO PERC-E
                   DISPLAY "ORIGEM " ORIGEM-CO134 " DESDE "
                           DATA-INI-CO134 " TIPO " TIPO-PREMIO-CO134
                           " VALOR " VALOR-E " " PERC-E "% APOS "
                           QT-PARC-MIN-CO134 " PARC."
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD134.

       ALTERA-REGRA SECTION.
           MOVE ORIGEM-W TO ORIGEM-CO134.
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-INI-CO134.
           IF DATA-INI-CO134 = ZEROS
              DISPLAY "DATA INVALIDA"
              GO TO ALTERA-REGRA-FIM.
           MOVE ZEROS TO ACHOU-W.
           READ COD134 INVALID KEY
                MOVE ZEROS TO TIPO-PREMIO-CO134 VALOR-CO134
                              PERC-CO134 QT-PARC-MIN-CO134
           NOT INVALID KEY
                MOVE 1 TO ACHOU-W
                DISPLAY "E-EXCLUI  A-ALTERA: " WITH NO ADVANCING
                ACCEPT CONFIRMA-W
                IF CONFIRMA-W = "E"
                   DELETE COD134 INVALID KEY
                          DISPLAY "ERRO EXCLUINDO COD134: " ST-COD134
                   END-DELETE
                   GO TO ALTERA-REGRA-FIM
                END-IF
           END-READ.
           DISPLAY "PREMIO (1-VALOR FIXO 2-% DO CONTRATO): "
                   WITH NO ADVANCING.
           ACCEPT TIPO-PREMIO-CO134.
           IF TIPO-PREMIO-CO134 NOT = 1 AND TIPO-PREMIO-CO134 NOT = 2
              DISPLAY "TIPO DE PREMIO INVALIDO"
              GO TO ALTERA-REGRA-FIM.
           MOVE ZEROS TO VALOR-CO134 PERC-CO134.
           IF TIPO-PREMIO-CO134 = 1
              DISPLAY "VALOR DO PREMIO: " WITH NO ADVANCING
              ACCEPT VALOR-CO134
           ELSE
              DISPLAY "% SOBRE O VALOR DO CONTRATO: "
                      WITH NO ADVANCING
              ACCEPT PERC-CO134
              IF PERC-CO134 > 100
                 DISPLAY "PERCENTUAL INVALIDO"
                 GO TO ALTERA-REGRA-FIM
              END-IF
           END-IF.
           DISPLAY "PARCELAS DO CONTRATO NOVO RECEBIDAS P/ PAGAR: "
                   WITH NO ADVANCING.
           ACCEPT QT-PARC-MIN-CO134.
           IF QT-PARC-MIN-CO134 = ZEROS
              MOVE 1 TO QT-PARC-MIN-CO134.
           MOVE DATA-SISTEMA-N TO DATA-ALT-CO134.
           MOVE USUARIO-W      TO USUARIO-CO134.
           IF ACHOU-W = 1
              REWRITE REG-COD134 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO COD134: " ST-COD134
              END-REWRITE
           ELSE
              WRITE REG-COD134 INVALID KEY
                    DISPLAY "ERRO GRAVANDO COD134: " ST-COD134
              END-WRITE.
       ALTERA-REGRA-FIM.
           CONTINUE.

      *    regra vigente da origem na data base: a de maior DATA-INI
      *    ate a data (ACHOU-W = 0 -> nao ha regra)
       BUSCA-REGRA SECTION.
           MOVE ZEROS    TO ACHOU-W.
           MOVE ORIGEM-W TO ORIGEM-CO134.
           MOVE ZEROS    TO DATA-INI-CO134.
           START COD134 KEY IS NOT LESS CHAVE-CO134 INVALID KEY
                 MOVE "10" TO ST-COD134
           END-START.
           PERFORM UNTIL ST-COD134 = "10"
              READ COD134 NEXT RECORD AT END
                   MOVE "10" TO ST-COD134
              NOT AT END
                   IF ORIGEM-CO134 NOT = ORIGEM-W
                      OR DATA-INI-CO134 > DATA-BASE-W
                      MOVE "10" TO ST-COD134
                   ELSE
                      MOVE 1                 TO ACHOU-W
                      MOVE TIPO-PREMIO-CO134 TO TIPO-PREMIO-CO133
                      MOVE VALOR-CO134       TO VALOR-REGRA-CO133
                      MOVE PERC-CO134        TO PERC-REGRA-CO133
                      MOVE QT-PARC-MIN-CO134 TO QT-PARC-MIN-CO133
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD134.

      *----------------------------------------------------------------
      *    OPCAO 2 - REGISTRA A INDICACAO
      *----------------------------------------------------------------
       REGISTRA-INDICACOES SECTION.
           MOVE SPACES TO CONFIRMA-W.
           PERFORM UNTIL CONFIRMA-W = "F" OR CONFIRMA-W = "f"
              PERFORM REGISTRA-INDICACAO
              DISPLAY "OUTRA INDICACAO (ENTER) OU F-FIM: "
                      WITH NO ADVANCING
              ACCEPT CONFIRMA-W
           END-PERFORM.

       REGISTRA-INDICACAO SECTION.
           INITIALIZE REG-COD133.
           DISPLAY "PROPOSTA COD120 (0 = DIRETO NO CONTRATO): "
                   WITH NO ADVANCING.
           ACCEPT PROPOSTA-W.
           IF PROPOSTA-W NOT = ZEROS
              PERFORM VALIDA-PROPOSTA
           ELSE
              PERFORM VALIDA-CONTRATO.
           IF ACHOU-W = 0
              GO TO REGISTRA-INDICACAO-FIM.
           DISPLAY "QUEM INDICOU (1-FORMANDO 2-MEMBRO DE COMISSAO): "
                   WITH NO ADVANCING.
           ACCEPT ORIGEM-W.
           EVALUATE ORIGEM-W
               WHEN 1 PERFORM VALIDA-FORMANDO
               WHEN 2 PERFORM VALIDA-MEMBRO
               WHEN OTHER
                    DISPLAY "ORIGEM INVALIDA"
                    MOVE 0 TO ACHOU-W
           END-EVALUATE.
           IF ACHOU-W = 0
              GO TO REGISTRA-INDICACAO-FIM.
           MOVE ORIGEM-W       TO ORIGEM-CO133.
           MOVE DATA-SISTEMA-N TO DATA-INDIC-CO133 DATA-BASE-W.
           PERFORM BUSCA-REGRA.
           IF ACHOU-W = 0
              DISPLAY "SEM REGRA DE PREMIO P/ A ORIGEM - CADASTRE NA "
                      "OPCAO 1"
              GO TO REGISTRA-INDICACAO-FIM.
           DISPLAY "DESTINO DO PREMIO (1-CREDITO DO CLIENTE 2-CONTAS "
                   "A PAGAR): " WITH NO ADVANCING.
           ACCEPT DESTINO-CO133.
           IF DESTINO-CO133 = 1
              IF ALBUM-INDIC-CO133 = ZEROS
                 DISPLAY "INDICADOR SEM ALBUM - CREDITO SO P/ CLIENTE, "
                         "USE CONTAS A PAGAR"
                 GO TO REGISTRA-INDICACAO-FIM
              END-IF
           ELSE
              IF DESTINO-CO133 = 2
                 PERFORM ACEITA-FORNECEDOR
                 IF ACHOU-W = 0
                    GO TO REGISTRA-INDICACAO-FIM
                 END-IF
              ELSE
                 DISPLAY "DESTINO INVALIDO"
                 GO TO REGISTRA-INDICACAO-FIM
              END-IF
           END-IF.
           IF TIPO-PREMIO-CO133 = 1
              MOVE VALOR-REGRA-CO133 TO VALOR-E
              DISPLAY "PREMIO: " VALOR-E " APOS " QT-PARC-MIN-CO133
                      " PARCELA(S) RECEBIDA(S)"
           ELSE
              MOVE PERC-REGRA-CO133 TO PERC-E
              DISPLAY "PREMIO: " PERC-E "% DO CONTRATO APOS "
                      QT-PARC-MIN-CO133 " PARCELA(S) RECEBIDA(S)".
           DISPLAY "CONFIRMA A INDICACAO (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND CONFIRMA-W NOT = "s"
              GO TO REGISTRA-INDICACAO-FIM.
           PERFORM PROXIMA-SEQ-COD133.
           MOVE PROX-SEQ-W TO SEQ-CO133.
           MOVE USUARIO-W  TO USUARIO-CO133.
           WRITE REG-COD133 INVALID KEY
                 DISPLAY "ERRO GRAVANDO COD133: " ST-COD133
                 GO TO REGISTRA-INDICACAO-FIM
           END-WRITE.
           DISPLAY "INDICACAO " SEQ-CO133 " REGISTRADA".
       REGISTRA-INDICACAO-FIM.
           CONTINUE.

      *    proposta ainda aberta aguarda o contrato; ja fechada entra
      *    direto aguardando as parcelas
       VALIDA-PROPOSTA SECTION.
           MOVE ZEROS      TO ACHOU-W.
           MOVE PROPOSTA-W TO PROPOSTA-CO120.
           READ COD120 INVALID KEY
                DISPLAY "PROPOSTA NAO ENCONTRADA NO COD120"
                GO TO VALIDA-PROPOSTA-FIM
           END-READ.
           IF STATUS-CO120 = 5
              DISPLAY "PROPOSTA PERDIDA - NAO GERA PREMIO"
              GO TO VALIDA-PROPOSTA-FIM.
           MOVE PROPOSTA-W TO PROPOSTA-CO133.
           MOVE ZEROS      TO SEQ-CO133.
           START COD133 KEY IS NOT LESS ALT1-CO133 INVALID KEY
                 MOVE "10" TO ST-COD133
           END-START.
           PERFORM UNTIL ST-COD133 = "10"
              READ COD133 NEXT RECORD AT END
                   MOVE "10" TO ST-COD133
              NOT AT END
                   IF PROPOSTA-CO133 NOT = PROPOSTA-W
                      MOVE "10" TO ST-COD133
                   ELSE
                      IF SITUACAO-CO133 NOT = 3
                         DISPLAY "PROPOSTA JA INDICADA - INDICACAO "
                                 SEQ-CO133 " " NOME-INDIC-CO133
                         MOVE "10" TO ST-COD133
                         MOVE 9    TO ACHOU-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD133.
           INITIALIZE REG-COD133.
           IF ACHOU-W = 9
              MOVE ZEROS TO ACHOU-W
              GO TO VALIDA-PROPOSTA-FIM.
           MOVE PROPOSTA-W TO PROPOSTA-CO133.
           IF STATUS-CO120 = 4 AND NR-CONTRATO-CO120 NOT = ZEROS
              MOVE NR-CONTRATO-CO120 TO NR-CONTRATO-CO133
              MOVE 1                 TO SITUACAO-CO133
           ELSE
              MOVE 0                 TO SITUACAO-CO133.
           MOVE 1 TO ACHOU-W.
       VALIDA-PROPOSTA-FIM.
           CONTINUE.

       VALIDA-CONTRATO SECTION.
           MOVE ZEROS TO ACHOU-W.
           DISPLAY "CONTRATO COD040 NOVO: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                DISPLAY "CONTRATO NAO ENCONTRADO NO COD040"
                GO TO VALIDA-CONTRATO-FIM
           END-READ.
           IF SITUACAO-CO40 = 1
              DISPLAY "CONTRATO CANCELADO - NAO GERA PREMIO"
              GO TO VALIDA-CONTRATO-FIM.
           DISPLAY NOME-CLIENTE-CO40.
           MOVE CONTRATO-W TO NR-CONTRATO-CO133.
           MOVE ZEROS      TO SEQ-CO133.
           START COD133 KEY IS NOT LESS ALT2-CO133 INVALID KEY
                 MOVE "10" TO ST-COD133
           END-START.
           PERFORM UNTIL ST-COD133 = "10"
              READ COD133 NEXT RECORD AT END
                   MOVE "10" TO ST-COD133
              NOT AT END
                   IF NR-CONTRATO-CO133 NOT = CONTRATO-W
                      MOVE "10" TO ST-COD133
                   ELSE
                      IF SITUACAO-CO133 NOT = 3
                         DISPLAY "CONTRATO JA INDICADO - INDICACAO "
                                 SEQ-CO133 " " NOME-INDIC-CO133
                         MOVE "10" TO ST-COD133
                         MOVE 9    TO ACHOU-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD133.
           INITIALIZE REG-COD133.
           IF ACHOU-W = 9
              MOVE ZEROS TO ACHOU-W
              GO TO VALIDA-CONTRATO-FIM.
           MOVE CONTRATO-W TO NR-CONTRATO-CO133.
           MOVE 1          TO SITUACAO-CO133 ACHOU-W.
       VALIDA-CONTRATO-FIM.
           CONTINUE.

      *    formando da propria turma indicada nao conta
       VALIDA-FORMANDO SECTION.
           MOVE ZEROS TO ACHOU-W.
           DISPLAY "ALBUM DO FORMANDO: " WITH NO ADVANCING.
           ACCEPT ALBUM-MT19.
           READ MTD019 INVALID KEY
                DISPLAY "ALBUM NAO ENCONTRADO NO MTD019"
                GO TO VALIDA-FORMANDO-FIM
           END-READ.
           IF NR-CONTRATO-CO133 NOT = ZEROS
              AND CONTRATO-MT19 = NR-CONTRATO-CO133
              DISPLAY "FORMANDO DA PROPRIA TURMA INDICADA"
              GO TO VALIDA-FORMANDO-FIM.
           DISPLAY NOME-FORM-MT19.
           MOVE ALBUM-MT19     TO ALBUM-INDIC-CO133.
           MOVE NOME-FORM-MT19 TO NOME-INDIC-CO133.
           MOVE 1 TO ACHOU-W.
       VALIDA-FORMANDO-FIM.
           CONTINUE.

       VALIDA-MEMBRO SECTION.
           MOVE ZEROS TO ACHOU-W.
           DISPLAY "CONTRATO DA COMISSAO: " WITH NO ADVANCING.
           ACCEPT NR-CONTRATO-CO125.
           DISPLAY "SEQ. DO MEMBRO: " WITH NO ADVANCING.
           ACCEPT SEQ-MEMBRO-CO125.
           READ COD125 INVALID KEY
                DISPLAY "MEMBRO NAO ENCONTRADO NO COD125"
                GO TO VALIDA-MEMBRO-FIM
           END-READ.
           IF NR-CONTRATO-CO133 NOT = ZEROS
              AND NR-CONTRATO-CO125 = NR-CONTRATO-CO133
              DISPLAY "MEMBRO DA COMISSAO DA PROPRIA TURMA INDICADA"
              GO TO VALIDA-MEMBRO-FIM.
           DISPLAY NOME-CO125.
           IF DATA-FIM-CO125 NOT = ZEROS
              MOVE DATA-FIM-CO125 TO DATA-INVERTE-W
              CALL "GRIDAT1" USING DATA-INVERTE-W
              MOVE DATA-INVERTE-W TO DATA-E
              DISPLAY "(DESLIGADO DA COMISSAO EM " DATA-E ")".
           MOVE NR-CONTRATO-CO125 TO CONTRATO-MEMBRO-CO133.
           MOVE SEQ-MEMBRO-CO125  TO SEQ-MEMBRO-CO133.
           MOVE NOME-CO125        TO NOME-INDIC-CO133.
           MOVE ALBUM-CO125       TO ALBUM-INDIC-CO133.
           MOVE 1 TO ACHOU-W.
       VALIDA-MEMBRO-FIM.
           CONTINUE.

       ACEITA-FORNECEDOR SECTION.
           MOVE ZEROS TO ACHOU-W.
           DISPLAY "FORNECEDOR CGD001 DO INDICADOR: " WITH NO ADVANCING.
           ACCEPT CODIGO-CG01.
           READ CGD001 INVALID KEY
                DISPLAY "FORNECEDOR NAO CADASTRADO NO CGD001"
                GO TO ACEITA-FORNECEDOR-FIM
           END-READ.
           IF SITUACAO-CG01 = 2
              DISPLAY "FORNECEDOR INATIVO"
              GO TO ACEITA-FORNECEDOR-FIM.
           DISPLAY NOME-CG01.
           MOVE CODIGO-CG01 TO FORNEC-CO133.
           MOVE 1 TO ACHOU-W.
       ACEITA-FORNECEDOR-FIM.
           CONTINUE.

      *    a leitura usa a area do registro - a indicacao montada
      *    e guardada e restaurada
       PROXIMA-SEQ-COD133 SECTION.
           MOVE REG-COD133 TO REG-COD133-SALVA-W.
           MOVE ZEROS TO PROX-SEQ-W.
           MOVE ZEROS TO SEQ-CO133.
           START COD133 KEY IS NOT LESS SEQ-CO133 INVALID KEY
                 MOVE "10" TO ST-COD133
           END-START.
           PERFORM UNTIL ST-COD133 = "10"
              READ COD133 NEXT RECORD AT END
                   MOVE "10" TO ST-COD133
              NOT AT END
                   MOVE SEQ-CO133 TO PROX-SEQ-W
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD133.
           ADD 1 TO PROX-SEQ-W.
           MOVE REG-COD133-SALVA-W TO REG-COD133.

      *----------------------------------------------------------------
      *    OPCAO 3 - APURA OS PREMIOS
      *----------------------------------------------------------------
       APURA-PREMIOS SECTION.
           OPEN OUTPUT RELAT.
           MOVE "PREMIOS DE INDICACAO LANCADOS" TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           PERFORM MONTA-CAB02.
           MOVE ZEROS TO SEQ-CO133.
           START COD133 KEY IS NOT LESS SEQ-CO133 INVALID KEY
                 MOVE "10" TO ST-COD133
           END-START.
           PERFORM UNTIL ST-COD133 = "10"
              READ COD133 NEXT RECORD AT END
                   MOVE "10" TO ST-COD133
              NOT AT END
                   IF SITUACAO-CO133 = 0
                      PERFORM VERIFICA-PROPOSTA
                   END-IF
                   IF SITUACAO-CO133 = 1
                      PERFORM VERIFICA-PARCELAS
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD133.
           IF PAG-W = ZEROS
              PERFORM CABECALHO.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "INDICACOES ATUALIZADAS: " TO LINDET-REL (1: 24).
           MOVE QT-PROCESSADAS-W          TO QT-E.
           MOVE QT-E                      TO LINDET-REL (25: 6).
           MOVE "PREMIOS LANCADOS: "       TO LINDET-REL (34: 18).
           MOVE QT-PAGAS-PREMIO-W         TO QT-E.
           MOVE QT-E                      TO LINDET-REL (52: 6).
           MOVE TOT-PREMIO-W              TO VALOR-E.
           MOVE VALOR-E                   TO LINDET-REL (81: 13).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

      *    proposta fechada -> aguarda as parcelas do contrato gerado;
      *    proposta perdida -> indicacao perdida
       VERIFICA-PROPOSTA SECTION.
           MOVE PROPOSTA-CO133 TO PROPOSTA-CO120.
           READ COD120 INVALID KEY
                GO TO VERIFICA-PROPOSTA-FIM
           END-READ.
           IF STATUS-CO120 = 4 AND NR-CONTRATO-CO120 NOT = ZEROS
              MOVE NR-CONTRATO-CO120 TO NR-CONTRATO-CO133
              MOVE 1                 TO SITUACAO-CO133
           ELSE
              IF STATUS-CO120 = 5
                 MOVE 3              TO SITUACAO-CO133
              ELSE
                 GO TO VERIFICA-PROPOSTA-FIM
              END-IF
           END-IF.
           REWRITE REG-COD133 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO COD133: " ST-COD133
           END-REWRITE.
           ADD 1 TO QT-PROCESSADAS-W.
           IF SITUACAO-CO133 = 3
              PERFORM IMPRIME-INDICACAO.
       VERIFICA-PROPOSTA-FIM.
           CONTINUE.

      *    parcelas recebidas = titulos pagos do contrato novo no
      *    CRD020 (classe 0, cliente contrato+album)
       VERIFICA-PARCELAS SECTION.
           MOVE NR-CONTRATO-CO133 TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                GO TO VERIFICA-PARCELAS-FIM
           END-READ.
           IF SITUACAO-CO40 = 1
              MOVE 3 TO SITUACAO-CO133
              REWRITE REG-COD133 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO COD133: " ST-COD133
              END-REWRITE
              ADD 1 TO QT-PROCESSADAS-W
              PERFORM IMPRIME-INDICACAO
              GO TO VERIFICA-PARCELAS-FIM.
           MOVE ZEROS TO QT-PAGAS-W.
           MOVE 0     TO CLASS-CLIENTE-CR20.
           COMPUTE CLIENTE-CR20 = NR-CONTRATO-CO133 * 10000.
           MOVE ZEROS TO DATA-VENCTO-CR20.
           START CRD020 KEY IS NOT LESS ALT1-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                   MOVE CLIENTE-CR20 TO ALBUM-W
                   IF CLASS-CLIENTE-CR20 NOT = 0
                      OR CONTRATO-ALB-W NOT = NR-CONTRATO-CO133
                      MOVE "10" TO ST-CRD020
                   ELSE
                      IF SITUACAO-CR20 = 2
                         ADD 1 TO QT-PAGAS-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD020.
           MOVE QT-PARC-MIN-CO133 TO QT-PARC-EXIGE-W.
           IF QT-PARC-EXIGE-W = ZEROS
              MOVE 1 TO QT-PARC-EXIGE-W.
           IF QT-PAGAS-W < QT-PARC-EXIGE-W
              GO TO VERIFICA-PARCELAS-FIM.
           IF TIPO-PREMIO-CO133 = 1
              MOVE VALOR-REGRA-CO133 TO VALOR-PREMIO-W
           ELSE
              COMPUTE VALOR-PREMIO-W ROUNDED =
                      VLR-CONTRATO-CO40 * PERC-REGRA-CO133 / 100.
           IF VALOR-PREMIO-W = ZEROS
              GO TO VERIFICA-PARCELAS-FIM.
           MOVE EMPRESA-W      TO CAP022-EMPRESA.
           MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO.
           IF DESTINO-CO133 = 1
              MOVE "CR"        TO CAP022-MODULO
           ELSE
              MOVE "CP"        TO CAP022-MODULO.
           CALL "CAP022" USING PARAMETROS-CAP022.
           IF CAP022-MES-FECHADO
              IF DESTINO-CO133 = 1
                 DISPLAY "INDICACAO " SEQ-CO133 ": MES FECHADO P/ O "
                         "CONTAS A RECEBER - LIBERE NO CAP021"
              ELSE
                 DISPLAY "INDICACAO " SEQ-CO133 ": MES FECHADO P/ O "
                         "CONTAS A PAGAR - LIBERE NO CAP021"
              END-IF
              GO TO VERIFICA-PARCELAS-FIM.
           MOVE SPACES    TO DOCTO-IND-W.
           MOVE "IND"     TO DOCTO-IND-W (1: 3).
           MOVE SEQ-CO133 TO DOCTO-IND-W (4: 6).
           MOVE ZEROS     TO ACHOU-W.
           IF DESTINO-CO133 = 1
              PERFORM LANCA-CREDITO
           ELSE
              PERFORM GERA-TITULO-PAGAR.
           IF ACHOU-W = 0
              GO TO VERIFICA-PARCELAS-FIM.
           MOVE 2              TO SITUACAO-CO133.
           MOVE VALOR-PREMIO-W TO VALOR-PREMIO-CO133.
           MOVE DATA-SISTEMA-N TO DATA-PREMIO-CO133.
           MOVE USUARIO-W      TO USUARIO-CO133.
           REWRITE REG-COD133 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO COD133: " ST-COD133
           END-REWRITE.
           ADD 1              TO QT-PROCESSADAS-W QT-PAGAS-PREMIO-W.
           ADD VALOR-PREMIO-W TO TOT-PREMIO-W.
           PERFORM IMPRIME-INDICACAO.
       VERIFICA-PARCELAS-FIM.
           CONTINUE.

       LANCA-CREDITO SECTION.
           MOVE 2                 TO CRP158-FUNCAO.
           MOVE EMPRESA-W         TO CRP158-EMPRESA.
           MOVE 0                 TO CRP158-CLASS.
           MOVE ALBUM-INDIC-CO133 TO CRP158-CLIENTE.
           MOVE DATA-SISTEMA-N    TO CRP158-DATA.
           MOVE VALOR-PREMIO-W    TO CRP158-VALOR.
           MOVE 4                 TO CRP158-TIPO.
           MOVE DOCTO-IND-W       TO CRP158-DOCTO.
           MOVE "PREMIO INDICACAO DE TURMA" TO CRP158-HISTORICO.
           MOVE ZEROS             TO CRP158-VALIDADE.
           MOVE USUARIO-W         TO CRP158-USUARIO.
           CALL "CRP158" USING PARAMETROS-CRP158.
           IF CRP158-OK
              MOVE 1 TO ACHOU-W
           ELSE
              DISPLAY "INDICACAO " SEQ-CO133 ": ERRO LANCANDO O "
                      "CREDITO DO CLIENTE".

      *    titulo previsto e nao liberado p/ o financeiro conferir
       GERA-TITULO-PAGAR SECTION.
           PERFORM PROXIMA-SEQ-CPD020.
           INITIALIZE REG-CPD020.
           MOVE DATA-SISTEMA-N  TO DATA-MOVTO-CP20 DATA-EMISSAO-CP20
                                   DATA-VENCTO-CP20.
           MOVE FORNEC-CO133    TO FORNEC-CP20.
           MOVE PROX-SEQ-CP-W   TO SEQ-CP20.
           MOVE 6               TO TIPO-FORN-CP20.
           MOVE DOCTO-IND-W     TO NR-DOCTO-CP20.
           MOVE SPACES          TO DESCRICAO-CP20.
           MOVE "PREMIO INDICACAO CONTRATO" TO DESCRICAO-CP20 (1: 25).
           MOVE NR-CONTRATO-CO133 TO DESCRICAO-CP20 (27: 4).
           MOVE 1               TO PREV-DEF-CP20.
           MOVE 0               TO SITUACAO-CP20 LIBERADO-CP20.
           MOVE 1               TO NR-PARC-CP20 TOT-PARC-CP20.
           MOVE VALOR-PREMIO-W  TO VALOR-TOT-CP20 VALOR-LIQ-CP20.
           MOVE USUARIO-W       TO DIGITADOR-CP20.
           MOVE 0               TO TIPO-CONTA-CP20.
           WRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD020: " ST-CPD020
                 GO TO GERA-TITULO-PAGAR-FIM
           END-WRITE.
           MOVE PROX-SEQ-CP-W TO SEQ-CP-CO133.
           MOVE 1             TO ACHOU-W.
       GERA-TITULO-PAGAR-FIM.
           CONTINUE.

       PROXIMA-SEQ-CPD020 SECTION.
           MOVE ZEROS        TO PROX-SEQ-CP-W.
           MOVE FORNEC-CO133 TO FORNEC-CP20.
           MOVE ZEROS        TO SEQ-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020
           END-START.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = FORNEC-CO133
                      MOVE "10" TO ST-CPD020
                   ELSE
                      MOVE SEQ-CP20 TO PROX-SEQ-CP-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD020.
           ADD 1 TO PROX-SEQ-CP-W.

      *----------------------------------------------------------------
      *    OPCAO 4 - INDICACOES POR ORIGEM E CONVERSAO DO FUNIL
      *----------------------------------------------------------------
       RELATORIO-INDICACOES SECTION.
           DISPLAY "DATA INICIAL (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-INI-W.
           DISPLAY "DATA FINAL   (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT DATA-FIM-W.
           IF DATA-FIM-W < DATA-INI-W
              DISPLAY "PERIODO INVALIDO"
              GO TO RELATORIO-INDICACOES-FIM.
           INITIALIZE TAB-ORIGEM.
           OPEN OUTPUT RELAT.
           MOVE "INDICACOES DE TURMAS POR ORIGEM" TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           PERFORM MONTA-CAB02.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > 2
              PERFORM LISTA-ORIGEM
           END-PERFORM.
           PERFORM CONVERSAO-FUNIL.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
       RELATORIO-INDICACOES-FIM.
           CONTINUE.

       LISTA-ORIGEM SECTION.
           MOVE SPACES TO LINDET-REL.
           IF O = 1
              MOVE "ORIGEM: FORMANDO" TO LINDET-REL (1: 16)
           ELSE
              MOVE "ORIGEM: MEMBRO DE COMISSAO" TO LINDET-REL (1: 26).
           PERFORM IMPRIME-LINDET.
           MOVE ZEROS TO SEQ-CO133.
           START COD133 KEY IS NOT LESS SEQ-CO133 INVALID KEY
                 MOVE "10" TO ST-COD133
           END-START.
           PERFORM UNTIL ST-COD133 = "10"
              READ COD133 NEXT RECORD AT END
                   MOVE "10" TO ST-COD133
              NOT AT END
                   IF ORIGEM-CO133 = O
                      AND DATA-INDIC-CO133 NOT < DATA-INI-W
                      AND DATA-INDIC-CO133 NOT > DATA-FIM-W
                      PERFORM ACUMULA-ORIGEM
                      PERFORM IMPRIME-INDICACAO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD133.
           MOVE "INDICACOES: "     TO LINDET-REL (1: 12).
           MOVE QT-IND-W (O)       TO QT-E.
           MOVE QT-E               TO LINDET-REL (13: 6).
           MOVE "CONVERTIDAS: "    TO LINDET-REL (21: 13).
           MOVE QT-CONV-W (O)      TO QT-E.
           MOVE QT-E               TO LINDET-REL (34: 6).
           MOVE "PREMIADAS: "      TO LINDET-REL (42: 11).
           MOVE QT-PREM-W (O)      TO QT-E.
           MOVE QT-E               TO LINDET-REL (53: 6).
           MOVE VL-PREM-W (O)      TO VALOR-E.
           MOVE VALOR-E            TO LINDET-REL (81: 13).
           PERFORM IMPRIME-LINDET.
           IF QT-IND-W (O) > ZEROS
              COMPUTE TAXA-W ROUNDED =
                      QT-CONV-W (O) * 100 / QT-IND-W (O)
              MOVE TAXA-W TO TAXA-E
              MOVE "CONVERSAO DAS INDICACOES: " TO LINDET-REL (1: 26)
              MOVE TAXA-E             TO LINDET-REL (27: 6)
              MOVE "%"                TO LINDET-REL (33: 1)
              PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-LINDET.

      *    convertida = gerou contrato (aguardando parcelas ou pago)
       ACUMULA-ORIGEM SECTION.
           ADD 1 TO QT-IND-W (O).
           IF SITUACAO-CO133 = 1 OR SITUACAO-CO133 = 2
              ADD 1 TO QT-CONV-W (O).
           IF SITUACAO-CO133 = 2
              ADD 1 TO QT-PREM-W (O)
              ADD VALOR-PREMIO-CO133 TO VL-PREM-W (O).

      *    propostas abertas no periodo: todas x as que vieram de
      *    indicacao
       CONVERSAO-FUNIL SECTION.
           MOVE ZEROS TO QT-PROP-W QT-FECH-W QT-PROP-IND-W
                         QT-FECH-IND-W.
           MOVE ZEROS TO PROPOSTA-CO120.
           START COD120 KEY IS NOT LESS PROPOSTA-CO120 INVALID KEY
                 MOVE "10" TO ST-COD120
           END-START.
           PERFORM UNTIL ST-COD120 = "10"
              READ COD120 NEXT RECORD AT END
                   MOVE "10" TO ST-COD120
              NOT AT END
                   IF DATA-ABERTURA-CO120 NOT < DATA-INI-W
                      AND DATA-ABERTURA-CO120 NOT > DATA-FIM-W
                      PERFORM CONTA-PROPOSTA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD120.
           IF LIN > 50
              PERFORM CABECALHO.
           MOVE "FUNIL COMERCIAL (COD120) NO PERIODO"
                TO LINDET-REL (1: 35).
           PERFORM IMPRIME-LINDET.
           MOVE "TODAS AS PROPOSTAS..: " TO LINDET-REL (1: 22).
           MOVE QT-PROP-W               TO QT-E.
           MOVE QT-E                    TO LINDET-REL (23: 6).
           MOVE "FECHADAS: "            TO LINDET-REL (31: 10).
           MOVE QT-FECH-W               TO QT-E.
           MOVE QT-E                    TO LINDET-REL (41: 6).
           MOVE ZEROS TO TAXA-W.
           IF QT-PROP-W > ZEROS
              COMPUTE TAXA-W ROUNDED = QT-FECH-W * 100 / QT-PROP-W.
           MOVE TAXA-W                  TO TAXA-E.
           MOVE "CONVERSAO: "           TO LINDET-REL (49: 11).
           MOVE TAXA-E                  TO LINDET-REL (60: 6).
           MOVE "%"                     TO LINDET-REL (66: 1).
           PERFORM IMPRIME-LINDET.
           MOVE "PROPOSTAS INDICADAS.: " TO LINDET-REL (1: 22).
           MOVE QT-PROP-IND-W           TO QT-E.
           MOVE QT-E                    TO LINDET-REL (23: 6).
           MOVE "FECHADAS: "            TO LINDET-REL (31: 10).
           MOVE QT-FECH-IND-W           TO QT-E.
           MOVE QT-E                    TO LINDET-REL (41: 6).
           MOVE ZEROS TO TAXA-W.
           IF QT-PROP-IND-W > ZEROS
              COMPUTE TAXA-W ROUNDED =
                      QT-FECH-IND-W * 100 / QT-PROP-IND-W.
           MOVE TAXA-W                  TO TAXA-E.
           MOVE "CONVERSAO: "           TO LINDET-REL (49: 11).
           MOVE TAXA-E                  TO LINDET-REL (60: 6).
           MOVE "%"                     TO LINDET-REL (66: 1).
           PERFORM IMPRIME-LINDET.

       CONTA-PROPOSTA SECTION.
           ADD 1 TO QT-PROP-W.
           IF STATUS-CO120 = 4
              ADD 1 TO QT-FECH-W.
           MOVE ZEROS          TO ACHOU-W.
           MOVE PROPOSTA-CO120 TO PROPOSTA-CO133.
           MOVE ZEROS          TO SEQ-CO133.
           START COD133 KEY IS NOT LESS ALT1-CO133 INVALID KEY
                 MOVE "10" TO ST-COD133
           END-START.
           PERFORM UNTIL ST-COD133 = "10"
              READ COD133 NEXT RECORD AT END
                   MOVE "10" TO ST-COD133
              NOT AT END
                   IF PROPOSTA-CO133 NOT = PROPOSTA-CO120
                      MOVE "10" TO ST-COD133
                   ELSE
                      MOVE 1    TO ACHOU-W
                      MOVE "10" TO ST-COD133
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD133.
           IF ACHOU-W = 1
              ADD 1 TO QT-PROP-IND-W
              IF STATUS-CO120 = 4
                 ADD 1 TO QT-FECH-IND-W
              END-IF
           END-IF.

       MONTA-CAB02 SECTION.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "SEQ."       TO CAB02-TEXTO (1: 4).
           MOVE "PROPOS."    TO CAB02-TEXTO (9: 7).
           MOVE "CONTR"      TO CAB02-TEXTO (17: 5).
           MOVE "INDICADOR"  TO CAB02-TEXTO (23: 9).
           MOVE "DATA"       TO CAB02-TEXTO (55: 4).
           MOVE "SITUACAO"   TO CAB02-TEXTO (67: 8).
           MOVE "PREMIO"     TO CAB02-TEXTO (88: 6).

       IMPRIME-INDICACAO SECTION.
           EVALUATE SITUACAO-CO133
               WHEN 0 MOVE "AG.CONTRATO"  TO SITUACAO-E
               WHEN 1 MOVE "AG.PARCELAS"  TO SITUACAO-E
               WHEN 2 MOVE "PREMIO PAGO"  TO SITUACAO-E
               WHEN 3 MOVE "PERDIDA"      TO SITUACAO-E
           END-EVALUATE.
           MOVE SPACES            TO LINDET-REL.
           MOVE SEQ-CO133         TO LINDET-REL (1: 6).
           MOVE PROPOSTA-CO133    TO LINDET-REL (9: 6).
           MOVE NR-CONTRATO-CO133 TO LINDET-REL (17: 4).
           MOVE NOME-INDIC-CO133  TO LINDET-REL (23: 30).
           MOVE DATA-INDIC-CO133  TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W    TO DATA-E.
           MOVE DATA-E            TO LINDET-REL (55: 10).
           MOVE SITUACAO-E        TO LINDET-REL (67: 12).
           IF SITUACAO-CO133 = 2
              MOVE VALOR-PREMIO-CO133 TO VALOR-E
              MOVE VALOR-E            TO LINDET-REL (81: 13)
              IF DESTINO-CO133 = 1
                 MOVE "CR"            TO LINDET-REL (95: 2)
              ELSE
                 MOVE "CP"            TO LINDET-REL (95: 2)
              END-IF
           END-IF.
           PERFORM IMPRIME-LINDET.

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
           CLOSE COD133 COD134 CPD020 COD120 COD125 COD040 MTD019
                 CRD020 CGD001.

       END PROGRAM COP133.
