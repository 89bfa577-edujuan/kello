       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGP040.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: PROTECAO DE DADOS PESSOAIS (LGPD) - GUARDAMOS CPF, RG,
      *        NASCIMENTO, PAIS, FONES E E-MAIL DE MILHARES DE
      *        FORMANDOS (CGD010/CGD011, MTD019, COD125, NTD100) E A
      *        IMAGEM DELES (GALERIA MTD064), SEM REGISTRO DE
      *        CONSENTIMENTO E SEM COMO RESPONDER "O QUE VOCES TEM
      *        SOBRE MIM" OU "ME APAGUEM".
      *        OPCAO 1 - CONSENTIMENTO: CONCEDE/REVOGA POR CPF E
      *          FINALIDADE (CONTRATO, MARKETING, USO DE IMAGEM), COM
      *          DATA E CANAL (CGD040 - HISTORICO, O ULTIMO VALE);
      *        OPCAO 2 - SOLICITACAO DO TITULAR: ABRE (ACESSO,
      *          CORRECAO, ELIMINACAO, REVOGACAO) COM PRAZO LEGAL DE
      *          15 DIAS, OU ENCERRA UMA ABERTA (CGD041); REVOGACAO
      *          JA GRAVA O CONSENTIMENTO REVOGADO E FICA ATENDIDA;
      *        OPCAO 3 - EXTRATO DO TITULAR: TUDO QUE HA SOB O CPF EM
      *          CGD010/CGD011, MTD019, PARCELAS RCD101, GALERIA
      *          MTD064, MENSAGENS NTD100, COMISSAO COD125,
      *          CONSENTIMENTOS E SOLICITACOES - ATENDE A SOLICITACAO
      *          DE ACESSO;
      *        OPCAO 4 - ANONIMIZACAO: SOLICITACOES DE ELIMINACAO EM
      *          ABERTO (RETIDAS SE HA PARCELA EM ABERTO, CONTRATO
      *          VIGENTE OU MANDATO ATIVO NA COMISSAO) E FORMANDOS DE
      *          CONTRATO ENCERRADO (COP132) HA MAIS DE N ANOS, SEM
      *          PARCELA EM ABERTO E SEM CONSENTIMENTO DE MARKETING/
      *          IMAGEM VIGENTE; APAGA OS DADOS PESSOAIS, CANCELA A
      *          GALERIA E LIMPA O DESTINO DAS MENSAGENS. CGD040/
      *          CGD041 FICAM COMO PROVA DO ATENDIMENTO. TEM SIMULACAO;
      *        OPCAO 5 - SOLICITACOES EM ABERTO COM O PRAZO LEGAL.
      *        A MASCARA DE CPF/DADO BANCARIO NOS RELATORIOS E O
      *        GRMASC (DIREITOS "LGPD-CPF"/"LGPD-BANCO" NO GED001).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX010.
           COPY CGPX011.
           COPY CGPX040.
           COPY CGPX041.
           COPY MTPX019.
           COPY MTPX064.
           COPY COPX040.
           COPY COPX125.
           COPY COPX132.
           COPY NTPX100.
           COPY RCPX101.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CGPW010.
           COPY CGPW011.
           COPY CGPW040.
           COPY CGPW041.
           COPY MTPW019.
           COPY MTPW064.
           COPY COPW040.
           COPY COPW125.
           COPY COPW132.
           COPY NTPW100.
           COPY RCPW101.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CGD040             PIC XX       VALUE SPACES.
           05  ST-CGD041             PIC XX       VALUE SPACES.
           05  ST-MTD019             PIC XX       VALUE SPACES.
           05  ST-MTD064             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD125             PIC XX       VALUE SPACES.
           05  ST-COD132             PIC XX       VALUE SPACES.
           05  ST-NTD100             PIC XX       VALUE SPACES.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  SIMULACAO-W           PIC X        VALUE SPACES.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CPF-W                 PIC 9(11)    VALUE ZEROS.
           05  FINALIDADE-W          PIC 9        VALUE ZEROS.
           05  ACAO-W                PIC 9        VALUE ZEROS.
           05  CANAL-W               PIC 9        VALUE ZEROS.
           05  OBS-W                 PIC X(40)    VALUE SPACES.
           05  ALBUM-W               PIC 9(8)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(4)     VALUE ZEROS.
           05  SOLIC-W               PIC 9(6)     VALUE ZEROS.
           05  ULT-SEQ-W             PIC 9(3)     VALUE ZEROS.
           05  ULT-SITUACAO-W        PIC 9        VALUE ZEROS.
           05  ULT-DATA-W            PIC 9(8)     VALUE ZEROS.
           05  ULT-CANAL-W           PIC 9        VALUE ZEROS.
           05  ANOS-GUARDA-W         PIC 9(2)     VALUE ZEROS.
           05  DATA-CORTE-W          PIC 9(8)     VALUE ZEROS.
           05  MOTIVO-W              PIC X(40)    VALUE SPACES.
           05  QT-ABERTAS-W          PIC 9(3)     VALUE ZEROS.
           05  QT-PAGAS-W            PIC 9(3)     VALUE ZEROS.
           05  QT-MENSAGENS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-ANONIMIZADOS-W     PIC 9(5)     VALUE ZEROS.
           05  QT-RETIDOS-W          PIC 9(5)     VALUE ZEROS.
           05  I                     PIC 9(4)     VALUE ZEROS.
           05  J                     PIC 9(4)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  MTD064-OK-W           PIC 9        VALUE ZEROS.
           05  COD125-OK-W           PIC 9        VALUE ZEROS.
           05  COD132-OK-W           PIC 9        VALUE ZEROS.
           05  NTD100-OK-W           PIC 9        VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  DATA-INVERTE-W        PIC X(8).
           05  DATA-E                PIC 99/99/9999.
           05  DIAS-W                PIC 9(5)     VALUE ZEROS.

      *    codigos do cliente (CGD011) achados sob o CPF
       01  TAB-CLIENTES.
           05  QT-CLIENTES-W         PIC 9(3)     VALUE ZEROS.
           05  TC-CLIENTE OCCURS 50 TIMES.
               10  TC-CLASSIF        PIC 9.
               10  TC-CODIGO         PIC 9(8).

      *    titulares a anonimizar nesta rodada
       01  TAB-ANONIMIZA.
           05  QT-ANON-W             PIC 9(4)     VALUE ZEROS.
           05  TA-TITULAR OCCURS 2000 TIMES.
               10  TA-CPF            PIC 9(11).
               10  TA-CLASSIF        PIC 9.
               10  TA-CODIGO         PIC 9(8).

       01  TEXTO-FINALIDADES.
           05  FILLER  PIC X(20) VALUE "EXECUCAO DO CONTRATO".
           05  FILLER  PIC X(20) VALUE "MARKETING".
           05  FILLER  PIC X(20) VALUE "USO DE IMAGEM".
       01  RED-FINALIDADES REDEFINES TEXTO-FINALIDADES.
           05  NOME-FINALIDADE-W OCCURS 3 PIC X(20).

       01  TEXTO-TIPOS.
           05  FILLER  PIC X(12) VALUE "ACESSO".
           05  FILLER  PIC X(12) VALUE "CORRECAO".
           05  FILLER  PIC X(12) VALUE "ELIMINACAO".
           05  FILLER  PIC X(12) VALUE "REVOGACAO".
       01  RED-TIPOS REDEFINES TEXTO-TIPOS.
           05  NOME-TIPO-W OCCURS 4 PIC X(12).

       01  TEXTO-CANAIS.
           05  FILLER  PIC X(16) VALUE "CONTRATO/FICHA".
           05  FILLER  PIC X(16) VALUE "TERMO EM PAPEL".
           05  FILLER  PIC X(16) VALUE "E-MAIL".
           05  FILLER  PIC X(16) VALUE "SITE/GALERIA".
           05  FILLER  PIC X(16) VALUE "TELEFONE/MENSAG.".
           05  FILLER  PIC X(16) VALUE "PRESENCIAL".
       01  RED-CANAIS REDEFINES TEXTO-CANAIS.
           05  NOME-CANAL-W OCCURS 6 PIC X(16).

       01  PARAMETROS-GRDCIC.
           05  CIC-GRDCIC            PIC 9(11).
           05  GRDCIC-RETORNO        PIC XX.

       01  PARAMETROS-GRADAY1.
           05  DDMMAA.
               10  DD                PIC 9(2).
               10  MM                PIC 9(2).
               10  AA                PIC 9(4).
           05  GRDIAS-NUM-DIAS       PIC 9(4).

       01  GRDIFD-PARAMETROS.
           05  GRDIFD-DATA1          PIC 9(8).
           05  GRDIFD-DATA2          PIC 9(8).
           05  GRDIFD-DIAS           PIC 9(5).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CGD010       PIC X(60)    VALUE SPACES.
           05  PATH-CGD011       PIC X(60)    VALUE SPACES.
           05  PATH-CGD040       PIC X(60)    VALUE SPACES.
           05  PATH-CGD041       PIC X(60)    VALUE SPACES.
           05  PATH-MTD019       PIC X(60)    VALUE SPACES.
           05  PATH-MTD064       PIC X(60)    VALUE SPACES.
           05  PATH-COD040       PIC X(60)    VALUE SPACES.
           05  PATH-COD125       PIC X(60)    VALUE SPACES.
           05  PATH-COD132       PIC X(60)    VALUE SPACES.
           05  PATH-NTD100       PIC X(60)    VALUE SPACES.
           05  PATH-RCD101       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CGP040 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(24)  VALUE SPACES.
           05  CAB01-TITULO      PIC X(76)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  CAB02-TEXTO       PIC X(130) VALUE SPACES.
       01  LINDET.
           05  LINDET-REL        PIC X(130) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM CONSENTIMENTO
                  WHEN 2 PERFORM SOLICITACAO
                  WHEN 3 PERFORM EXTRATO-TITULAR
                  WHEN 4 PERFORM ANONIMIZACAO
                  WHEN 5 PERFORM RELATORIO-PENDENTES
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-CONSENTIMENTO  2-SOLICITACAO  3-EXTRATO  "
                   "4-ANONIMIZACAO  5-PENDENTES: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 5
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W < 5
                 DISPLAY "USUARIO: " WITH NO ADVANCING
                 ACCEPT USUARIO-W
              END-IF
              PERFORM ABRE-ARQUIVOS
           END-IF.

       ABRE-ARQUIVOS SECTION.
           MOVE EMPRESA-W TO GRPATH-EMPRESA.
           MOVE "CGD010"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CGD010.
           MOVE "CGD011"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CGD011.
           MOVE "CGD040"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CGD040.
           MOVE "CGD041"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CGD041.
           MOVE "MTD019"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-MTD019.
           MOVE "MTD064"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-MTD064.
           MOVE "COD040"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-COD040.
           MOVE "COD125"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-COD125.
           MOVE "COD132"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-COD132.
           MOVE "NTD100"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-NTD100.
           MOVE "RCD101"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-RCD101.
           OPEN I-O CGD040 CGD041.
           IF ST-CGD040 = "35"
              CLOSE CGD040      OPEN OUTPUT CGD040
              CLOSE CGD040      OPEN I-O CGD040.
           IF ST-CGD041 = "35"
              CLOSE CGD041      OPEN OUTPUT CGD041
              CLOSE CGD041      OPEN I-O CGD041.
           OPEN I-O   CGD010 CGD011 MTD019 MTD064 COD125 NTD100.
           OPEN INPUT COD040 COD132 RCD101.
           IF ST-CGD040 > "09"
              DISPLAY "ERRO ABERTURA CGD040: " ST-CGD040
              MOVE 1 TO ERRO-W.
           IF ST-CGD041 > "09"
              DISPLAY "ERRO ABERTURA CGD041: " ST-CGD041
              MOVE 1 TO ERRO-W.
           IF ST-CGD010 > "09"
              DISPLAY "ERRO ABERTURA CGD010: " ST-CGD010
              MOVE 1 TO ERRO-W.
           IF ST-CGD011 > "09"
              DISPLAY "ERRO ABERTURA CGD011: " ST-CGD011
              MOVE 1 TO ERRO-W.
           IF ST-MTD019 > "09"
              DISPLAY "ERRO ABERTURA MTD019: " ST-MTD019
              MOVE 1 TO ERRO-W.
           IF ST-COD040 > "09"
              DISPLAY "ERRO ABERTURA COD040: " ST-COD040
              MOVE 1 TO ERRO-W.
           IF ST-RCD101 > "09"
              DISPLAY "ERRO ABERTURA RCD101: " ST-RCD101
              MOVE 1 TO ERRO-W.
      *    galeria, comissao, encerramento e fila de mensagens podem
      *    nao existir na empresa - o que faltar fica fora da rodada
           IF ST-MTD064 < "10"
              MOVE 1 TO MTD064-OK-W.
           IF ST-COD125 < "10"
              MOVE 1 TO COD125-OK-W.
           IF ST-COD132 < "10"
              MOVE 1 TO COD132-OK-W.
           IF ST-NTD100 < "10"
              MOVE 1 TO NTD100-OK-W.
           IF ERRO-W = 1
              PERFORM FINALIZA-PROGRAMA.

      *----------------------------------------------------------------
      *    OPCAO 1 - CONSENTIMENTO POR FINALIDADE
      *----------------------------------------------------------------
       CONSENTIMENTO SECTION.
           PERFORM LE-CPF.
           IF ERRO-W = 1
              GO TO CONSENTIMENTO-FIM.
           PERFORM VARYING FINALIDADE-W FROM 1 BY 1
                   UNTIL FINALIDADE-W > 3
              PERFORM LE-ULTIMO-CONSENTIMENTO
              IF ULT-SEQ-W = ZEROS
                 DISPLAY NOME-FINALIDADE-W (FINALIDADE-W)
                         ": SEM REGISTRO"
              ELSE
                 MOVE ULT-DATA-W TO DATA-INVERTE-W
                 CALL "GRIDAT1" USING DATA-INVERTE-W
                 MOVE DATA-INVERTE-W TO DATA-E
                 IF ULT-SITUACAO-W = 1
                    DISPLAY NOME-FINALIDADE-W (FINALIDADE-W)
                            ": CONCEDIDO EM " DATA-E " - "
                            NOME-CANAL-W (ULT-CANAL-W)
                 ELSE
                    DISPLAY NOME-FINALIDADE-W (FINALIDADE-W)
                            ": REVOGADO EM " DATA-E " - "
                            NOME-CANAL-W (ULT-CANAL-W)
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY "FINALIDADE (1-CONTRATO 2-MARKETING 3-IMAGEM, "
                   "0 SAI): " WITH NO ADVANCING.
           ACCEPT FINALIDADE-W.
           IF FINALIDADE-W < 1 OR FINALIDADE-W > 3
              GO TO CONSENTIMENTO-FIM.
           DISPLAY "1-CONCEDE  2-REVOGA: " WITH NO ADVANCING.
           ACCEPT ACAO-W.
           IF ACAO-W < 1 OR ACAO-W > 2
              DISPLAY "ACAO INVALIDA"
              GO TO CONSENTIMENTO-FIM.
           PERFORM LE-CANAL.
           IF CANAL-W = ZEROS
              GO TO CONSENTIMENTO-FIM.
           DISPLAY "OBSERVACAO: " WITH NO ADVANCING.
           ACCEPT OBS-W.
           PERFORM GRAVA-CONSENTIMENTO.
       CONSENTIMENTO-FIM.
           CONTINUE.

       LE-CPF SECTION.
           DISPLAY "CPF DO TITULAR: " WITH NO ADVANCING.
           ACCEPT CPF-W.
           MOVE CPF-W TO CIC-GRDCIC.
           CALL "GRDCIC" USING PARAMETROS-GRDCIC.
           IF GRDCIC-RETORNO NOT = "00"
              DISPLAY "CPF INVALIDO"
              MOVE 1 TO ERRO-W.

       LE-CANAL SECTION.
           DISPLAY "CANAL (1-CONTRATO 2-TERMO 3-E-MAIL 4-SITE "
                   "5-FONE 6-PRESENCIAL): " WITH NO ADVANCING.
           ACCEPT CANAL-W.
           IF CANAL-W > 6
              DISPLAY "CANAL INVALIDO"
              MOVE ZEROS TO CANAL-W.

      *    ultimo registro do CPF-W/FINALIDADE-W (ULT-SEQ-W = 0 se nao
      *    houver nenhum)
       LE-ULTIMO-CONSENTIMENTO SECTION.
           MOVE ZEROS TO ULT-SEQ-W ULT-SITUACAO-W ULT-DATA-W
                         ULT-CANAL-W.
           MOVE CPF-W        TO CPF-CG40.
           MOVE FINALIDADE-W TO FINALIDADE-CG40.
           MOVE ZEROS        TO SEQ-CG40.
           START CGD040 KEY IS NOT LESS CHAVE-CG40 INVALID KEY
                 MOVE "10" TO ST-CGD040
           END-START.
           PERFORM UNTIL ST-CGD040 = "10"
              READ CGD040 NEXT RECORD AT END
                   MOVE "10" TO ST-CGD040
              NOT AT END
                   IF CPF-CG40 NOT = CPF-W
                      OR FINALIDADE-CG40 NOT = FINALIDADE-W
                      MOVE "10" TO ST-CGD040
                   ELSE
                      MOVE SEQ-CG40      TO ULT-SEQ-W
                      MOVE SITUACAO-CG40 TO ULT-SITUACAO-W
                      MOVE DATA-CG40     TO ULT-DATA-W
                      MOVE CANAL-CG40    TO ULT-CANAL-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CGD040.

       GRAVA-CONSENTIMENTO SECTION.
           PERFORM LE-ULTIMO-CONSENTIMENTO.
           PERFORM ACHA-ALBUM-CPF.
           INITIALIZE REG-CGD040.
           MOVE CPF-W          TO CPF-CG40.
           MOVE FINALIDADE-W   TO FINALIDADE-CG40.
           ADD 1 ULT-SEQ-W GIVING SEQ-CG40.
           MOVE ALBUM-W        TO ALBUM-CG40.
           MOVE ACAO-W         TO SITUACAO-CG40.
           MOVE DATA-SISTEMA-N TO DATA-CG40.
           MOVE CANAL-W        TO CANAL-CG40.
           MOVE OBS-W          TO OBS-CG40.
           MOVE USUARIO-W      TO USUARIO-CG40.
           WRITE REG-CGD040 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CGD040: " ST-CGD040
                 GO TO GRAVA-CONSENTIMENTO-FIM
           END-WRITE.
           IF ACAO-W = 1
              DISPLAY "CONSENTIMENTO CONCEDIDO - "
                      NOME-FINALIDADE-W (FINALIDADE-W)
           ELSE
              DISPLAY "CONSENTIMENTO REVOGADO - "
                      NOME-FINALIDADE-W (FINALIDADE-W).
       GRAVA-CONSENTIMENTO-FIM.
           CONTINUE.

      *    album do titular: primeiro cliente de contrato (CLASSIF 0)
      *    no CGD011 com o CPF - o codigo e o proprio album
       ACHA-ALBUM-CPF SECTION.
           MOVE ZEROS TO ALBUM-W.
           MOVE CPF-W TO CPF-CG11.
           MOVE ZEROS TO CODIGO-CG11.
           START CGD011 KEY IS NOT LESS ALT2-CG11 INVALID KEY
                 MOVE "10" TO ST-CGD011
           END-START.
           PERFORM UNTIL ST-CGD011 = "10"
              READ CGD011 NEXT RECORD AT END
                   MOVE "10" TO ST-CGD011
              NOT AT END
                   IF CPF-CG11 NOT = CPF-W
                      MOVE "10" TO ST-CGD011
                   ELSE
                      IF CLASSIF-CG11 = 0
                         MOVE CODIGO-CG11 TO ALBUM-W
                         MOVE "10" TO ST-CGD011
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CGD011.

      *----------------------------------------------------------------
      *    OPCAO 2 - SOLICITACAO DO TITULAR
      *----------------------------------------------------------------
       SOLICITACAO SECTION.
           DISPLAY "NR DA SOLICITACAO (0 = NOVA): " WITH NO ADVANCING.
           ACCEPT SOLIC-W.
           IF SOLIC-W = ZEROS
              PERFORM NOVA-SOLICITACAO
           ELSE
              PERFORM ENCERRA-SOLICITACAO.

       NOVA-SOLICITACAO SECTION.
           PERFORM LE-CPF.
           IF ERRO-W = 1
              GO TO NOVA-SOLICITACAO-FIM.
           PERFORM PROXIMA-SOLICITACAO.
           INITIALIZE REG-CGD041.
           DISPLAY "TIPO (1-ACESSO 2-CORRECAO 3-ELIMINACAO "
                   "4-REVOGACAO): " WITH NO ADVANCING.
           ACCEPT TIPO-CG41.
           IF TIPO-CG41 < 1 OR TIPO-CG41 > 4
              DISPLAY "TIPO INVALIDO"
              GO TO NOVA-SOLICITACAO-FIM.
           DISPLAY "NOME DE QUEM SOLICITA: " WITH NO ADVANCING.
           ACCEPT NOME-SOLIC-CG41.
           PERFORM LE-CANAL.
           IF CANAL-W = ZEROS
              GO TO NOVA-SOLICITACAO-FIM.
           IF TIPO-CG41 = 4
              DISPLAY "FINALIDADE REVOGADA (1-CONTRATO 2-MARKETING "
                      "3-IMAGEM): " WITH NO ADVANCING
              ACCEPT FINALIDADE-W
              IF FINALIDADE-W < 1 OR FINALIDADE-W > 3
                 DISPLAY "FINALIDADE INVALIDA"
                 GO TO NOVA-SOLICITACAO-FIM
              END-IF
           END-IF.
           MOVE SOLIC-W        TO NR-SOLIC-CG41.
           MOVE CPF-W          TO CPF-CG41.
           MOVE CANAL-W        TO CANAL-CG41.
           MOVE DATA-SISTEMA-N TO DATA-SOLIC-CG41.
           MOVE DATA-SISTEMA-N TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DDMMAA.
           MOVE 15 TO GRDIAS-NUM-DIAS.
           CALL "GRADAY1" USING PARAMETROS-GRADAY1.
           MOVE DDMMAA TO DATA-INVERTE-W.
           CALL "GRIDAT2" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-PRAZO-CG41.
           MOVE 0              TO SITUACAO-CG41.
           MOVE USUARIO-W      TO USUARIO-CG41.
      *    revogacao se resolve na hora: grava o consentimento revogado
           IF TIPO-CG41 = 4
              MOVE 2      TO ACAO-W
              MOVE SPACES TO OBS-W
              STRING "SOLICITACAO " SOLIC-W DELIMITED BY SIZE
                     INTO OBS-W
              PERFORM GRAVA-CONSENTIMENTO
              MOVE SOLIC-W        TO NR-SOLIC-CG41
              MOVE 1              TO SITUACAO-CG41
              MOVE DATA-SISTEMA-N TO DATA-ATEND-CG41
              MOVE SPACES         TO RESPOSTA-CG41
              STRING "CONSENTIMENTO REVOGADO - "
                     NOME-FINALIDADE-W (FINALIDADE-W)
                     DELIMITED BY SIZE INTO RESPOSTA-CG41
           END-IF.
           WRITE REG-CGD041 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CGD041: " ST-CGD041
                 GO TO NOVA-SOLICITACAO-FIM
           END-WRITE.
           MOVE DATA-PRAZO-CG41 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           DISPLAY "SOLICITACAO " SOLIC-W " REGISTRADA - PRAZO " DATA-E.
       NOVA-SOLICITACAO-FIM.
           CONTINUE.

       PROXIMA-SOLICITACAO SECTION.
           MOVE ZEROS TO SOLIC-W.
           MOVE 999999 TO NR-SOLIC-CG41.
           START CGD041 KEY IS NOT GREATER NR-SOLIC-CG41 INVALID KEY
                 MOVE "10" TO ST-CGD041
           END-START.
           IF ST-CGD041 NOT = "10"
              READ CGD041 PREVIOUS RECORD AT END
                   MOVE "10" TO ST-CGD041
              NOT AT END
                   MOVE NR-SOLIC-CG41 TO SOLIC-W
              END-READ.
           MOVE SPACES TO ST-CGD041.
           ADD 1 TO SOLIC-W.

       ENCERRA-SOLICITACAO SECTION.
           MOVE SOLIC-W TO NR-SOLIC-CG41.
           READ CGD041 INVALID KEY
                DISPLAY "SOLICITACAO NAO ENCONTRADA"
                GO TO ENCERRA-SOLICITACAO-FIM
           END-READ.
           DISPLAY NOME-TIPO-W (TIPO-CG41) " - CPF " CPF-CG41 " - "
                   NOME-SOLIC-CG41.
           IF SITUACAO-CG41 NOT = 0
              DISPLAY "SOLICITACAO JA ENCERRADA: " RESPOSTA-CG41
              GO TO ENCERRA-SOLICITACAO-FIM.
           DISPLAY "1-ATENDIDA  2-RETIDA (OBRIGACAO LEGAL)  "
                   "9-CANCELADA: " WITH NO ADVANCING.
           ACCEPT ACAO-W.
           IF ACAO-W NOT = 1 AND ACAO-W NOT = 2 AND ACAO-W NOT = 9
              DISPLAY "SITUACAO INVALIDA"
              GO TO ENCERRA-SOLICITACAO-FIM.
           DISPLAY "RESPOSTA AO TITULAR: " WITH NO ADVANCING.
           ACCEPT RESPOSTA-CG41.
           IF RESPOSTA-CG41 = SPACES
              DISPLAY "RESPOSTA OBRIGATORIA"
              GO TO ENCERRA-SOLICITACAO-FIM.
           MOVE ACAO-W         TO SITUACAO-CG41.
           MOVE DATA-SISTEMA-N TO DATA-ATEND-CG41.
           MOVE USUARIO-W      TO USUARIO-CG41.
           REWRITE REG-CGD041 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO CGD041: " ST-CGD041
           END-REWRITE.
           DISPLAY "SOLICITACAO ENCERRADA".
       ENCERRA-SOLICITACAO-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 3 - EXTRATO DE TUDO QUE HA SOB O CPF
      *----------------------------------------------------------------
       EXTRATO-TITULAR SECTION.
           DISPLAY "NR DA SOLICITACAO DE ACESSO: " WITH NO ADVANCING.
           ACCEPT SOLIC-W.
           MOVE SOLIC-W TO NR-SOLIC-CG41.
           READ CGD041 INVALID KEY
                DISPLAY "SOLICITACAO NAO ENCONTRADA"
                GO TO EXTRATO-TITULAR-FIM
           END-READ.
           MOVE CPF-CG41 TO CPF-W.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE "EXTRATO DE DADOS PESSOAIS DO TITULAR (LGPD)"
                TO CAB01-TITULO.
           MOVE SPACES TO CAB02-TEXTO.
           STRING "TITULAR CPF " CPF-W "  SOLICITACAO " SOLIC-W
                  "  DE " NOME-SOLIC-CG41 DELIMITED BY SIZE
                  INTO CAB02-TEXTO.
           PERFORM CABECALHO.
           PERFORM EXTRATO-CADASTRO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CLIENTES-W
              IF TC-CLASSIF (I) = 0
                 MOVE TC-CODIGO (I) TO ALBUM-W
                 PERFORM EXTRATO-ALBUM
              END-IF
           END-PERFORM.
           IF NTD100-OK-W = 1
              PERFORM EXTRATO-MENSAGENS.
           IF COD125-OK-W = 1
              PERFORM EXTRATO-COMISSAO.
           PERFORM EXTRATO-CONSENTIMENTOS.
           PERFORM EXTRATO-SOLICITACOES.
           MOVE "FIM DO EXTRATO - FINANCEIRO (PARCELAS/RECEBIMENTOS) "
                TO LINDET-REL (1: 52).
           MOVE "GUARDADO POR OBRIGACAO LEGAL E FISCAL"
                TO LINDET-REL (53: 37).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
           MOVE SOLIC-W TO NR-SOLIC-CG41.
           READ CGD041 INVALID KEY
                GO TO EXTRATO-TITULAR-FIM
           END-READ.
           IF TIPO-CG41 = 1 AND SITUACAO-CG41 = 0
              MOVE 1              TO SITUACAO-CG41
              MOVE DATA-SISTEMA-N TO DATA-ATEND-CG41
              MOVE "EXTRATO EMITIDO E ENTREGUE AO TITULAR"
                   TO RESPOSTA-CG41
              MOVE USUARIO-W      TO USUARIO-CG41
              REWRITE REG-CGD041 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO CGD041: " ST-CGD041
              END-REWRITE
              DISPLAY "SOLICITACAO DE ACESSO ATENDIDA".
       EXTRATO-TITULAR-FIM.
           CONTINUE.

       EXTRATO-CADASTRO SECTION.
           MOVE ZEROS TO QT-CLIENTES-W.
           MOVE "CADASTRO DE CLIENTE (CGD010/CGD011)" TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE CPF-W TO CPF-CG11.
           MOVE ZEROS TO CODIGO-CG11.
           START CGD011 KEY IS NOT LESS ALT2-CG11 INVALID KEY
                 MOVE "10" TO ST-CGD011
           END-START.
           PERFORM UNTIL ST-CGD011 = "10"
              READ CGD011 NEXT RECORD AT END
                   MOVE "10" TO ST-CGD011
              NOT AT END
                   IF CPF-CG11 NOT = CPF-W
                      MOVE "10" TO ST-CGD011
                   ELSE
                      PERFORM IMPRIME-CLIENTE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CGD011.
           IF QT-CLIENTES-W = ZEROS
              MOVE "   NENHUM CADASTRO DE CLIENTE COM O CPF"
                   TO LINDET-REL
              PERFORM IMPRIME-LINDET.

       IMPRIME-CLIENTE SECTION.
           IF QT-CLIENTES-W < 50
              ADD 1 TO QT-CLIENTES-W
              MOVE CLASSIF-CG11 TO TC-CLASSIF (QT-CLIENTES-W)
              MOVE CODIGO-CG11  TO TC-CODIGO (QT-CLIENTES-W).
           MOVE COD-COMPL-CG11 TO COD-COMPL-CG10.
           READ CGD010 INVALID KEY
                MOVE SPACES TO COMPRADOR-CG10
           END-READ.
           MOVE "   CLIENTE"    TO LINDET-REL (1: 10).
           MOVE CLASSIF-CG11    TO LINDET-REL (12: 1).
           MOVE "-"             TO LINDET-REL (13: 1).
           MOVE CODIGO-CG11     TO LINDET-REL (14: 8).
           MOVE COMPRADOR-CG10  TO LINDET-REL (24: 30).
           MOVE "RG"            TO LINDET-REL (56: 2).
           MOVE RG-CG11         TO LINDET-REL (59: 15).
           MOVE "NASC"          TO LINDET-REL (76: 4).
           MOVE DATA-NASC-CG11  TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W  TO DATA-E.
           MOVE DATA-E          TO LINDET-REL (81: 10).
           PERFORM IMPRIME-LINDET.
           MOVE "PAI"           TO LINDET-REL (6: 3).
           MOVE NOME-PAI-CG11   TO LINDET-REL (10: 30).
           MOVE "MAE"           TO LINDET-REL (42: 3).
           MOVE NOME-MAE-CG11   TO LINDET-REL (46: 30).
           MOVE "E-MAIL"        TO LINDET-REL (78: 6).
           MOVE E-MAIL-CG11     TO LINDET-REL (85: 30).
           PERFORM IMPRIME-LINDET.
           MOVE "END.1"         TO LINDET-REL (6: 5).
           MOVE ENDERECO1-CG11  TO LINDET-REL (12: 30).
           MOVE BAIRRO1-CG11    TO LINDET-REL (43: 15).
           MOVE CEP1-CG11       TO LINDET-REL (59: 8).
           MOVE "FONE"          TO LINDET-REL (69: 4).
           MOVE FONE1-CG11      TO LINDET-REL (74: 8).
           MOVE "CEL"           TO LINDET-REL (84: 3).
           MOVE CELULAR-CG11    TO LINDET-REL (88: 8).
           MOVE "FAX"           TO LINDET-REL (98: 3).
           MOVE FAX-CG11        TO LINDET-REL (102: 8).
           PERFORM IMPRIME-LINDET.
           MOVE "END.2"         TO LINDET-REL (6: 5).
           MOVE ENDERECO2-CG11  TO LINDET-REL (12: 30).
           MOVE BAIRRO2-CG11    TO LINDET-REL (43: 15).
           MOVE CEP2-CG11       TO LINDET-REL (59: 8).
           MOVE "FONE"          TO LINDET-REL (69: 4).
           MOVE FONE2-CG11      TO LINDET-REL (74: 8).
           MOVE "EMPRESA"       TO LINDET-REL (84: 7).
           MOVE EMPRESA-CG11    TO LINDET-REL (92: 30).
           PERFORM IMPRIME-LINDET.

       EXTRATO-ALBUM SECTION.
           MOVE ALBUM-W TO ALBUM-MT19.
           READ MTD019 INVALID KEY
                GO TO EXTRATO-ALBUM-FIM
           END-READ.
           MOVE "ALBUM (MTD019)"  TO LINDET-REL (1: 14).
           MOVE ALBUM-MT19        TO LINDET-REL (16: 8).
           MOVE NOME-FORM-MT19    TO LINDET-REL (26: 30).
           MOVE "CURSO"           TO LINDET-REL (58: 5).
           MOVE CURSO-MT19        TO LINDET-REL (64: 3).
           MOVE "TURMA"           TO LINDET-REL (69: 5).
           MOVE TURMA-MT19        TO LINDET-REL (75: 3).
           MOVE TURNO-MT19        TO LINDET-REL (80: 10).
           MOVE "FONE"            TO LINDET-REL (92: 4).
           MOVE FONE-MT19         TO LINDET-REL (97: 8).
           PERFORM IMPRIME-LINDET.
           MOVE ZEROS TO QT-ABERTAS-W QT-PAGAS-W.
           MOVE ALBUM-W TO ALBUM-REC1.
           START RCD101 KEY IS NOT LESS CHAVE-ALBUM-REC1 INVALID KEY
                 MOVE "10" TO ST-RCD101
           END-START.
           PERFORM UNTIL ST-RCD101 = "10"
              READ RCD101 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD101
              NOT AT END
                   IF ALBUM-REC1 NOT = ALBUM-W
                      MOVE "10" TO ST-RCD101
                   ELSE
                      IF DTA-BAIXA-REC1 = ZEROS
                         ADD 1 TO QT-ABERTAS-W
                      ELSE
                         ADD 1 TO QT-PAGAS-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD101.
           MOVE "   PARCELAS (RCD101): PAGAS" TO LINDET-REL (1: 27).
           MOVE QT-PAGAS-W                  TO LINDET-REL (29: 3).
           MOVE "EM ABERTO"                 TO LINDET-REL (34: 9).
           MOVE QT-ABERTAS-W                TO LINDET-REL (44: 3).
           PERFORM IMPRIME-LINDET.
           IF MTD064-OK-W = 0
              GO TO EXTRATO-ALBUM-FIM.
           MOVE ALBUM-W TO ALBUM-MT64.
           READ MTD064 INVALID KEY
                MOVE "   IMAGENS: SEM GALERIA ONLINE" TO LINDET-REL
                PERFORM IMPRIME-LINDET
                GO TO EXTRATO-ALBUM-FIM
           END-READ.
           MOVE "   IMAGENS: GALERIA ONLINE (MTD064) -" TO
                LINDET-REL (1: 37).
           MOVE QT-ARQUIVOS-MT64 TO LINDET-REL (39: 5).
           MOVE "ARQUIVOS, SITUACAO" TO LINDET-REL (45: 18).
           MOVE SITUACAO-MT64    TO LINDET-REL (64: 1).
           MOVE "ACESSOS"        TO LINDET-REL (67: 7).
           MOVE QT-ACESSOS-MT64  TO LINDET-REL (75: 6).
           MOVE "DOWNLOADS"      TO LINDET-REL (83: 9).
           MOVE QT-DOWNLOADS-MT64 TO LINDET-REL (93: 6).
           PERFORM IMPRIME-LINDET.
       EXTRATO-ALBUM-FIM.
           CONTINUE.

       EXTRATO-MENSAGENS SECTION.
           MOVE ZEROS TO QT-MENSAGENS-W.
           MOVE ZEROS TO SEQ-NT100.
           START NTD100 KEY IS NOT LESS SEQ-NT100 INVALID KEY
                 MOVE "10" TO ST-NTD100
           END-START.
           PERFORM UNTIL ST-NTD100 = "10"
              READ NTD100 NEXT RECORD AT END
                   MOVE "10" TO ST-NTD100
              NOT AT END
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > QT-CLIENTES-W
                      IF TC-CLASSIF (I) = 0
                         AND TC-CODIGO (I) = ALBUM-NT100
                         ADD 1 TO QT-MENSAGENS-W
                         MOVE "   MENSAGEM (NTD100)" TO
                              LINDET-REL (1: 20)
                         MOVE DATA-GERACAO-NT100 TO DATA-INVERTE-W
                         CALL "GRIDAT1" USING DATA-INVERTE-W
                         MOVE DATA-INVERTE-W     TO DATA-E
                         MOVE DATA-E             TO LINDET-REL (22: 10)
                         MOVE DESTINO-NT100      TO LINDET-REL (34: 40)
                         MOVE TEXTO-NT100 (1: 50) TO LINDET-REL (76: 50)
                         PERFORM IMPRIME-LINDET
                      END-IF
                   END-PERFORM
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-NTD100.

       EXTRATO-COMISSAO SECTION.
           MOVE ZEROS TO NR-CONTRATO-CO125 SEQ-MEMBRO-CO125.
           START COD125 KEY IS NOT LESS CHAVE-CO125 INVALID KEY
                 MOVE "10" TO ST-COD125
           END-START.
           PERFORM UNTIL ST-COD125 = "10"
              READ COD125 NEXT RECORD AT END
                   MOVE "10" TO ST-COD125
              NOT AT END
                   IF CPF-CO125 = CPF-W
                      MOVE "COMISSAO (COD125) CONTRATO" TO
                           LINDET-REL (1: 26)
                      MOVE NR-CONTRATO-CO125 TO LINDET-REL (28: 4)
                      MOVE NOME-CO125        TO LINDET-REL (34: 30)
                      MOVE "FONE"            TO LINDET-REL (66: 4)
                      MOVE FONE-CO125        TO LINDET-REL (71: 10)
                      MOVE "CARGO"           TO LINDET-REL (83: 5)
                      MOVE CARGO-CO125       TO LINDET-REL (89: 1)
                      IF DATA-FIM-CO125 = ZEROS
                         MOVE "MANDATO VIGENTE" TO LINDET-REL (92: 15)
                      ELSE
                         MOVE "EX-MEMBRO"    TO LINDET-REL (92: 9)
                      END-IF
                      PERFORM IMPRIME-LINDET
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD125.

       EXTRATO-CONSENTIMENTOS SECTION.
           MOVE "CONSENTIMENTOS (CGD040)" TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE CPF-W TO CPF-CG40.
           MOVE ZEROS TO FINALIDADE-CG40 SEQ-CG40.
           START CGD040 KEY IS NOT LESS CHAVE-CG40 INVALID KEY
                 MOVE "10" TO ST-CGD040
           END-START.
           PERFORM UNTIL ST-CGD040 = "10"
              READ CGD040 NEXT RECORD AT END
                   MOVE "10" TO ST-CGD040
              NOT AT END
                   IF CPF-CG40 NOT = CPF-W
                      MOVE "10" TO ST-CGD040
                   ELSE
                      MOVE NOME-FINALIDADE-W (FINALIDADE-CG40)
                           TO LINDET-REL (4: 20)
                      IF SITUACAO-CG40 = 1
                         MOVE "CONCEDIDO" TO LINDET-REL (26: 9)
                      ELSE
                         MOVE "REVOGADO"  TO LINDET-REL (26: 8)
                      END-IF
                      MOVE DATA-CG40 TO DATA-INVERTE-W
                      CALL "GRIDAT1" USING DATA-INVERTE-W
                      MOVE DATA-INVERTE-W TO DATA-E
                      MOVE DATA-E         TO LINDET-REL (37: 10)
                      IF CANAL-CG40 > 0 AND CANAL-CG40 < 7
                         MOVE NOME-CANAL-W (CANAL-CG40)
                              TO LINDET-REL (49: 16)
                      END-IF
                      MOVE OBS-CG40       TO LINDET-REL (67: 40)
                      PERFORM IMPRIME-LINDET
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CGD040.

       EXTRATO-SOLICITACOES SECTION.
           MOVE "SOLICITACOES DO TITULAR (CGD041)" TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE CPF-W TO CPF-CG41.
           START CGD041 KEY IS NOT LESS CPF-CG41 INVALID KEY
                 MOVE "10" TO ST-CGD041
           END-START.
           PERFORM UNTIL ST-CGD041 = "10"
              READ CGD041 NEXT RECORD AT END
                   MOVE "10" TO ST-CGD041
              NOT AT END
                   IF CPF-CG41 NOT = CPF-W
                      MOVE "10" TO ST-CGD041
                   ELSE
                      MOVE NR-SOLIC-CG41    TO LINDET-REL (4: 6)
                      MOVE NOME-TIPO-W (TIPO-CG41)
                           TO LINDET-REL (12: 12)
                      MOVE DATA-SOLIC-CG41  TO DATA-INVERTE-W
                      CALL "GRIDAT1" USING DATA-INVERTE-W
                      MOVE DATA-INVERTE-W   TO DATA-E
                      MOVE DATA-E           TO LINDET-REL (26: 10)
                      MOVE SITUACAO-CG41    TO LINDET-REL (38: 1)
                      MOVE RESPOSTA-CG41    TO LINDET-REL (41: 60)
                      PERFORM IMPRIME-LINDET
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CGD041.

      *----------------------------------------------------------------
      *    OPCAO 4 - ANONIMIZACAO DE QUEM NAO TEM MAIS BASE LEGAL
      *----------------------------------------------------------------
       ANONIMIZACAO SECTION.
           DISPLAY "ANOS DE GUARDA APOS ENCERRAMENTO (0 = 5): "
                   WITH NO ADVANCING.
           ACCEPT ANOS-GUARDA-W.
           IF ANOS-GUARDA-W = ZEROS
              MOVE 5 TO ANOS-GUARDA-W.
           COMPUTE DATA-CORTE-W = DATA-SISTEMA-N
                                - ANOS-GUARDA-W * 10000.
           DISPLAY "SIMULACAO - SO LISTA, NAO APAGA (S/N): "
                   WITH NO ADVANCING.
           ACCEPT SIMULACAO-W.
           IF SIMULACAO-W NOT = "N"
              MOVE "S" TO SIMULACAO-W.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           IF SIMULACAO-W = "S"
              MOVE "ANONIMIZACAO DE DADOS PESSOAIS - SIMULACAO"
                   TO CAB01-TITULO
           ELSE
              MOVE "ANONIMIZACAO DE DADOS PESSOAIS (LGPD)"
                   TO CAB01-TITULO.
           MOVE "CPF          CLIENTE     SITUACAO" TO CAB02-TEXTO.
           PERFORM CABECALHO.
           MOVE ZEROS TO QT-ANON-W QT-ANONIMIZADOS-W QT-RETIDOS-W.
           PERFORM SOLICITACOES-ELIMINACAO.
           IF COD132-OK-W = 1
              PERFORM VARRE-CONTRATOS-ENCERRADOS.
           IF SIMULACAO-W = "N"
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-ANON-W
                 PERFORM ANONIMIZA-CLIENTE
              END-PERFORM
              IF NTD100-OK-W = 1
                 PERFORM ANONIMIZA-MENSAGENS
              END-IF
              IF COD125-OK-W = 1
                 PERFORM ANONIMIZA-COMISSAO
              END-IF
           END-IF.
           MOVE "TITULARES ANONIMIZADOS:" TO LINDET-REL (1: 23).
           MOVE QT-ANON-W                 TO LINDET-REL (25: 4).
           MOVE "RETIDOS:"                TO LINDET-REL (32: 8).
           MOVE QT-RETIDOS-W              TO LINDET-REL (41: 5).
           PERFORM IMPRIME-LINDET.
           IF QT-ANON-W NOT < 2000
              MOVE "LIMITE DA RODADA ATINGIDO - RODE NOVAMENTE"
                   TO LINDET-REL
              PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

      *    pedidos de eliminacao em aberto: ou anonimiza ou retem com
      *    o motivo legal
       SOLICITACOES-ELIMINACAO SECTION.
           MOVE ZEROS TO NR-SOLIC-CG41.
           START CGD041 KEY IS NOT LESS NR-SOLIC-CG41 INVALID KEY
                 MOVE "10" TO ST-CGD041
           END-START.
           PERFORM UNTIL ST-CGD041 = "10"
              READ CGD041 NEXT RECORD AT END
                   MOVE "10" TO ST-CGD041
              NOT AT END
                   IF TIPO-CG41 = 3 AND SITUACAO-CG41 = 0
                      PERFORM UMA-ELIMINACAO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CGD041.

       UMA-ELIMINACAO SECTION.
           MOVE CPF-CG41 TO CPF-W.
           PERFORM CARREGA-CLIENTES-CPF.
           MOVE SPACES TO MOTIVO-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CLIENTES-W
                   OR MOTIVO-W NOT = SPACES
              IF TC-CLASSIF (I) = 0
                 MOVE TC-CODIGO (I) TO ALBUM-W
                 PERFORM VERIFICA-BASE-CONTRATO
              END-IF
           END-PERFORM.
           IF MOTIVO-W = SPACES AND COD125-OK-W = 1
              PERFORM VERIFICA-MANDATO-ATIVO.
           MOVE CPF-W   TO LINDET-REL (1: 11).
           MOVE "SOLIC" TO LINDET-REL (14: 5).
           MOVE NR-SOLIC-CG41 TO LINDET-REL (20: 6).
           IF MOTIVO-W NOT = SPACES
              ADD 1 TO QT-RETIDOS-W
              MOVE "RETIDO -" TO LINDET-REL (27: 8)
              MOVE MOTIVO-W   TO LINDET-REL (36: 40)
              PERFORM IMPRIME-LINDET
              IF SIMULACAO-W = "N"
                 MOVE 2 TO SITUACAO-CG41
                 MOVE SPACES TO RESPOSTA-CG41
                 STRING "RETIDO - " MOTIVO-W DELIMITED BY SIZE
                        INTO RESPOSTA-CG41
                 PERFORM ENCERRA-ELIMINACAO
              END-IF
              GO TO UMA-ELIMINACAO-FIM.
           MOVE "ELIMINACAO SOLICITADA - ANONIMIZADO"
                TO LINDET-REL (27: 35).
           PERFORM IMPRIME-LINDET.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CLIENTES-W
              PERFORM INCLUI-ANONIMIZA
           END-PERFORM.
      *    membro externo da comissao sem cadastro de cliente
           IF QT-CLIENTES-W = ZEROS
              MOVE 9     TO TC-CLASSIF (1)
              MOVE ZEROS TO TC-CODIGO (1)
              MOVE 1     TO I
              PERFORM INCLUI-ANONIMIZA.
           IF SIMULACAO-W = "N"
              MOVE 1 TO SITUACAO-CG41
              MOVE "DADOS PESSOAIS ANONIMIZADOS" TO RESPOSTA-CG41
              PERFORM ENCERRA-ELIMINACAO.
       UMA-ELIMINACAO-FIM.
           CONTINUE.

       ENCERRA-ELIMINACAO SECTION.
           MOVE DATA-SISTEMA-N TO DATA-ATEND-CG41.
           MOVE USUARIO-W      TO USUARIO-CG41.
           REWRITE REG-CGD041 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO CGD041: " ST-CGD041
           END-REWRITE.

       CARREGA-CLIENTES-CPF SECTION.
           MOVE ZEROS TO QT-CLIENTES-W.
           MOVE CPF-W TO CPF-CG11.
           MOVE ZEROS TO CODIGO-CG11.
           START CGD011 KEY IS NOT LESS ALT2-CG11 INVALID KEY
                 MOVE "10" TO ST-CGD011
           END-START.
           PERFORM UNTIL ST-CGD011 = "10"
              READ CGD011 NEXT RECORD AT END
                   MOVE "10" TO ST-CGD011
              NOT AT END
                   IF CPF-CG11 NOT = CPF-W
                      MOVE "10" TO ST-CGD011
                   ELSE
                      IF QT-CLIENTES-W < 50
                         ADD 1 TO QT-CLIENTES-W
                         MOVE CLASSIF-CG11
                              TO TC-CLASSIF (QT-CLIENTES-W)
                         MOVE CODIGO-CG11
                              TO TC-CODIGO (QT-CLIENTES-W)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CGD011.

      *    contrato vigente ou parcela em aberto do album = base legal
      *    (execucao do contrato / credito) - MOTIVO-W fica preenchido
       VERIFICA-BASE-CONTRATO SECTION.
           DIVIDE ALBUM-W BY 10000 GIVING CONTRATO-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF SITUACAO-CO40 = 0
                   MOVE "CONTRATO VIGENTE" TO MOTIVO-W
                END-IF
           END-READ.
           IF MOTIVO-W NOT = SPACES
              GO TO VERIFICA-BASE-CONTRATO-FIM.
           MOVE ALBUM-W TO ALBUM-REC1.
           START RCD101 KEY IS NOT LESS CHAVE-ALBUM-REC1 INVALID KEY
                 MOVE "10" TO ST-RCD101
           END-START.
           PERFORM UNTIL ST-RCD101 = "10"
              READ RCD101 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD101
              NOT AT END
                   IF ALBUM-REC1 NOT = ALBUM-W
                      MOVE "10" TO ST-RCD101
                   ELSE
                      IF DTA-BAIXA-REC1 = ZEROS
                         MOVE "PARCELA EM ABERTO NO ALBUM" TO MOTIVO-W
                         MOVE "10" TO ST-RCD101
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD101.
       VERIFICA-BASE-CONTRATO-FIM.
           CONTINUE.

       VERIFICA-MANDATO-ATIVO SECTION.
           MOVE ZEROS TO NR-CONTRATO-CO125 SEQ-MEMBRO-CO125.
           START COD125 KEY IS NOT LESS CHAVE-CO125 INVALID KEY
                 MOVE "10" TO ST-COD125
           END-START.
           PERFORM UNTIL ST-COD125 = "10"
              READ COD125 NEXT RECORD AT END
                   MOVE "10" TO ST-COD125
              NOT AT END
                   IF CPF-CO125 = CPF-W AND DATA-FIM-CO125 = ZEROS
                      MOVE "MANDATO ATIVO NA COMISSAO" TO MOTIVO-W
                      MOVE "10" TO ST-COD125
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD125.

      *    consentimento de marketing ou imagem vigente = o titular
      *    quer continuar conosco
       VERIFICA-CONSENTIMENTO SECTION.
           MOVE 2 TO FINALIDADE-W.
           PERFORM LE-ULTIMO-CONSENTIMENTO.
           IF ULT-SITUACAO-W = 1
              MOVE "CONSENTIMENTO DE MARKETING VIGENTE" TO MOTIVO-W
              GO TO VERIFICA-CONSENTIMENTO-FIM.
           MOVE 3 TO FINALIDADE-W.
           PERFORM LE-ULTIMO-CONSENTIMENTO.
           IF ULT-SITUACAO-W = 1
              MOVE "CONSENTIMENTO DE IMAGEM VIGENTE" TO MOTIVO-W.
       VERIFICA-CONSENTIMENTO-FIM.
           CONTINUE.

      *    formandos de contrato encerrado ha mais de N anos
       VARRE-CONTRATOS-ENCERRADOS SECTION.
           MOVE ZEROS TO COD-COMPL-CG11.
           START CGD011 KEY IS NOT LESS COD-COMPL-CG11 INVALID KEY
                 MOVE "10" TO ST-CGD011
           END-START.
           PERFORM UNTIL ST-CGD011 = "10"
                      OR QT-ANON-W NOT < 2000
              READ CGD011 NEXT RECORD AT END
                   MOVE "10" TO ST-CGD011
              NOT AT END
                   IF CLASSIF-CG11 NOT = 0
                      MOVE "10" TO ST-CGD011
                   ELSE
                      PERFORM AVALIA-FORMANDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CGD011.

       AVALIA-FORMANDO SECTION.
      *    ja anonimizado: nada sobrou p/ apagar
           IF CPF-CG11 = ZEROS AND RG-CG11 = SPACES
              AND E-MAIL-CG11 = SPACES AND NOME-MAE-CG11 = SPACES
              GO TO AVALIA-FORMANDO-FIM.
           MOVE CODIGO-CG11 TO ALBUM-W.
           DIVIDE ALBUM-W BY 10000 GIVING CONTRATO-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                GO TO AVALIA-FORMANDO-FIM
           END-READ.
           IF SITUACAO-CO40 NOT = 3
              GO TO AVALIA-FORMANDO-FIM.
           MOVE CONTRATO-W TO NR-CONTRATO-CO132.
           READ COD132 INVALID KEY
                GO TO AVALIA-FORMANDO-FIM
           END-READ.
           IF DATA-ENCERR-CO132 = ZEROS
              OR DATA-ENCERR-CO132 > DATA-CORTE-W
              GO TO AVALIA-FORMANDO-FIM.
           MOVE SPACES TO MOTIVO-W.
           PERFORM VERIFICA-BASE-CONTRATO.
           MOVE CPF-CG11 TO CPF-W.
           IF MOTIVO-W = SPACES AND CPF-W NOT = ZEROS
              PERFORM VERIFICA-CONSENTIMENTO.
           IF MOTIVO-W = SPACES AND CPF-W NOT = ZEROS
              AND COD125-OK-W = 1
              PERFORM VERIFICA-MANDATO-ATIVO.
           MOVE CPF-W           TO LINDET-REL (1: 11).
           MOVE CLASSIF-CG11    TO LINDET-REL (14: 1).
           MOVE "-"             TO LINDET-REL (15: 1).
           MOVE CODIGO-CG11     TO LINDET-REL (16: 8).
           IF MOTIVO-W NOT = SPACES
              ADD 1 TO QT-RETIDOS-W
              MOVE "RETIDO -" TO LINDET-REL (27: 8)
              MOVE MOTIVO-W   TO LINDET-REL (36: 40)
              PERFORM IMPRIME-LINDET
              GO TO AVALIA-FORMANDO-FIM.
           MOVE "CONTRATO ENCERRADO EM" TO LINDET-REL (27: 21).
           MOVE DATA-ENCERR-CO132 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W    TO DATA-E.
           MOVE DATA-E            TO LINDET-REL (49: 10).
           MOVE "- ANONIMIZADO"   TO LINDET-REL (60: 13).
           PERFORM IMPRIME-LINDET.
           MOVE 1 TO QT-CLIENTES-W I.
           MOVE CLASSIF-CG11 TO TC-CLASSIF (1).
           MOVE CODIGO-CG11  TO TC-CODIGO (1).
           PERFORM INCLUI-ANONIMIZA.
       AVALIA-FORMANDO-FIM.
           CONTINUE.

       INCLUI-ANONIMIZA SECTION.
           IF QT-ANON-W NOT < 2000
              GO TO INCLUI-ANONIMIZA-FIM.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-ANON-W
              IF TA-CLASSIF (J) = TC-CLASSIF (I)
                 AND TA-CODIGO (J) = TC-CODIGO (I)
                 AND TA-CPF (J) = CPF-W
                 GO TO INCLUI-ANONIMIZA-FIM
              END-IF
           END-PERFORM.
           ADD 1 TO QT-ANON-W.
           MOVE CPF-W          TO TA-CPF (QT-ANON-W).
           MOVE TC-CLASSIF (I) TO TA-CLASSIF (QT-ANON-W).
           MOVE TC-CODIGO (I)  TO TA-CODIGO (QT-ANON-W).
       INCLUI-ANONIMIZA-FIM.
           CONTINUE.

      *    apaga o dado pessoal, mantem cidade e codigos (estatistica
      *    e financeiro guardado por obrigacao legal)
       ANONIMIZA-CLIENTE SECTION.
           IF TA-CLASSIF (J) = 9
              GO TO ANONIMIZA-CLIENTE-FIM.
           MOVE TA-CLASSIF (J) TO CLASSIF-CG11.
           MOVE TA-CODIGO (J)  TO CODIGO-CG11.
           READ CGD011 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE SPACES TO ENDERECO1-CG11 BAIRRO1-CG11
                               EMPRESA-CG11 ENDERECO2-CG11
                               BAIRRO2-CG11 E-MAIL-CG11 RG-CG11
                               NOME-PAI-CG11 NOME-MAE-CG11
                MOVE ZEROS  TO CEP1-CG11 FONE1-CG11 CX-POSTAL1-CG11
                               CEP2-CG11 FONE2-CG11 RAMAL2-CG11
                               CX-POSTAL2-CG11 CELULAR-CG11 FAX-CG11
                               CPF-CG11 DATA-NASC-CG11
                REWRITE REG-CGD011 INVALID KEY
                        DISPLAY "ERRO REGRAVANDO CGD011: " ST-CGD011
                END-REWRITE
           END-READ.
           MOVE TA-CLASSIF (J) TO CLASSIF-CG10.
           MOVE TA-CODIGO (J)  TO CODIGO-CG10.
           READ CGD010 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE "TITULAR ANONIMIZADO (LGPD)" TO COMPRADOR-CG10
                REWRITE REG-CGD010 INVALID KEY
                        DISPLAY "ERRO REGRAVANDO CGD010: " ST-CGD010
                END-REWRITE
           END-READ.
           IF TA-CLASSIF (J) NOT = 0
              GO TO ANONIMIZA-CLIENTE-FIM.
           MOVE TA-CODIGO (J) TO ALBUM-MT19.
           READ MTD019 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE "FORMANDO ANONIMIZADO (LGPD)" TO NOME-FORM-MT19
                MOVE ZEROS TO FONE-MT19
                REWRITE REG-MTD019 INVALID KEY
                        DISPLAY "ERRO REGRAVANDO MTD019: " ST-MTD019
                END-REWRITE
           END-READ.
      *    a imagem sai da galeria online (cancelada na proxima
      *    exportacao p/ a plataforma)
           IF MTD064-OK-W = 1
              MOVE TA-CODIGO (J) TO ALBUM-MT64
              READ MTD064 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   IF SITUACAO-MT64 NOT = 9
                      MOVE 9 TO SITUACAO-MT64
                      MOVE USUARIO-W TO USUARIO-MT64
                      REWRITE REG-MTD064 INVALID KEY
                           DISPLAY "ERRO REGRAVANDO MTD064: "
                                   ST-MTD064
                      END-REWRITE
                   END-IF
              END-READ
           END-IF.
       ANONIMIZA-CLIENTE-FIM.
           CONTINUE.

       ANONIMIZA-MENSAGENS SECTION.
           MOVE ZEROS TO SEQ-NT100.
           START NTD100 KEY IS NOT LESS SEQ-NT100 INVALID KEY
                 MOVE "10" TO ST-NTD100
           END-START.
           PERFORM UNTIL ST-NTD100 = "10"
              READ NTD100 NEXT RECORD AT END
                   MOVE "10" TO ST-NTD100
              NOT AT END
                   MOVE ZEROS TO ACHOU-W
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > QT-ANON-W OR ACHOU-W = 1
                      IF TA-CLASSIF (J) = 0
                         AND TA-CODIGO (J) = ALBUM-NT100
                         MOVE 1 TO ACHOU-W
                      END-IF
                   END-PERFORM
                   IF ACHOU-W = 1
                      AND (DESTINO-NT100 NOT = SPACES
                           OR TEXTO-NT100 NOT = SPACES)
                      MOVE SPACES TO DESTINO-NT100 TEXTO-NT100
                      REWRITE REG-NTD100 INVALID KEY
                           DISPLAY "ERRO REGRAVANDO NTD100: "
                                   ST-NTD100
                      END-REWRITE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-NTD100.

      *    ex-membro da comissao (o de mandato vigente ficou retido)
       ANONIMIZA-COMISSAO SECTION.
           MOVE ZEROS TO NR-CONTRATO-CO125 SEQ-MEMBRO-CO125.
           START COD125 KEY IS NOT LESS CHAVE-CO125 INVALID KEY
                 MOVE "10" TO ST-COD125
           END-START.
           PERFORM UNTIL ST-COD125 = "10"
              READ COD125 NEXT RECORD AT END
                   MOVE "10" TO ST-COD125
              NOT AT END
                   MOVE ZEROS TO ACHOU-W
                   IF CPF-CO125 NOT = ZEROS
                      AND DATA-FIM-CO125 NOT = ZEROS
                      PERFORM VARYING J FROM 1 BY 1
                              UNTIL J > QT-ANON-W OR ACHOU-W = 1
                         IF TA-CPF (J) = CPF-CO125
                            MOVE 1 TO ACHOU-W
                         END-IF
                      END-PERFORM
                   END-IF
                   IF ACHOU-W = 1
                      MOVE "MEMBRO ANONIMIZADO (LGPD)" TO NOME-CO125
                      MOVE ZEROS TO CPF-CO125 FONE-CO125
                      REWRITE REG-COD125 INVALID KEY
                           DISPLAY "ERRO REGRAVANDO COD125: "
                                   ST-COD125
                      END-REWRITE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD125.

      *----------------------------------------------------------------
      *    OPCAO 5 - SOLICITACOES EM ABERTO E O PRAZO LEGAL
      *----------------------------------------------------------------
       RELATORIO-PENDENTES SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE "SOLICITACOES DE TITULARES EM ABERTO (LGPD)"
                TO CAB01-TITULO.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "NUMERO TIPO         CPF          SOLICITANTE"
                TO CAB02-TEXTO (1: 44).
           MOVE "                    ABERTA EM   PRAZO       SITUACAO"
                TO CAB02-TEXTO (45: 53).
           PERFORM CABECALHO.
           MOVE ZEROS TO NR-SOLIC-CG41.
           START CGD041 KEY IS NOT LESS NR-SOLIC-CG41 INVALID KEY
                 MOVE "10" TO ST-CGD041
           END-START.
           PERFORM UNTIL ST-CGD041 = "10"
              READ CGD041 NEXT RECORD AT END
                   MOVE "10" TO ST-CGD041
              NOT AT END
                   IF SITUACAO-CG41 = 0
                      PERFORM IMPRIME-PENDENTE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CGD041.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       IMPRIME-PENDENTE SECTION.
           MOVE NR-SOLIC-CG41          TO LINDET-REL (1: 6).
           MOVE NOME-TIPO-W (TIPO-CG41) TO LINDET-REL (8: 12).
           MOVE CPF-CG41               TO LINDET-REL (21: 11).
           MOVE NOME-SOLIC-CG41        TO LINDET-REL (34: 30).
           MOVE DATA-SOLIC-CG41        TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W         TO DATA-E.
           MOVE DATA-E                 TO LINDET-REL (65: 10).
           MOVE DATA-PRAZO-CG41        TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W         TO DATA-E.
           MOVE DATA-E                 TO LINDET-REL (77: 10).
           IF DATA-PRAZO-CG41 < DATA-SISTEMA-N
              MOVE DATA-PRAZO-CG41 TO GRDIFD-DATA1
              MOVE DATA-SISTEMA-N  TO GRDIFD-DATA2
              CALL "GRDIFD" USING GRDIFD-PARAMETROS
              MOVE "VENCIDA HA"    TO LINDET-REL (89: 10)
              MOVE GRDIFD-DIAS     TO LINDET-REL (100: 5)
              MOVE "DIAS"          TO LINDET-REL (106: 4)
           ELSE
              MOVE DATA-SISTEMA-N  TO GRDIFD-DATA1
              MOVE DATA-PRAZO-CG41 TO GRDIFD-DATA2
              CALL "GRDIFD" USING GRDIFD-PARAMETROS
              MOVE "VENCE EM"      TO LINDET-REL (89: 8)
              MOVE GRDIFD-DIAS     TO LINDET-REL (98: 5)
              MOVE "DIAS"          TO LINDET-REL (104: 4).
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
           CLOSE CGD010 CGD011 CGD040 CGD041 MTD019 COD040 RCD101.
           IF MTD064-OK-W = 1
              CLOSE MTD064.
           IF COD125-OK-W = 1
              CLOSE COD125.
           IF COD132-OK-W = 1
              CLOSE COD132.
           IF NTD100-OK-W = 1
              CLOSE NTD100.

       END PROGRAM CGP040.
