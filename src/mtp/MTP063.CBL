       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTP063.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: GALERIA ONLINE DO FORMANDO (MTD064) - SUBSTITUI O DVD.
      *        CADA ALBUM COM ARQUIVOS NO MANIFESTO VID102 GANHA UM
      *        CODIGO DE ACESSO PESSOAL DE 8 LETRAS/NUMEROS, LIBERADO
      *        QUANDO AS PARCELAS DA VENDA DO ALBUM (RCD100/RCD101)
      *        ESTAO TODAS PAGAS OU QUANDO A GALERIA E VENDIDA AVULSA
      *        COMO PRODUTO DIGITAL (PARCELAS RCD101 ORIGEM 2), E
      *        VALIDO POR N DIAS A PARTIR DA LIBERACAO.
      *        OPCAO 1 - GERA OS CODIGOS DO CONTRATO (RODAR DE NOVO SO
      *          GERA P/ OS ALBUNS NOVOS NO MANIFESTO);
      *        OPCAO 2 - VENDA AVULSA DA GALERIA (OU RENOVACAO DE UMA
      *          VENCIDA), COM AS PARCELAS NO RCD101 E O FECHAMENTO
      *          MENSAL (CAP022);
      *        OPCAO 3 - LIBERACAO: LIBERA AS QUITADAS, VENCE AS QUE
      *          PASSARAM DA VALIDADE E CANCELA AS DE VENDA DEVOLVIDA;
      *        OPCAO 4 - EXPORTA O ARQUIVO DE AUTORIZACAO P/ A
      *          PLATAFORMA (LINHA C = CODIGO, L-LIBERA/B-BLOQUEIA;
      *          LINHA A = ARQUIVO DO MANIFESTO LIBERADO NO CODIGO),
      *          SO COM O QUE MUDOU DESDE A ULTIMA EXPORTACAO OU TUDO;
      *        OPCAO 5 - IMPORTA O LOG DE ACESSO/DOWNLOAD DA PLATAFORMA
      *          (MARCA ".IMP" CONTRA IMPORTAR DUAS VEZES), SOMANDO OS
      *          ACESSOS NO MTD064 E OS DISPOSITIVOS NO MTD065;
      *        OPCAO 6 - RELATORIO DAS GALERIAS PAGAS NUNCA ACESSADAS
      *          E DOS CODIGOS USADOS EM MAIS DISPOSITIVOS QUE O
      *          LIMITE (CODIGO REPASSADO).
      *        O CODIGO SAI TAMBEM NO CARNE (RCP116) E NO MANIFESTO
      *        DO ROMANEIO DE ENTREGA (MTP051).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MTPX064.
           COPY MTPX065.
           COPY MTPX019.
           COPY VIPX102.
           COPY RCPX100.
           COPY RCPX101.
           SELECT AUTORIZA ASSIGN TO PATH-GALERIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-AUTORIZA.
           SELECT LOGACESSO ASSIGN TO PATH-GALERIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-LOGACESSO.
           SELECT MARCAIMP ASSIGN TO PATH-MARCAIMP
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-MARCAIMP.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY MTPW064.
           COPY MTPW065.
           COPY MTPW019.
           COPY VIPW102.
           COPY RCPW100.
           COPY RCPW101.
       FD  AUTORIZA.
       01  REG-AUT-CODIGO.
           05  AC-TIPO             PIC X.
           05  AC-CODIGO           PIC X(8).
           05  AC-ALBUM            PIC 9(8).
           05  AC-NOME             PIC X(30).
           05  AC-ACAO             PIC X.
      *    ACAO = L-LIBERA  B-BLOQUEIA
           05  AC-VALIDADE         PIC 9(8).
       01  REG-AUT-ARQUIVO.
           05  AA-TIPO             PIC X.
           05  AA-CODIGO           PIC X(8).
           05  AA-EVENTO           PIC 9(5).
           05  AA-SEQ-ARQ          PIC 9(4).
           05  AA-NOME-ARQ         PIC X(40).
       FD  LOGACESSO.
       01  REG-LOGACESSO.
           05  LG-CODIGO           PIC X(8).
           05  LG-DATA             PIC 9(8).
           05  LG-HORA             PIC 9(4).
           05  LG-TIPO             PIC X.
      *    TIPO = A-ACESSO  D-DOWNLOAD
           05  LG-DISPOSITIVO      PIC X(20).
           05  LG-ARQUIVO          PIC X(40).
       FD  MARCAIMP.
       01  REG-MARCAIMP.
           05  MARCA-DATA          PIC 9(8).
           05  MARCA-QTDE          PIC 9(5).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-MTD064             PIC XX       VALUE SPACES.
           05  ST-MTD065             PIC XX       VALUE SPACES.
           05  ST-MTD019             PIC XX       VALUE SPACES.
           05  ST-VID102             PIC XX       VALUE SPACES.
           05  ST-RCD100             PIC XX       VALUE SPACES.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ST-AUTORIZA           PIC XX       VALUE SPACES.
           05  ST-LOGACESSO          PIC XX       VALUE SPACES.
           05  ST-MARCAIMP           PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  NOVO-W                PIC 9        VALUE ZEROS.
           05  TIPO-REL-W            PIC 9        VALUE ZEROS.
           05  CONTRATO-W            PIC 9(4)     VALUE ZEROS.
           05  ALBUM-W               PIC 9(8)     VALUE ZEROS.
           05  DIAS-VALIDADE-W       PIC 9(4)     VALUE ZEROS.
           05  LIMITE-DISP-W         PIC 9(3)     VALUE ZEROS.
           05  CODIGO-W              PIC X(8)     VALUE SPACES.
           05  SIT-X-W               PIC X        VALUE SPACES.
           05  QT-ARQ-W              PIC 9(5)     VALUE ZEROS.
           05  QT-ALB-W              PIC 9(3)     VALUE ZEROS.
           05  QT-ALB-ABERTO-W       PIC 9(3)     VALUE ZEROS.
           05  QT-AVU-W              PIC 9(3)     VALUE ZEROS.
           05  QT-AVU-ABERTO-W       PIC 9(3)     VALUE ZEROS.
           05  ULT-PARC-AVU-W        PIC 9(2)     VALUE ZEROS.
           05  VENDA-ATIVA-W         PIC 9        VALUE ZEROS.
           05  QUITADO-ALBUM-W       PIC 9        VALUE ZEROS.
           05  QUITADO-AVULSA-W      PIC 9        VALUE ZEROS.
           05  QT-GERADOS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-ARQ-W          PIC 9(5)     VALUE ZEROS.
           05  QT-LIBERADAS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-VENCIDAS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-CANCELADAS-W       PIC 9(5)     VALUE ZEROS.
           05  QT-EXPORTADOS-W       PIC 9(5)     VALUE ZEROS.
           05  QT-LINHAS-W           PIC 9(5)     VALUE ZEROS.
           05  QT-IMPORTADAS-W       PIC 9(5)     VALUE ZEROS.
           05  QT-EXCECOES-W         PIC 9(5)     VALUE ZEROS.
           05  QT-NUNCA-W            PIC 9(5)     VALUE ZEROS.
           05  QT-REPASSE-W          PIC 9(5)     VALUE ZEROS.
           05  VALOR-AVULSO-W        PIC 9(6)V99  VALUE ZEROS.
           05  QT-PARC-W             PIC 9(2)     VALUE ZEROS.
           05  VENCTO1-W             PIC 9(8)     VALUE ZEROS.
           05  VENCTO-PARC-W         PIC 9(8)     VALUE ZEROS.
           05  TIPO-PARC-W           PIC 9        VALUE ZEROS.
           05  VLR-PARCELA-W         PIC 9(6)V99  VALUE ZEROS.
           05  VLR-ULT-PARC-W        PIC 9(6)V99  VALUE ZEROS.
           05  SEMENTE-W             PIC 9(15)    VALUE ZEROS.
           05  NADA-W                PIC 9(15)    VALUE ZEROS.
           05  RESTO-SEM-W           PIC 9(15)    VALUE ZEROS.
           05  RESTO-W               PIC 9(2)     VALUE ZEROS.
           05  HORA-W                PIC 9(8)     VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  K                     PIC 9(2)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZZ.ZZ9,99.
           05  QT-E                  PIC ZZZ.ZZ9.
           05  FONE-E                PIC 9999B9999.
           05  DATA-INVERTE-W        PIC X(8).

      *    alfabeto do codigo sem 0/O e 1/I, que o formando confunde
       01  LETRAS-W                  PIC X(32)    VALUE
           "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".

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

       01  GRDIFD-PARAMETROS.
           05  GRDIFD-DATA1          PIC 9(8).
           05  GRDIFD-DATA2          PIC 9(8).
           05  GRDIFD-DIAS           PIC 9(5).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-MTD064       PIC X(60)    VALUE SPACES.
           05  PATH-MTD065       PIC X(60)    VALUE SPACES.
           05  PATH-MTD019       PIC X(60)    VALUE SPACES.
           05  PATH-VID102       PIC X(60)    VALUE SPACES.
           05  PATH-RCD100       PIC X(60)    VALUE SPACES.
           05  PATH-RCD101       PIC X(60)    VALUE SPACES.
           05  PATH-MARCAIMP     PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.
           05  PATH-GALERIA      PIC X(60)    VALUE SPACES.

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
           05  FILLER            PIC X(20)  VALUE "MTP063 - EMPRESA ".
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
                  WHEN 1 PERFORM GERA-CODIGOS
                  WHEN 2 PERFORM VENDA-AVULSA
                  WHEN 3 PERFORM PROCESSA-LIBERACAO
                  WHEN 4 PERFORM EXPORTA-AUTORIZACAO
                  WHEN 5 PERFORM IMPORTA-LOG
                  WHEN 6 PERFORM RELATORIO-USO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-GERA CODIGOS  2-VENDA AVULSA  3-LIBERACAO  "
                   "4-EXPORTA  5-IMPORTA LOG  6-RELATORIO: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 6
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF (OPCAO-W = 4 OR OPCAO-W = 5) AND PATH-GALERIA = SPACES
              DISPLAY "INFORME O ARQUIVO DA PLATAFORMA NA LINHA DE "
                      "COMANDO (EMPRESA + CAMINHO)"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W = 1 OR OPCAO-W = 2
                 DISPLAY "USUARIO: " WITH NO ADVANCING
                 ACCEPT USUARIO-W
              END-IF
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "MTD064"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD064
              MOVE "MTD065"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD065
              MOVE "MTD019"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD019
              MOVE "VID102"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-VID102
              MOVE "RCD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD100
              MOVE "RCD101"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-RCD101
              OPEN I-O MTD064 MTD065 RCD101
              IF ST-MTD064 = "35"
                 CLOSE MTD064      OPEN OUTPUT MTD064
                 CLOSE MTD064      OPEN I-O MTD064
              END-IF
              IF ST-MTD065 = "35"
                 CLOSE MTD065      OPEN OUTPUT MTD065
                 CLOSE MTD065      OPEN I-O MTD065
              END-IF
              OPEN INPUT MTD019 VID102 RCD100
              IF ST-MTD064 > "09"
                 DISPLAY "ERRO ABERTURA MTD064: " ST-MTD064
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD065 > "09"
                 DISPLAY "ERRO ABERTURA MTD065: " ST-MTD065
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RCD101 > "09"
                 DISPLAY "ERRO ABERTURA RCD101: " ST-RCD101
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD019 > "09"
                 DISPLAY "ERRO ABERTURA MTD019: " ST-MTD019
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-VID102 > "09"
                 DISPLAY "ERRO ABERTURA VID102: " ST-VID102
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-RCD100 > "09"
                 DISPLAY "ERRO ABERTURA RCD100: " ST-RCD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 PERFORM FINALIZA-PROGRAMA
              END-IF.

      *----------------------------------------------------------------
      *    OPCAO 1 - GERA OS CODIGOS DO CONTRATO
      *----------------------------------------------------------------
       GERA-CODIGOS SECTION.
           DISPLAY "CONTRATO.....................: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           DISPLAY "DIAS DE VALIDADE (0 = 365)...: " WITH NO ADVANCING.
           ACCEPT DIAS-VALIDADE-W.
           IF DIAS-VALIDADE-W = ZEROS
              MOVE 365 TO DIAS-VALIDADE-W.
           MOVE ZEROS TO QT-GERADOS-W QT-SEM-ARQ-W QT-LIBERADAS-W.
           MOVE CONTRATO-W TO CONTRATO-MT19.
           MOVE SPACES     TO NOME-FORM-MT19.
           START MTD019 KEY IS NOT LESS ALT-MT19 INVALID KEY
                 MOVE "10" TO ST-MTD019
           END-START.
           PERFORM UNTIL ST-MTD019 = "10"
              READ MTD019 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD019
              NOT AT END
                   IF CONTRATO-MT19 NOT = CONTRATO-W
                      MOVE "10" TO ST-MTD019
                   ELSE
                      PERFORM GERA-CODIGO-ALBUM
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD019.
           DISPLAY "CODIGOS GERADOS: " QT-GERADOS-W
                   "  LIBERADOS JA QUITADOS: " QT-LIBERADAS-W
                   "  SEM ARQUIVOS NO MANIFESTO: " QT-SEM-ARQ-W.

       GERA-CODIGO-ALBUM SECTION.
           MOVE ALBUM-MT19 TO ALBUM-W.
           PERFORM CONTA-ARQUIVOS.
           MOVE ALBUM-W TO ALBUM-MT64.
           READ MTD064 INVALID KEY
                MOVE 1 TO NOVO-W
           NOT INVALID KEY
                MOVE 0 TO NOVO-W
           END-READ.
           IF NOVO-W = 0
              MOVE QT-ARQ-W TO QT-ARQUIVOS-MT64
              PERFORM REGRAVA-GALERIA
              GO TO GERA-CODIGO-ALBUM-FIM.
           IF QT-ARQ-W = ZEROS
              ADD 1 TO QT-SEM-ARQ-W
              GO TO GERA-CODIGO-ALBUM-FIM.
           PERFORM NOVA-GALERIA.
           PERFORM VERIFICA-LIBERACAO.
           WRITE REG-MTD064 INVALID KEY
                 DISPLAY "ERRO GRAVANDO MTD064: " ST-MTD064
                 GO TO GERA-CODIGO-ALBUM-FIM
           END-WRITE.
           ADD 1 TO QT-GERADOS-W.
       GERA-CODIGO-ALBUM-FIM.
           CONTINUE.

      *    monta o registro novo do ALBUM-W com codigo inedito
       NOVA-GALERIA SECTION.
           PERFORM SORTEIA-CODIGO.
           INITIALIZE REG-MTD064.
           MOVE ALBUM-W          TO ALBUM-MT64.
           MOVE CODIGO-W         TO CODIGO-MT64.
           MOVE ALBUM-W (1: 4)   TO CONTRATO-MT64.
           MOVE QT-ARQ-W         TO QT-ARQUIVOS-MT64.
           MOVE DATA-SISTEMA-N   TO DATA-GERACAO-MT64.
           MOVE DIAS-VALIDADE-W  TO DIAS-VALIDADE-MT64.
           MOVE 0                TO SITUACAO-MT64 FORMA-MT64.
           MOVE SPACES           TO SIT-EXPORT-MT64.
           MOVE USUARIO-W        TO USUARIO-MT64.

      *    8 sorteios do gerador de Park-Miller (x 16807 mod 2^31-1)
      *    sobre o alfabeto de 32; repete ate o codigo nao existir
       SORTEIA-CODIGO SECTION.
           IF SEMENTE-W = ZEROS
              ACCEPT HORA-W FROM TIME
              COMPUTE SEMENTE-W = HORA-W + (ALBUM-W * 7) + 1.
           MOVE 1 TO ACHOU-W.
           PERFORM UNTIL ACHOU-W = 0
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > 8
                 COMPUTE SEMENTE-W = SEMENTE-W * 16807
                 DIVIDE SEMENTE-W BY 2147483647 GIVING NADA-W
                        REMAINDER RESTO-SEM-W
                 MOVE RESTO-SEM-W TO SEMENTE-W
                 DIVIDE SEMENTE-W BY 32 GIVING NADA-W
                        REMAINDER RESTO-W
                 MOVE LETRAS-W (RESTO-W + 1: 1) TO CODIGO-W (K: 1)
              END-PERFORM
              MOVE CODIGO-W TO CODIGO-MT64
              READ MTD064 KEY IS CODIGO-MT64 INVALID KEY
                   MOVE 0 TO ACHOU-W
              END-READ
           END-PERFORM.

      *    arquivos presentes no servidor (VID102) ligados ao album
       CONTA-ARQUIVOS SECTION.
           MOVE ZEROS   TO QT-ARQ-W.
           MOVE ALBUM-W TO ALBUM-V102.
           MOVE ZEROS   TO EVENTO-V102 SEQ-ARQ-V102.
           START VID102 KEY IS NOT LESS ALT1-V102 INVALID KEY
                 MOVE "10" TO ST-VID102
           END-START.
           PERFORM UNTIL ST-VID102 = "10"
              READ VID102 NEXT RECORD AT END
                   MOVE "10" TO ST-VID102
              NOT AT END
                   IF ALBUM-V102 NOT = ALBUM-W
                      MOVE "10" TO ST-VID102
                   ELSE
                      IF SITUACAO-V102 = 0
                         ADD 1 TO QT-ARQ-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-VID102.

      *    parcelas do album: as da venda (ORIGEM espaco) so contam
      *    com a venda ainda no RCD100 (devolvida = sem direito); as
      *    da galeria avulsa (ORIGEM 2) valem sozinhas
       LEVANTA-PAGAMENTO SECTION.
           MOVE ZEROS TO QT-ALB-W QT-ALB-ABERTO-W QT-AVU-W
                         QT-AVU-ABERTO-W ULT-PARC-AVU-W
                         QUITADO-ALBUM-W QUITADO-AVULSA-W.
           MOVE ALBUM-MT64 TO ALBUM-REC.
           READ RCD100 INVALID KEY
                MOVE 0 TO VENDA-ATIVA-W
           NOT INVALID KEY
                MOVE 1 TO VENDA-ATIVA-W
           END-READ.
           MOVE ALBUM-MT64 TO ALBUM-REC1.
           START RCD101 KEY IS NOT LESS CHAVE-ALBUM-REC1 INVALID KEY
                 MOVE "10" TO ST-RCD101
           END-START.
           PERFORM UNTIL ST-RCD101 = "10"
              READ RCD101 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD101
              NOT AT END
                   IF ALBUM-REC1 NOT = ALBUM-MT64
                      MOVE "10" TO ST-RCD101
                   ELSE
                      PERFORM SOMA-PARCELA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RCD101.
           IF VENDA-ATIVA-W = 1 AND QT-ALB-W > ZEROS
              AND QT-ALB-ABERTO-W = ZEROS
              MOVE 1 TO QUITADO-ALBUM-W.
           IF QT-AVU-W > ZEROS AND QT-AVU-ABERTO-W = ZEROS
              MOVE 1 TO QUITADO-AVULSA-W.

       SOMA-PARCELA SECTION.
           IF ORIGEM-GALERIA-REC1
              ADD 1 TO QT-AVU-W
              IF DTA-BAIXA-REC1 = ZEROS
                 ADD 1 TO QT-AVU-ABERTO-W
              END-IF
              IF PARCELA-REC1 > ULT-PARC-AVU-W
                 MOVE PARCELA-REC1 TO ULT-PARC-AVU-W
              END-IF
           ELSE
              IF NOT ORIGEM-AVULSA-REC1
                 ADD 1 TO QT-ALB-W
                 IF DTA-BAIXA-REC1 = ZEROS
                    ADD 1 TO QT-ALB-ABERTO-W.

      *    a quitacao do album libera so a primeira vez; depois de
      *    vencida, so uma venda avulsa (renovacao) paga libera de novo
       VERIFICA-LIBERACAO SECTION.
           IF SITUACAO-MT64 = 9
              GO TO VERIFICA-LIBERACAO-FIM.
           PERFORM LEVANTA-PAGAMENTO.
           EVALUATE SITUACAO-MT64
               WHEN 0
                    IF QUITADO-AVULSA-W = 1
                       MOVE 2 TO FORMA-MT64
                       PERFORM LIBERA-GALERIA
                    ELSE
                       IF QUITADO-ALBUM-W = 1
                          AND DATA-LIBERACAO-MT64 = ZEROS
                          MOVE 1 TO FORMA-MT64
                          PERFORM LIBERA-GALERIA
                       END-IF
                    END-IF
               WHEN 1
                    IF QUITADO-ALBUM-W = 0 AND QUITADO-AVULSA-W = 0
                       MOVE 9 TO SITUACAO-MT64
                       ADD 1 TO QT-CANCELADAS-W
                    ELSE
                       IF DATA-VALIDADE-MT64 < DATA-SISTEMA-N
                          MOVE 8 TO SITUACAO-MT64
                          ADD 1 TO QT-VENCIDAS-W
                       END-IF
                    END-IF
           END-EVALUATE.
       VERIFICA-LIBERACAO-FIM.
           CONTINUE.

       LIBERA-GALERIA SECTION.
           MOVE 1              TO SITUACAO-MT64.
           MOVE DATA-SISTEMA-N TO DATA-LIBERACAO-MT64.
           IF DIAS-VALIDADE-MT64 = ZEROS
              MOVE 365 TO DIAS-VALIDADE-MT64.
           MOVE DATA-SISTEMA-N TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DDMMAA.
           MOVE DIAS-VALIDADE-MT64 TO GRDIAS-NUM-DIAS.
           CALL "GRADAY1" USING PARAMETROS-GRADAY1.
           MOVE DDMMAA TO DATA-INVERTE-W.
           CALL "GRIDAT2" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-VALIDADE-MT64.
           ADD 1 TO QT-LIBERADAS-W.

       REGRAVA-GALERIA SECTION.
           REWRITE REG-MTD064 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO MTD064: " ST-MTD064
           END-REWRITE.

      *----------------------------------------------------------------
      *    OPCAO 2 - VENDA AVULSA / RENOVACAO DA GALERIA
      *----------------------------------------------------------------
       VENDA-AVULSA SECTION.
           DISPLAY "ALBUM........................: " WITH NO ADVANCING.
           ACCEPT ALBUM-W.
           MOVE ALBUM-W TO ALBUM-MT19.
           READ MTD019 INVALID KEY
                DISPLAY "ALBUM NAO ENCONTRADO NO MTD019"
                GO TO VENDA-AVULSA-FIM
           END-READ.
           DISPLAY NOME-FORM-MT19.
           MOVE ALBUM-W TO ALBUM-MT64.
           READ MTD064 INVALID KEY
                MOVE 1 TO NOVO-W
           NOT INVALID KEY
                MOVE 0 TO NOVO-W
           END-READ.
           IF NOVO-W = 1
              PERFORM CONTA-ARQUIVOS
              IF QT-ARQ-W = ZEROS
                 DISPLAY "ALBUM SEM ARQUIVOS NO MANIFESTO VID102"
                 GO TO VENDA-AVULSA-FIM
              END-IF
              MOVE ZEROS TO DIAS-VALIDADE-W
              PERFORM NOVA-GALERIA
           ELSE
              EVALUATE SITUACAO-MT64
                  WHEN 1
                       MOVE DATA-VALIDADE-MT64 TO DATA-INVERTE-W
                       CALL "GRIDAT1" USING DATA-INVERTE-W
                       MOVE DATA-INVERTE-W TO DATA-E
                       DISPLAY "GALERIA JA LIBERADA ATE " DATA-E
                       GO TO VENDA-AVULSA-FIM
                  WHEN 9
                       DISPLAY "GALERIA CANCELADA (VENDA DEVOLVIDA)"
                       GO TO VENDA-AVULSA-FIM
              END-EVALUATE.
           PERFORM LEVANTA-PAGAMENTO.
           IF QT-AVU-ABERTO-W > ZEROS
              DISPLAY "VENDA AVULSA JA LANCADA - AGUARDANDO O "
                      "PAGAMENTO DE " QT-AVU-ABERTO-W " PARCELA(S)"
              GO TO VENDA-AVULSA-FIM.
           IF QT-ALB-ABERTO-W > ZEROS AND SITUACAO-MT64 = 0
              DISPLAY "ATENCAO: A GALERIA SAI LIBERADA NA QUITACAO DO "
                      "ALBUM (" QT-ALB-ABERTO-W
                      " PARCELA(S) EM ABERTO)".
           DISPLAY "VALOR DA GALERIA.............: " WITH NO ADVANCING.
           ACCEPT VALOR-AVULSO-W.
           IF VALOR-AVULSO-W = ZEROS
              GO TO VENDA-AVULSA-FIM.
           DISPLAY "DIAS DE VALIDADE (0 = 365)...: " WITH NO ADVANCING.
           ACCEPT DIAS-VALIDADE-W.
           IF DIAS-VALIDADE-W = ZEROS
              MOVE 365 TO DIAS-VALIDADE-W.
           PERFORM FATURA-GALERIA.
           IF ERRO-W = 1
              MOVE 0 TO ERRO-W
              GO TO VENDA-AVULSA-FIM.
           MOVE 0               TO SITUACAO-MT64.
           MOVE VALOR-AVULSO-W  TO VALOR-AVULSO-MT64.
           MOVE DIAS-VALIDADE-W TO DIAS-VALIDADE-MT64.
           MOVE USUARIO-W       TO USUARIO-MT64.
           IF NOVO-W = 1
              WRITE REG-MTD064 INVALID KEY
                    DISPLAY "ERRO GRAVANDO MTD064: " ST-MTD064
              END-WRITE
           ELSE
              PERFORM REGRAVA-GALERIA.
           DISPLAY "CODIGO DA GALERIA: " CODIGO-MT64
                   " - LIBERADO NA QUITACAO DAS PARCELAS".
       VENDA-AVULSA-FIM.
           CONTINUE.

      *    parcelas da galeria no RCD101 com ORIGEM 2 e NUMERO 999999
      *    (fora da numeracao das parcelas da venda do album)
       FATURA-GALERIA SECTION.
           MOVE EMPRESA-W      TO CAP022-EMPRESA.
           MOVE "CR"           TO CAP022-MODULO.
           MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO.
           CALL "CAP022" USING PARAMETROS-CAP022.
           IF CAP022-MES-FECHADO
              DISPLAY "MES FECHADO P/ O CONTAS A RECEBER - "
                      "LIBERE NO CAP021"
              MOVE 1 TO ERRO-W
              GO TO FATURA-GALERIA-FIM.
           DISPLAY "QUANTIDADE DE PARCELAS.......: " WITH NO ADVANCING.
           ACCEPT QT-PARC-W.
           DISPLAY "1O VENCIMENTO (AAAAMMDD).....: " WITH NO ADVANCING.
           ACCEPT VENCTO1-W.
           DISPLAY "MEIO (1-CHEQUE 2-MOEDA 4-DUPL 5-DEB.AUT "
                   "6-CARTAO 7-PIX): " WITH NO ADVANCING.
           ACCEPT TIPO-PARC-W.
           IF QT-PARC-W = ZEROS OR VENCTO1-W < DATA-SISTEMA-N
              OR TIPO-PARC-W = 0 OR TIPO-PARC-W = 3
              OR TIPO-PARC-W = 8 OR TIPO-PARC-W = 9
              OR ULT-PARC-AVU-W + QT-PARC-W > 99
              DISPLAY "PARCELAMENTO INVALIDO - NADA FOI GRAVADO"
              MOVE 1 TO ERRO-W
              GO TO FATURA-GALERIA-FIM.
           DIVIDE VALOR-AVULSO-W BY QT-PARC-W GIVING VLR-PARCELA-W.
           COMPUTE VLR-ULT-PARC-W = VALOR-AVULSO-W
                   - (VLR-PARCELA-W * (QT-PARC-W - 1)).
           MOVE VENCTO1-W TO VENCTO-PARC-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-PARC-W
              PERFORM GERA-PARCELA-GALERIA
              PERFORM AVANCA-VENCIMENTO
           END-PERFORM.
       FATURA-GALERIA-FIM.
           CONTINUE.

       GERA-PARCELA-GALERIA SECTION.
           INITIALIZE REG-RCD101.
           MOVE ALBUM-W       TO ALBUM-REC1.
           MOVE VENCTO-PARC-W TO VENCTO-REC1.
           MOVE ZEROS         TO BANCO-REC1.
           MOVE 999999        TO NUMERO-REC1.
           COMPUTE PARCELA-REC1 = ULT-PARC-AVU-W + I.
           MOVE TIPO-PARC-W   TO TIPO-REC1.
           MOVE QT-PARC-W     TO QT-PARCELA-REC1.
           MOVE "2"           TO ORIGEM-REC1.
           IF I = QT-PARC-W
              MOVE VLR-ULT-PARC-W TO VALOR-REC1
           ELSE
              MOVE VLR-PARCELA-W  TO VALOR-REC1.
           WRITE REG-RCD101 INVALID KEY
                 DISPLAY "ERRO GRAVANDO RCD101: " ST-RCD101
           END-WRITE.
           MOVE VENCTO-PARC-W TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE VALOR-REC1 TO VALOR-E.
           DISPLAY "  PARCELA " PARCELA-REC1 " VENCE " DATA-E " "
                   VALOR-E.

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
      *    OPCAO 3 - LIBERACAO / VENCIMENTO / CANCELAMENTO
      *----------------------------------------------------------------
       PROCESSA-LIBERACAO SECTION.
           MOVE ZEROS TO QT-LIBERADAS-W QT-VENCIDAS-W QT-CANCELADAS-W.
           MOVE ZEROS TO ALBUM-MT64.
           START MTD064 KEY IS NOT LESS ALBUM-MT64 INVALID KEY
                 MOVE "10" TO ST-MTD064
           END-START.
           PERFORM UNTIL ST-MTD064 = "10"
              READ MTD064 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD064
              NOT AT END
                   IF SITUACAO-MT64 < 2
                      PERFORM VERIFICA-LIBERACAO
                      PERFORM REGRAVA-GALERIA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD064.
           DISPLAY "LIBERADAS: " QT-LIBERADAS-W
                   "  VENCIDAS: " QT-VENCIDAS-W
                   "  CANCELADAS: " QT-CANCELADAS-W.

      *----------------------------------------------------------------
      *    OPCAO 4 - ARQUIVO DE AUTORIZACAO P/ A PLATAFORMA
      *----------------------------------------------------------------
       EXPORTA-AUTORIZACAO SECTION.
           DISPLAY "REENVIAR TODAS AS LIBERADAS (S/N): "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           OPEN OUTPUT AUTORIZA.
           IF ST-AUTORIZA > "09"
              DISPLAY "ERRO ABRINDO ARQUIVO DE AUTORIZACAO: "
                      ST-AUTORIZA
              GO TO EXPORTA-AUTORIZACAO-FIM.
           MOVE ZEROS TO QT-EXPORTADOS-W QT-LINHAS-W.
           MOVE ZEROS TO ALBUM-MT64.
           START MTD064 KEY IS NOT LESS ALBUM-MT64 INVALID KEY
                 MOVE "10" TO ST-MTD064
           END-START.
           PERFORM UNTIL ST-MTD064 = "10"
              READ MTD064 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD064
              NOT AT END
                   IF SITUACAO-MT64 > 0
                      MOVE SITUACAO-MT64 TO SIT-X-W
                      IF SIT-X-W NOT = SIT-EXPORT-MT64
                         OR (CONFIRMA-W = "S" AND SITUACAO-MT64 = 1)
                         PERFORM EXPORTA-CODIGO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD064.
           CLOSE AUTORIZA.
           DISPLAY "CODIGOS EXPORTADOS: " QT-EXPORTADOS-W
                   "  LINHAS NO ARQUIVO: " QT-LINHAS-W.
       EXPORTA-AUTORIZACAO-FIM.
           CONTINUE.

       EXPORTA-CODIGO SECTION.
           MOVE ALBUM-MT64 TO ALBUM-MT19.
           READ MTD019 INVALID KEY
                MOVE SPACES TO NOME-FORM-MT19
           END-READ.
           MOVE SPACES             TO REG-AUT-CODIGO.
           MOVE "C"                TO AC-TIPO.
           MOVE CODIGO-MT64        TO AC-CODIGO.
           MOVE ALBUM-MT64         TO AC-ALBUM.
           MOVE NOME-FORM-MT19     TO AC-NOME.
           IF SITUACAO-MT64 = 1
              MOVE "L" TO AC-ACAO
           ELSE
              MOVE "B" TO AC-ACAO.
           MOVE DATA-VALIDADE-MT64 TO AC-VALIDADE.
           WRITE REG-AUT-CODIGO.
           ADD 1 TO QT-LINHAS-W.
           IF SITUACAO-MT64 = 1
              PERFORM EXPORTA-ARQUIVOS.
           MOVE DATA-SISTEMA-N TO DATA-EXPORT-MT64.
           MOVE SITUACAO-MT64  TO SIT-EXPORT-MT64.
           PERFORM REGRAVA-GALERIA.
           ADD 1 TO QT-EXPORTADOS-W.

       EXPORTA-ARQUIVOS SECTION.
           MOVE ZEROS      TO QT-ARQ-W.
           MOVE ALBUM-MT64 TO ALBUM-V102.
           MOVE ZEROS      TO EVENTO-V102 SEQ-ARQ-V102.
           START VID102 KEY IS NOT LESS ALT1-V102 INVALID KEY
                 MOVE "10" TO ST-VID102
           END-START.
           PERFORM UNTIL ST-VID102 = "10"
              READ VID102 NEXT RECORD AT END
                   MOVE "10" TO ST-VID102
              NOT AT END
                   IF ALBUM-V102 NOT = ALBUM-MT64
                      MOVE "10" TO ST-VID102
                   ELSE
                      IF SITUACAO-V102 = 0
                         MOVE SPACES        TO REG-AUT-ARQUIVO
                         MOVE "A"           TO AA-TIPO
                         MOVE CODIGO-MT64   TO AA-CODIGO
                         MOVE EVENTO-V102   TO AA-EVENTO
                         MOVE SEQ-ARQ-V102  TO AA-SEQ-ARQ
                         MOVE NOME-ARQ-V102 TO AA-NOME-ARQ
                         WRITE REG-AUT-ARQUIVO
                         ADD 1 TO QT-LINHAS-W QT-ARQ-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES   TO ST-VID102.
           MOVE QT-ARQ-W TO QT-ARQUIVOS-MT64.

      *----------------------------------------------------------------
      *    OPCAO 5 - IMPORTA O LOG DE ACESSO DA PLATAFORMA
      *----------------------------------------------------------------
       IMPORTA-LOG SECTION.
           PERFORM MONTA-PATH-MARCA.
           OPEN INPUT MARCAIMP.
           IF ST-MARCAIMP < "10"
              DISPLAY "LOG JA IMPORTADO (MARCA .IMP PRESENTE)"
              CLOSE MARCAIMP
              GO TO IMPORTA-LOG-FIM.
           CLOSE MARCAIMP.
           OPEN INPUT LOGACESSO.
           IF ST-LOGACESSO > "09"
              DISPLAY "ERRO ABRINDO O LOG DE ACESSO: " ST-LOGACESSO
              GO TO IMPORTA-LOG-FIM.
           OPEN OUTPUT RELAT.
           MOVE "IMPORTACAO DO LOG DA GALERIA - EXCECOES"
                TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "CODIGO"         TO CAB02-TEXTO (1: 6).
           MOVE "DATA"           TO CAB02-TEXTO (11: 4).
           MOVE "DISPOSITIVO"    TO CAB02-TEXTO (23: 11).
           MOVE "OCORRENCIA"     TO CAB02-TEXTO (45: 10).
           PERFORM CABECALHO.
           MOVE ZEROS TO QT-IMPORTADAS-W QT-EXCECOES-W.
           PERFORM UNTIL ST-LOGACESSO = "10"
              READ LOGACESSO AT END
                   MOVE "10" TO ST-LOGACESSO
              NOT AT END
                   PERFORM IMPORTA-UM-ACESSO
              END-READ
           END-PERFORM.
           CLOSE LOGACESSO.
           OPEN OUTPUT MARCAIMP.
           MOVE DATA-SISTEMA-N  TO MARCA-DATA.
           MOVE QT-IMPORTADAS-W TO MARCA-QTDE.
           WRITE REG-MARCAIMP.
           CLOSE MARCAIMP.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "IMPORTADOS: "   TO LINDET-REL (1: 12).
           MOVE QT-IMPORTADAS-W  TO QT-E.
           MOVE QT-E             TO LINDET-REL (13: 7).
           MOVE "EXCECOES: "     TO LINDET-REL (23: 10).
           MOVE QT-EXCECOES-W    TO QT-E.
           MOVE QT-E             TO LINDET-REL (33: 7).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
           DISPLAY "IMPORTADOS: " QT-IMPORTADAS-W
                   "  EXCECOES: " QT-EXCECOES-W.
       IMPORTA-LOG-FIM.
           CONTINUE.

       MONTA-PATH-MARCA SECTION.
           MOVE SPACES TO PATH-MARCAIMP.
           MOVE PATH-GALERIA TO PATH-MARCAIMP.
           PERFORM VARYING I FROM 56 BY -1
                   UNTIL I < 1 OR PATH-MARCAIMP (I: 1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           ADD 1 TO I.
           MOVE ".IMP" TO PATH-MARCAIMP (I: 4).

      *    codigo desconhecido nao grava nada; uso de galeria que nao
      *    esta liberada e somado mas sai como excecao (plataforma
      *    fora de sincronia - reexportar)
       IMPORTA-UM-ACESSO SECTION.
           MOVE LG-CODIGO TO CODIGO-MT64.
           READ MTD064 KEY IS CODIGO-MT64 INVALID KEY
                MOVE "CODIGO DESCONHECIDO" TO LINDET-REL (45: 19)
                PERFORM IMPRIME-EXCECAO
                GO TO IMPORTA-UM-ACESSO-FIM
           END-READ.
           IF SITUACAO-MT64 NOT = 1
              MOVE "USO COM GALERIA NAO LIBERADA"
                   TO LINDET-REL (45: 28)
              PERFORM IMPRIME-EXCECAO.
           IF LG-TIPO = "D"
              ADD 1 TO QT-DOWNLOADS-MT64
           ELSE
              ADD 1 TO QT-ACESSOS-MT64.
           IF DATA-PRIM-ACESSO-MT64 = ZEROS
              OR LG-DATA < DATA-PRIM-ACESSO-MT64
              MOVE LG-DATA TO DATA-PRIM-ACESSO-MT64.
           IF LG-DATA > DATA-ULT-ACESSO-MT64
              MOVE LG-DATA TO DATA-ULT-ACESSO-MT64.
           MOVE ALBUM-MT64     TO ALBUM-MT65.
           MOVE LG-DISPOSITIVO TO DISPOSITIVO-MT65.
           READ MTD065 INVALID KEY
                INITIALIZE REG-MTD065
                MOVE ALBUM-MT64     TO ALBUM-MT65
                MOVE LG-DISPOSITIVO TO DISPOSITIVO-MT65
                MOVE LG-DATA        TO DATA-PRIM-MT65
                MOVE 1              TO NOVO-W
                ADD 1 TO QT-DISPOSITIVOS-MT64
           NOT INVALID KEY
                MOVE 0              TO NOVO-W
           END-READ.
           IF LG-TIPO = "D"
              ADD 1 TO QT-DOWNLOADS-MT65
           ELSE
              ADD 1 TO QT-ACESSOS-MT65.
           IF LG-DATA > DATA-ULT-MT65
              MOVE LG-DATA TO DATA-ULT-MT65.
           IF NOVO-W = 1
              WRITE REG-MTD065 INVALID KEY
                    DISPLAY "ERRO GRAVANDO MTD065: " ST-MTD065
              END-WRITE
           ELSE
              REWRITE REG-MTD065 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO MTD065: " ST-MTD065
              END-REWRITE.
           PERFORM REGRAVA-GALERIA.
           ADD 1 TO QT-IMPORTADAS-W.
       IMPORTA-UM-ACESSO-FIM.
           CONTINUE.

       IMPRIME-EXCECAO SECTION.
           ADD 1 TO QT-EXCECOES-W.
           MOVE LG-CODIGO      TO LINDET-REL (1: 8).
           MOVE LG-DATA        TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE DATA-E         TO LINDET-REL (11: 10).
           MOVE LG-DISPOSITIVO TO LINDET-REL (23: 20).
           PERFORM IMPRIME-LINDET.

      *----------------------------------------------------------------
      *    OPCAO 6 - PAGAS SEM ACESSO / CODIGO REPASSADO
      *----------------------------------------------------------------
       RELATORIO-USO SECTION.
           DISPLAY "CONTRATO (0 = TODOS).........: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           DISPLAY "LIMITE DE DISPOSITIVOS (0=3).: " WITH NO ADVANCING.
           ACCEPT LIMITE-DISP-W.
           IF LIMITE-DISP-W = ZEROS
              MOVE 3 TO LIMITE-DISP-W.
           MOVE ZEROS TO QT-NUNCA-W QT-REPASSE-W.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE "GALERIAS PAGAS NUNCA ACESSADAS" TO CAB01-TITULO.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "ALBUM"          TO CAB02-TEXTO (1: 5).
           MOVE "FORMANDO"       TO CAB02-TEXTO (10: 8).
           MOVE "FONE"           TO CAB02-TEXTO (42: 4).
           MOVE "CODIGO"         TO CAB02-TEXTO (53: 6).
           MOVE "LIBERADA"       TO CAB02-TEXTO (63: 8).
           MOVE "VALIDADE"       TO CAB02-TEXTO (75: 8).
           MOVE "SIT"            TO CAB02-TEXTO (87: 3).
           PERFORM CABECALHO.
           MOVE 1 TO TIPO-REL-W.
           PERFORM VARRE-GALERIAS.
           MOVE 99 TO LIN.
           MOVE "CODIGOS EM MAIS DISPOSITIVOS QUE O LIMITE"
                TO CAB01-TITULO.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "ALBUM"          TO CAB02-TEXTO (1: 5).
           MOVE "FORMANDO / DISPOSITIVO" TO CAB02-TEXTO (10: 22).
           MOVE "CODIGO"         TO CAB02-TEXTO (42: 6).
           MOVE "DISP"           TO CAB02-TEXTO (52: 4).
           MOVE "ACESSOS"        TO CAB02-TEXTO (58: 7).
           MOVE "DOWNLOADS"      TO CAB02-TEXTO (67: 9).
           MOVE "ULTIMO"         TO CAB02-TEXTO (79: 6).
           MOVE 2 TO TIPO-REL-W.
           PERFORM VARRE-GALERIAS.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "PAGAS SEM ACESSO: "  TO LINDET-REL (1: 18).
           MOVE QT-NUNCA-W            TO QT-E.
           MOVE QT-E                  TO LINDET-REL (19: 7).
           MOVE "ACIMA DO LIMITE: "   TO LINDET-REL (30: 17).
           MOVE QT-REPASSE-W          TO QT-E.
           MOVE QT-E                  TO LINDET-REL (47: 7).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

      *    TIPO-REL-W 1 = pagas sem acesso, 2 = acima do limite
       VARRE-GALERIAS SECTION.
           IF CONTRATO-W = ZEROS
              MOVE ZEROS TO ALBUM-MT64
           ELSE
              COMPUTE ALBUM-MT64 = CONTRATO-W * 10000.
           START MTD064 KEY IS NOT LESS ALBUM-MT64 INVALID KEY
                 MOVE "10" TO ST-MTD064
           END-START.
           PERFORM UNTIL ST-MTD064 = "10"
              READ MTD064 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD064
              NOT AT END
                   IF CONTRATO-W NOT = ZEROS
                      AND CONTRATO-MT64 NOT = CONTRATO-W
                      MOVE "10" TO ST-MTD064
                   ELSE
                      IF TIPO-REL-W = 1
                         IF FORMA-MT64 > 0 AND QT-ACESSOS-MT64 = 0
                            AND QT-DOWNLOADS-MT64 = 0
                            AND SITUACAO-MT64 NOT = 9
                            PERFORM IMPRIME-NUNCA-ACESSADA
                         END-IF
                      ELSE
                         IF QT-DISPOSITIVOS-MT64 > LIMITE-DISP-W
                            PERFORM IMPRIME-REPASSE
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD064.

       IMPRIME-NUNCA-ACESSADA SECTION.
           ADD 1 TO QT-NUNCA-W.
           MOVE ALBUM-MT64 TO ALBUM-MT19.
           READ MTD019 INVALID KEY
                MOVE SPACES TO NOME-FORM-MT19
                MOVE ZEROS  TO FONE-MT19
           END-READ.
           MOVE ALBUM-MT64       TO LINDET-REL (1: 8).
           MOVE NOME-FORM-MT19   TO LINDET-REL (10: 30).
           MOVE FONE-MT19        TO FONE-E.
           MOVE FONE-E           TO LINDET-REL (42: 9).
           MOVE CODIGO-MT64      TO LINDET-REL (53: 8).
           MOVE DATA-LIBERACAO-MT64 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W   TO DATA-E.
           MOVE DATA-E           TO LINDET-REL (63: 10).
           MOVE DATA-VALIDADE-MT64 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W   TO DATA-E.
           MOVE DATA-E           TO LINDET-REL (75: 10).
           IF SITUACAO-MT64 = 8
              MOVE "VENCIDA"     TO LINDET-REL (87: 7)
           ELSE
              MOVE "LIBERADA"    TO LINDET-REL (87: 8).
           PERFORM IMPRIME-LINDET.

       IMPRIME-REPASSE SECTION.
           ADD 1 TO QT-REPASSE-W.
           MOVE ALBUM-MT64 TO ALBUM-MT19.
           READ MTD019 INVALID KEY
                MOVE SPACES TO NOME-FORM-MT19
           END-READ.
           MOVE ALBUM-MT64           TO LINDET-REL (1: 8).
           MOVE NOME-FORM-MT19       TO LINDET-REL (10: 30).
           MOVE CODIGO-MT64          TO LINDET-REL (42: 8).
           MOVE QT-DISPOSITIVOS-MT64 TO LINDET-REL (52: 3).
           MOVE QT-ACESSOS-MT64      TO QT-E.
           MOVE QT-E                 TO LINDET-REL (58: 7).
           MOVE QT-DOWNLOADS-MT64    TO QT-E.
           MOVE QT-E                 TO LINDET-REL (67: 7).
           MOVE DATA-ULT-ACESSO-MT64 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W       TO DATA-E.
           MOVE DATA-E               TO LINDET-REL (79: 10).
           PERFORM IMPRIME-LINDET.
           MOVE ALBUM-MT64 TO ALBUM-MT65.
           MOVE SPACES     TO DISPOSITIVO-MT65.
           START MTD065 KEY IS NOT LESS CHAVE-MT65 INVALID KEY
                 MOVE "10" TO ST-MTD065
           END-START.
           PERFORM UNTIL ST-MTD065 = "10"
              READ MTD065 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD065
              NOT AT END
                   IF ALBUM-MT65 NOT = ALBUM-MT64
                      MOVE "10" TO ST-MTD065
                   ELSE
                      MOVE DISPOSITIVO-MT65  TO LINDET-REL (12: 20)
                      MOVE QT-ACESSOS-MT65   TO QT-E
                      MOVE QT-E              TO LINDET-REL (58: 7)
                      MOVE QT-DOWNLOADS-MT65 TO QT-E
                      MOVE QT-E              TO LINDET-REL (67: 7)
                      MOVE DATA-ULT-MT65     TO DATA-INVERTE-W
                      CALL "GRIDAT1" USING DATA-INVERTE-W
                      MOVE DATA-INVERTE-W    TO DATA-E
                      MOVE DATA-E            TO LINDET-REL (79: 10)
                      PERFORM IMPRIME-LINDET
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD065.

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
           CLOSE MTD064 MTD065 RCD101 MTD019 VID102 RCD100.

       END PROGRAM MTP063.
