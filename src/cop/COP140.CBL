       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP140.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: ASSINATURA ELETRONICA DO CONTRATO E DOS ADITIVOS - O
      *        COP124 IMPRIME E O COP121 VERSIONA, MAS ASSINAR AINDA
      *        ERA CORRER ATRAS DE VINTE MEMBROS DA COMISSAO PELO
      *        CAMPUS COM O PAPEL NA MAO.
      *        OPCAO 1 - ENVIO: MONTA O ENVIO (COD140) DO CONTRATO OU
      *          DE UMA VERSAO DE ADITIVO COM OS MEMBROS VIGENTES DA
      *          COMISSAO (COD125 - NOME, CPF, CARGO) E O E-MAIL DE
      *          CADA UM (COD141), E GRAVA O ARQUIVO DE TROCA P/ O
      *          PROVEDOR DE ASSINATURA (LINHA H DO DOCUMENTO + UMA
      *          LINHA S POR SIGNATARIO);
      *        OPCAO 2 - RETORNO DO PROVEDOR: SITUACAO DE CADA
      *          SIGNATARIO (E-ENVIADO V-VISUALIZADO A-ASSINADO
      *          R-RECUSADO) E A LINHA C DE CONCLUSAO COM O HASH DO
      *          DOCUMENTO ASSINADO; CONCLUIDO, GRAVA A DATA NO
      *          COD040 (ASSINATURA-CO40) OU NO COD121;
      *        OPCAO 3 - PENDENCIAS: ENVIOS AINDA SEM TODAS AS
      *          ASSINATURAS (QUEM FALTA) E CONTRATOS VIGENTES SEM
      *          ASSINATURA NEM ENVIO.
      *        ENQUANTO NAO ESTA ASSINADO O CONTRATO NAO ENTRA NA
      *        PRODUCAO NEM NO CRONOGRAMA (ROTINA COP141).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX040.
           COPY COPX121.
           COPY COPX125.
           COPY COPX140.
           COPY COPX141.
           SELECT ARQ-ENVIO ASSIGN TO PATH-ARQ-ASSIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-ARQ-ENVIO.
           SELECT ARQ-RETORNO ASSIGN TO PATH-ARQ-ASSIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-ARQ-RETORNO.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY COPW040.
           COPY COPW121.
           COPY COPW125.
           COPY COPW140.
           COPY COPW141.
       FD  ARQ-ENVIO.
       01  REG-ARQ-ENVIO.
           05  EV-TIPO-REG           PIC X(1).
      *    EV-TIPO-REG = H-DOCUMENTO  S-SIGNATARIO
           05  EV-ENVELOPE           PIC 9(8).
           05  EV-DADOS              PIC X(106).
           05  EV-DOCUMENTO REDEFINES EV-DADOS.
               10  EV-EMPRESA        PIC X(3).
               10  EV-ARQUIVO        PIC X(60).
               10  EV-DATA           PIC 9(8).
               10  EV-QT-SIGNAT      PIC 9(2).
               10  FILLER            PIC X(33).
           05  EV-SIGNATARIO REDEFINES EV-DADOS.
               10  EV-SEQ            PIC 9(3).
               10  EV-NOME           PIC X(30).
               10  EV-CPF            PIC 9(11).
               10  EV-EMAIL          PIC X(50).
               10  EV-CARGO          PIC 9(1).
               10  FILLER            PIC X(11).
       FD  ARQ-RETORNO.
       01  REG-ARQ-RETORNO.
           05  RT-ENVELOPE           PIC 9(8).
           05  RT-SEQ                PIC 9(3).
           05  RT-CPF                PIC 9(11).
           05  RT-STATUS             PIC X(1).
      *    RT-STATUS = E-ENVIADO V-VISUALIZADO A-ASSINADO R-RECUSADO
      *                C-CONCLUIDO (RT-SEQ = 000, COM RT-HASH)
           05  RT-DATA               PIC 9(8).
           05  RT-HASH               PIC X(64).
           05  RT-MOTIVO             PIC X(30).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(110).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD121             PIC XX       VALUE SPACES.
           05  ST-COD125             PIC XX       VALUE SPACES.
           05  ST-COD140             PIC XX       VALUE SPACES.
           05  ST-COD141             PIC XX       VALUE SPACES.
           05  ST-ARQ-ENVIO          PIC XX       VALUE SPACES.
           05  ST-ARQ-RETORNO        PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  ACAO-W                PIC 9        VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  DOCUMENTO-W           PIC X(60)    VALUE SPACES.
           05  EMAIL-W               PIC X(50)    VALUE SPACES.
           05  NOVA-SITUACAO-W       PIC 9        VALUE ZEROS.
           05  QT-SIGNAT-W           PIC 9(2)     VALUE ZEROS.
           05  QT-ASSINADOS-W        PIC 9(2)     VALUE ZEROS.
           05  QT-LIDAS-W            PIC 9(5)     VALUE ZEROS.
           05  QT-ATUALIZADAS-W      PIC 9(5)     VALUE ZEROS.
           05  QT-REJEITADAS-W       PIC 9(5)     VALUE ZEROS.
           05  QT-CONCLUIDOS-W       PIC 9(5)     VALUE ZEROS.
           05  QT-RECUSADOS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-PENDENTES-W        PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-ENVIO-W        PIC 9(5)     VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  I                     PIC 9(2)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  DATA-INVERTE-W        PIC X(8).

      *    identificacao do envio no arquivo de troca
       01  ENVELOPE-W.
           05  ENV-CONTRATO-W        PIC 9(4).
           05  ENV-TIPO-DOC-W        PIC 9(1).
           05  ENV-VERSAO-W          PIC 9(3).
       01  ENVELOPE-N REDEFINES ENVELOPE-W PIC 9(8).

      *    signatarios do envio montados antes de gravar
       01  TAB-SIGNATARIOS.
           05  TS-SIGNAT OCCURS 30 TIMES.
               10  TS-SEQ            PIC 9(3).
               10  TS-NOME           PIC X(30).
               10  TS-CPF            PIC 9(11).
               10  TS-EMAIL          PIC X(50).
               10  TS-CARGO          PIC 9(1).

       01  TEXTO-SITUACOES.
           05  FILLER  PIC X(12) VALUE "A ENVIAR    ".
           05  FILLER  PIC X(12) VALUE "ENVIADO     ".
           05  FILLER  PIC X(12) VALUE "VISUALIZADO ".
           05  FILLER  PIC X(12) VALUE "ASSINADO    ".
           05  FILLER  PIC X(12) VALUE "RECUSADO    ".
       01  RED-SITUACOES REDEFINES TEXTO-SITUACOES.
           05  NOME-SITUACAO-W OCCURS 5 PIC X(12).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-COD040       PIC X(60)    VALUE SPACES.
           05  PATH-COD121       PIC X(60)    VALUE SPACES.
           05  PATH-COD125       PIC X(60)    VALUE SPACES.
           05  PATH-COD140       PIC X(60)    VALUE SPACES.
           05  PATH-COD141       PIC X(60)    VALUE SPACES.
           05  PATH-ARQ-ASSIN    PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "COP140 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(14)  VALUE SPACES.
           05  FILLER            PIC X(66)  VALUE
               "PENDENCIAS DE ASSINATURA ELETRONICA".
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  CAB02-TEXTO       PIC X(110) VALUE SPACES.
       01  LINDET.
           05  LINDET-REL        PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM PREPARA-ENVIO
                  WHEN 2 PERFORM IMPORTA-RETORNO
                  WHEN 3 PERFORM LISTA-PENDENCIAS
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-ENVIO P/ ASSINATURA  2-RETORNO DO PROVEDOR  "
                   "3-PENDENCIAS: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 3
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              IF OPCAO-W = 1
                 DISPLAY "USUARIO: " WITH NO ADVANCING
                 ACCEPT USUARIO-W
              END-IF
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "COD040"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD040
              MOVE "COD121"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD121
              MOVE "COD125"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD125
              MOVE "COD140"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD140
              MOVE "COD141"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD141
              OPEN I-O COD040 COD121 COD140 COD141
              IF ST-COD140 = "35"
                 CLOSE COD140      OPEN OUTPUT COD140
                 CLOSE COD140      OPEN I-O COD140
              END-IF
              IF ST-COD141 = "35"
                 CLOSE COD141      OPEN OUTPUT COD141
                 CLOSE COD141      OPEN I-O COD141
              END-IF
              OPEN INPUT COD125
              IF ST-COD040 > "09"
                 DISPLAY "ERRO ABERTURA COD040: " ST-COD040
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-COD121 > "09"
                 MOVE "10" TO ST-COD121
              END-IF
              IF ST-COD125 > "09"
                 DISPLAY "ERRO ABERTURA COD125: " ST-COD125
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-COD140 > "09"
                 DISPLAY "ERRO ABERTURA COD140: " ST-COD140
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-COD141 > "09"
                 DISPLAY "ERRO ABERTURA COD141: " ST-COD141
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 PERFORM FINALIZA-PROGRAMA
              END-IF.

      *----------------------------------------------------------------
      *    OPCAO 1 - MONTA O ENVIO E GRAVA O ARQUIVO P/ O PROVEDOR
      *----------------------------------------------------------------
       PREPARA-ENVIO SECTION.
           DISPLAY "CONTRATO: " WITH NO ADVANCING.
           ACCEPT ENV-CONTRATO-W.
           MOVE ENV-CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                DISPLAY "CONTRATO NAO ENCONTRADO"
                GO TO PREPARA-ENVIO-FIM
           END-READ.
           IF SITUACAO-CO40 NOT = 0
              DISPLAY "CONTRATO NAO ESTA VIGENTE"
              GO TO PREPARA-ENVIO-FIM.
           DISPLAY NOME-CLIENTE-CO40.
           DISPLAY "DOCUMENTO (1-CONTRATO 2-ADITIVO): "
                   WITH NO ADVANCING.
           ACCEPT ENV-TIPO-DOC-W.
           MOVE ZEROS TO ENV-VERSAO-W.
           IF ENV-TIPO-DOC-W = 2
              DISPLAY "VERSAO DO ADITIVO: " WITH NO ADVANCING
              ACCEPT ENV-VERSAO-W
              PERFORM LE-ADITIVO
           ELSE
              IF ENV-TIPO-DOC-W NOT = 1
                 DISPLAY "DOCUMENTO INVALIDO"
                 MOVE 1 TO ERRO-W.
           IF ERRO-W = 1
              MOVE 0 TO ERRO-W
              GO TO PREPARA-ENVIO-FIM.
           MOVE ENV-CONTRATO-W TO NR-CONTRATO-CO140.
           MOVE ENV-TIPO-DOC-W TO TIPO-DOC-CO140.
           MOVE ENV-VERSAO-W   TO VERSAO-CO140.
           READ COD140 INVALID KEY
                MOVE 0 TO ACAO-W
           NOT INVALID KEY
                MOVE 1 TO ACAO-W
           END-READ.
           IF ACAO-W = 1
              IF ENVIO-ASSINADO-CO140
                 DISPLAY "DOCUMENTO JA ASSINADO POR TODOS"
                 GO TO PREPARA-ENVIO-FIM
              ELSE
                 IF ENVIO-ENVIADO-CO140
                    MOVE DATA-ENVIO-CO140 TO DATA-INVERTE-W
                    CALL "GRIDAT1" USING DATA-INVERTE-W
                    MOVE DATA-INVERTE-W TO DATA-E
                    DISPLAY "JA ENVIADO EM " DATA-E
                            " - REENVIAR (S/N): " WITH NO ADVANCING
                    ACCEPT CONFIRMA-W
                    IF CONFIRMA-W NOT = "S"
                       GO TO PREPARA-ENVIO-FIM.
           PERFORM MONTA-SIGNATARIOS.
           IF ERRO-W = 1
              MOVE 0 TO ERRO-W
              GO TO PREPARA-ENVIO-FIM.
           DISPLAY "ARQUIVO DO DOCUMENTO GERADO (COP124): "
                   WITH NO ADVANCING.
           ACCEPT DOCUMENTO-W.
           IF DOCUMENTO-W = SPACES
              DISPLAY "ARQUIVO DO DOCUMENTO OBRIGATORIO"
              GO TO PREPARA-ENVIO-FIM.
           DISPLAY "ARQUIVO DE TROCA P/ O PROVEDOR (CAMINHO): "
                   WITH NO ADVANCING.
           ACCEPT PATH-ARQ-ASSIN.
           OPEN OUTPUT ARQ-ENVIO.
           IF ST-ARQ-ENVIO > "09"
              DISPLAY "ERRO ABERTURA ARQ-ENVIO: " ST-ARQ-ENVIO
              GO TO PREPARA-ENVIO-FIM.
           PERFORM REMOVE-SIGNATARIOS.
           IF ACAO-W = 0
              INITIALIZE REG-COD140
              MOVE ENV-CONTRATO-W TO NR-CONTRATO-CO140
              MOVE ENV-TIPO-DOC-W TO TIPO-DOC-CO140
              MOVE ENV-VERSAO-W   TO VERSAO-CO140.
           MOVE DOCUMENTO-W    TO DOCUMENTO-CO140.
           MOVE DATA-SISTEMA-N TO DATA-ENVIO-CO140.
           MOVE 1              TO SITUACAO-CO140.
           MOVE QT-SIGNAT-W    TO QT-SIGNATARIOS-CO140.
           MOVE ZEROS          TO QT-ASSINADOS-CO140
                                  DATA-CONCLUSAO-CO140
                                  DATA-ULT-RETORNO-CO140.
           MOVE SPACES         TO HASH-DOC-CO140.
           MOVE USUARIO-W      TO USUARIO-CO140.
           IF ACAO-W = 1
              REWRITE REG-COD140 INVALID KEY
                      DISPLAY "ERRO REGRAVANDO COD140: " ST-COD140
              END-REWRITE
           ELSE
              WRITE REG-COD140 INVALID KEY
                    DISPLAY "ERRO GRAVANDO COD140: " ST-COD140
              END-WRITE.
           MOVE SPACES         TO REG-ARQ-ENVIO.
           MOVE "H"            TO EV-TIPO-REG.
           MOVE ENVELOPE-N     TO EV-ENVELOPE.
           MOVE EMPRESA-W      TO EV-EMPRESA.
           MOVE DOCUMENTO-W    TO EV-ARQUIVO.
           MOVE DATA-SISTEMA-N TO EV-DATA.
           MOVE QT-SIGNAT-W    TO EV-QT-SIGNAT.
           WRITE REG-ARQ-ENVIO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-SIGNAT-W
              PERFORM GRAVA-SIGNATARIO
           END-PERFORM.
           CLOSE ARQ-ENVIO.
           DISPLAY "ENVIO " ENVELOPE-N " GRAVADO COM " QT-SIGNAT-W
                   " SIGNATARIO(S)".
       PREPARA-ENVIO-FIM.
           CONTINUE.

       LE-ADITIVO SECTION.
           IF ST-COD121 = "10"
              DISPLAY "SEM ADITIVOS CADASTRADOS (COP121)"
              MOVE 1 TO ERRO-W
              GO TO LE-ADITIVO-FIM.
           MOVE ENV-CONTRATO-W TO NR-CONTRATO-CO121.
           MOVE ENV-VERSAO-W   TO VERSAO-CO121.
           READ COD121 INVALID KEY
                DISPLAY "ADITIVO NAO REGISTRADO NO COP121"
                MOVE 1 TO ERRO-W
                GO TO LE-ADITIVO-FIM
           END-READ.
           DISPLAY MOTIVO-CO121.
       LE-ADITIVO-FIM.
           CONTINUE.

      *    membros vigentes da comissao; o e-mail vem do ultimo envio
      *    do mesmo membro e pode ser trocado aqui
       MONTA-SIGNATARIOS SECTION.
           MOVE ZEROS TO QT-SIGNAT-W.
           INITIALIZE TAB-SIGNATARIOS.
           MOVE ENV-CONTRATO-W TO NR-CONTRATO-CO125.
           MOVE ZEROS          TO SEQ-MEMBRO-CO125.
           START COD125 KEY IS NOT LESS CHAVE-CO125 INVALID KEY
                 MOVE "10" TO ST-COD125
           END-START.
           PERFORM UNTIL ST-COD125 = "10"
              READ COD125 NEXT RECORD AT END
                   MOVE "10" TO ST-COD125
              NOT AT END
                   IF NR-CONTRATO-CO125 NOT = ENV-CONTRATO-W
                      MOVE "10" TO ST-COD125
                   ELSE
                      IF DATA-FIM-CO125 = ZEROS
                         AND QT-SIGNAT-W < 30
                         PERFORM ACEITA-SIGNATARIO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD125.
           IF QT-SIGNAT-W = ZEROS
              DISPLAY "CONTRATO SEM MEMBRO VIGENTE NA COMISSAO "
                      "(COP125)"
              MOVE 1 TO ERRO-W.

       ACEITA-SIGNATARIO SECTION.
           PERFORM ULTIMO-EMAIL.
           DISPLAY NOME-CO125 " CPF " CPF-CO125.
           IF EMAIL-W = SPACES
              DISPLAY "E-MAIL: " WITH NO ADVANCING
           ELSE
              DISPLAY "E-MAIL (ENTER = " EMAIL-W "): "
                      WITH NO ADVANCING.
           MOVE SPACES TO EMAIL-CO141.
           ACCEPT EMAIL-CO141.
           IF EMAIL-CO141 NOT = SPACES
              MOVE EMAIL-CO141 TO EMAIL-W.
           IF EMAIL-W = SPACES
              DISPLAY "MEMBRO SEM E-MAIL - O ENVIO NAO FOI MONTADO"
              MOVE 1 TO ERRO-W
              MOVE "10" TO ST-COD125
              GO TO ACEITA-SIGNATARIO-FIM.
           ADD 1 TO QT-SIGNAT-W.
           MOVE SEQ-MEMBRO-CO125 TO TS-SEQ (QT-SIGNAT-W).
           MOVE NOME-CO125       TO TS-NOME (QT-SIGNAT-W).
           MOVE CPF-CO125        TO TS-CPF (QT-SIGNAT-W).
           MOVE EMAIL-W          TO TS-EMAIL (QT-SIGNAT-W).
           MOVE CARGO-CO125      TO TS-CARGO (QT-SIGNAT-W).
       ACEITA-SIGNATARIO-FIM.
           CONTINUE.

       ULTIMO-EMAIL SECTION.
           MOVE SPACES TO EMAIL-W.
           MOVE ENV-CONTRATO-W   TO NR-CONTRATO-CO141.
           MOVE SEQ-MEMBRO-CO125 TO SEQ-MEMBRO-CO141.
           START COD141 KEY IS NOT LESS ALT1-CO141 INVALID KEY
                 MOVE "10" TO ST-COD141
           END-START.
           PERFORM UNTIL ST-COD141 = "10"
              READ COD141 NEXT RECORD AT END
                   MOVE "10" TO ST-COD141
              NOT AT END
                   IF NR-CONTRATO-CO141 NOT = ENV-CONTRATO-W
                      OR SEQ-MEMBRO-CO141 NOT = SEQ-MEMBRO-CO125
                      MOVE "10" TO ST-COD141
                   ELSE
                      IF EMAIL-CO141 NOT = SPACES
                         MOVE EMAIL-CO141 TO EMAIL-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD141.

      *    reenvio: a lista de signatarios e refeita do COD125
       REMOVE-SIGNATARIOS SECTION.
           MOVE ENV-CONTRATO-W TO NR-CONTRATO-CO141.
           MOVE ENV-TIPO-DOC-W TO TIPO-DOC-CO141.
           MOVE ENV-VERSAO-W   TO VERSAO-CO141.
           MOVE ZEROS          TO SEQ-MEMBRO-CO141.
           START COD141 KEY IS NOT LESS CHAVE-CO141 INVALID KEY
                 MOVE "10" TO ST-COD141
           END-START.
           PERFORM UNTIL ST-COD141 = "10"
              READ COD141 NEXT RECORD AT END
                   MOVE "10" TO ST-COD141
              NOT AT END
                   IF NR-CONTRATO-CO141 NOT = ENV-CONTRATO-W
                      OR TIPO-DOC-CO141 NOT = ENV-TIPO-DOC-W
                      OR VERSAO-CO141 NOT = ENV-VERSAO-W
                      MOVE "10" TO ST-COD141
                   ELSE
                      DELETE COD141 RECORD INVALID KEY
                             DISPLAY "ERRO EXCLUINDO COD141: "
                                     ST-COD141
                      END-DELETE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD141.

       GRAVA-SIGNATARIO SECTION.
           INITIALIZE REG-COD141.
           MOVE ENV-CONTRATO-W TO NR-CONTRATO-CO141.
           MOVE ENV-TIPO-DOC-W TO TIPO-DOC-CO141.
           MOVE ENV-VERSAO-W   TO VERSAO-CO141.
           MOVE TS-SEQ (I)     TO SEQ-MEMBRO-CO141.
           MOVE TS-NOME (I)    TO NOME-CO141.
           MOVE TS-CPF (I)     TO CPF-CO141.
           MOVE TS-EMAIL (I)   TO EMAIL-CO141.
           MOVE TS-CARGO (I)   TO CARGO-CO141.
           MOVE 1              TO SITUACAO-CO141.
           MOVE DATA-SISTEMA-N TO DATA-SITUACAO-CO141.
           WRITE REG-COD141 INVALID KEY
                 DISPLAY "ERRO GRAVANDO COD141: " ST-COD141
           END-WRITE.
           MOVE SPACES         TO REG-ARQ-ENVIO.
           MOVE "S"            TO EV-TIPO-REG.
           MOVE ENVELOPE-N     TO EV-ENVELOPE.
           MOVE TS-SEQ (I)     TO EV-SEQ.
           MOVE TS-NOME (I)    TO EV-NOME.
           MOVE TS-CPF (I)     TO EV-CPF.
           MOVE TS-EMAIL (I)   TO EV-EMAIL.
           MOVE TS-CARGO (I)   TO EV-CARGO.
           WRITE REG-ARQ-ENVIO.

      *----------------------------------------------------------------
      *    OPCAO 2 - RETORNO DO PROVEDOR DE ASSINATURA
      *----------------------------------------------------------------
       IMPORTA-RETORNO SECTION.
           DISPLAY "ARQUIVO DE RETORNO DO PROVEDOR (CAMINHO): "
                   WITH NO ADVANCING.
           ACCEPT PATH-ARQ-ASSIN.
           OPEN INPUT ARQ-RETORNO.
           IF ST-ARQ-RETORNO > "09"
              DISPLAY "ERRO ABERTURA ARQ-RETORNO: " ST-ARQ-RETORNO
              GO TO IMPORTA-RETORNO-FIM.
           MOVE ZEROS TO QT-LIDAS-W QT-ATUALIZADAS-W QT-REJEITADAS-W
                         QT-CONCLUIDOS-W QT-RECUSADOS-W.
           PERFORM LE-RETORNO.
           PERFORM UNTIL ST-ARQ-RETORNO = "10"
              ADD 1 TO QT-LIDAS-W
              PERFORM PROCESSA-RETORNO
              PERFORM LE-RETORNO
           END-PERFORM.
           CLOSE ARQ-RETORNO.
           DISPLAY "LINHAS LIDAS: " QT-LIDAS-W "  ATUALIZADAS: "
                   QT-ATUALIZADAS-W "  REJEITADAS: " QT-REJEITADAS-W.
           DISPLAY "DOCUMENTOS CONCLUIDOS: " QT-CONCLUIDOS-W
                   "  RECUSADOS: " QT-RECUSADOS-W.
       IMPORTA-RETORNO-FIM.
           CONTINUE.

       LE-RETORNO SECTION.
           READ ARQ-RETORNO AT END
                MOVE "10" TO ST-ARQ-RETORNO
           END-READ.

       PROCESSA-RETORNO SECTION.
           IF RT-ENVELOPE NOT NUMERIC OR RT-SEQ NOT NUMERIC
              DISPLAY "LINHA INVALIDA IGNORADA: " REG-ARQ-RETORNO
                      (1: 30)
              ADD 1 TO QT-REJEITADAS-W
              GO TO PROCESSA-RETORNO-FIM.
           MOVE RT-ENVELOPE TO ENVELOPE-N.
           MOVE ENV-CONTRATO-W TO NR-CONTRATO-CO140.
           MOVE ENV-TIPO-DOC-W TO TIPO-DOC-CO140.
           MOVE ENV-VERSAO-W   TO VERSAO-CO140.
           READ COD140 INVALID KEY
                DISPLAY "ENVIO NAO ENCONTRADO: " RT-ENVELOPE
                ADD 1 TO QT-REJEITADAS-W
                GO TO PROCESSA-RETORNO-FIM
           END-READ.
           IF ENVIO-ASSINADO-CO140
              GO TO PROCESSA-RETORNO-FIM.
           IF RT-STATUS = "C"
              PERFORM CONCLUI-ENVIO
           ELSE
              PERFORM ATUALIZA-SIGNATARIO.
       PROCESSA-RETORNO-FIM.
           CONTINUE.

      *    a situacao do signatario so anda p/ frente (um
      *    "visualizado" atrasado nao desfaz o "assinado")
       ATUALIZA-SIGNATARIO SECTION.
           EVALUATE RT-STATUS
               WHEN "E"   MOVE 1 TO NOVA-SITUACAO-W
               WHEN "V"   MOVE 2 TO NOVA-SITUACAO-W
               WHEN "A"   MOVE 3 TO NOVA-SITUACAO-W
               WHEN "R"   MOVE 4 TO NOVA-SITUACAO-W
               WHEN OTHER
                    DISPLAY "SITUACAO INVALIDA: " RT-ENVELOPE " "
                            RT-SEQ " " RT-STATUS
                    ADD 1 TO QT-REJEITADAS-W
                    GO TO ATUALIZA-SIGNATARIO-FIM
           END-EVALUATE.
           MOVE ENV-CONTRATO-W TO NR-CONTRATO-CO141.
           MOVE ENV-TIPO-DOC-W TO TIPO-DOC-CO141.
           MOVE ENV-VERSAO-W   TO VERSAO-CO141.
           MOVE RT-SEQ         TO SEQ-MEMBRO-CO141.
           READ COD141 INVALID KEY
                DISPLAY "SIGNATARIO FORA DO ENVIO: " RT-ENVELOPE " "
                        RT-SEQ
                ADD 1 TO QT-REJEITADAS-W
                GO TO ATUALIZA-SIGNATARIO-FIM
           END-READ.
           IF RT-CPF NOT = CPF-CO141
              DISPLAY "CPF NAO CONFERE COM O SIGNATARIO: "
                      RT-ENVELOPE " " RT-SEQ
              ADD 1 TO QT-REJEITADAS-W
              GO TO ATUALIZA-SIGNATARIO-FIM.
           IF NOVA-SITUACAO-W NOT > SITUACAO-CO141
              GO TO ATUALIZA-SIGNATARIO-FIM.
           IF NOVA-SITUACAO-W = 3
              ADD 1 TO QT-ASSINADOS-CO140.
           MOVE NOVA-SITUACAO-W TO SITUACAO-CO141.
           MOVE RT-DATA         TO DATA-SITUACAO-CO141.
           IF NOVA-SITUACAO-W = 4
              MOVE RT-MOTIVO    TO MOTIVO-RECUSA-CO141
              MOVE 8            TO SITUACAO-CO140
              ADD 1 TO QT-RECUSADOS-W
              DISPLAY "RECUSADO: CONTRATO " ENV-CONTRATO-W " - "
                      NOME-CO141 " - " RT-MOTIVO.
           REWRITE REG-COD141 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO COD141: " ST-COD141
           END-REWRITE.
           MOVE DATA-SISTEMA-N TO DATA-ULT-RETORNO-CO140.
           REWRITE REG-COD140 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO COD140: " ST-COD140
           END-REWRITE.
           ADD 1 TO QT-ATUALIZADAS-W.
       ATUALIZA-SIGNATARIO-FIM.
           CONTINUE.

      *    conclusao so vale com todos os signatarios assinados
       CONCLUI-ENVIO SECTION.
           PERFORM CONTA-ASSINADOS.
           IF QT-ASSINADOS-W < QT-SIGNAT-W OR QT-SIGNAT-W = ZEROS
              DISPLAY "CONCLUSAO SEM TODAS AS ASSINATURAS IGNORADA: "
                      RT-ENVELOPE " (" QT-ASSINADOS-W " DE "
                      QT-SIGNAT-W ")"
              ADD 1 TO QT-REJEITADAS-W
              GO TO CONCLUI-ENVIO-FIM.
           IF RT-HASH = SPACES OR RT-DATA NOT NUMERIC
              OR RT-DATA = ZEROS
              DISPLAY "CONCLUSAO SEM HASH/DATA IGNORADA: " RT-ENVELOPE
              ADD 1 TO QT-REJEITADAS-W
              GO TO CONCLUI-ENVIO-FIM.
           MOVE 2              TO SITUACAO-CO140.
           MOVE QT-ASSINADOS-W TO QT-ASSINADOS-CO140.
           MOVE RT-HASH        TO HASH-DOC-CO140.
           MOVE RT-DATA        TO DATA-CONCLUSAO-CO140.
           MOVE DATA-SISTEMA-N TO DATA-ULT-RETORNO-CO140.
           REWRITE REG-COD140 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO COD140: " ST-COD140
                   GO TO CONCLUI-ENVIO-FIM
           END-REWRITE.
           IF DOC-CONTRATO-CO140
              MOVE ENV-CONTRATO-W TO NR-CONTRATO-CO40
              READ COD040 INVALID KEY
                   DISPLAY "CONTRATO SEM COD040: " ENV-CONTRATO-W
              NOT INVALID KEY
                   MOVE RT-DATA TO ASSINATURA-CO40
                   REWRITE REG-COD040 INVALID KEY
                           DISPLAY "ERRO REGRAVANDO COD040: "
                                   ST-COD040
                   END-REWRITE
              END-READ
           ELSE
              IF ST-COD121 NOT = "10"
                 MOVE ENV-CONTRATO-W TO NR-CONTRATO-CO121
                 MOVE ENV-VERSAO-W   TO VERSAO-CO121
                 READ COD121 INVALID KEY
                      DISPLAY "ADITIVO SEM COD121: " RT-ENVELOPE
                 NOT INVALID KEY
                      MOVE RT-DATA TO DATA-ASSINATURA-CO121
                      REWRITE REG-COD121 INVALID KEY
                              DISPLAY "ERRO REGRAVANDO COD121: "
                                      ST-COD121
                      END-REWRITE
                 END-READ.
           ADD 1 TO QT-CONCLUIDOS-W QT-ATUALIZADAS-W.
           DISPLAY "ASSINADO: CONTRATO " ENV-CONTRATO-W " DOC "
                   ENV-TIPO-DOC-W " VERSAO " ENV-VERSAO-W.
       CONCLUI-ENVIO-FIM.
           CONTINUE.

       CONTA-ASSINADOS SECTION.
           MOVE ZEROS TO QT-SIGNAT-W QT-ASSINADOS-W.
           MOVE ENV-CONTRATO-W TO NR-CONTRATO-CO141.
           MOVE ENV-TIPO-DOC-W TO TIPO-DOC-CO141.
           MOVE ENV-VERSAO-W   TO VERSAO-CO141.
           MOVE ZEROS          TO SEQ-MEMBRO-CO141.
           START COD141 KEY IS NOT LESS CHAVE-CO141 INVALID KEY
                 MOVE "10" TO ST-COD141
           END-START.
           PERFORM UNTIL ST-COD141 = "10"
              READ COD141 NEXT RECORD AT END
                   MOVE "10" TO ST-COD141
              NOT AT END
                   IF NR-CONTRATO-CO141 NOT = ENV-CONTRATO-W
                      OR TIPO-DOC-CO141 NOT = ENV-TIPO-DOC-W
                      OR VERSAO-CO141 NOT = ENV-VERSAO-W
                      MOVE "10" TO ST-COD141
                   ELSE
                      ADD 1 TO QT-SIGNAT-W
                      IF SIGNAT-ASSINADO-CO141
                         ADD 1 TO QT-ASSINADOS-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD141.

      *----------------------------------------------------------------
      *    OPCAO 3 - LISTA DE PENDENCIAS DE ASSINATURA
      *----------------------------------------------------------------
       LISTA-PENDENCIAS SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "CONTR DOCUMENTO      ENVIADO EM  ASSINADOS  "
                TO CAB02-TEXTO (1: 45).
           MOVE "SITUACAO" TO CAB02-TEXTO (47: 8).
           PERFORM CABECALHO.
           MOVE ZEROS TO QT-PENDENTES-W QT-SEM-ENVIO-W.
           MOVE ZEROS TO NR-CONTRATO-CO140 TIPO-DOC-CO140
                         VERSAO-CO140.
           START COD140 KEY IS NOT LESS CHAVE-CO140 INVALID KEY
                 MOVE "10" TO ST-COD140
           END-START.
           PERFORM UNTIL ST-COD140 = "10"
              READ COD140 NEXT RECORD AT END
                   MOVE "10" TO ST-COD140
              NOT AT END
                   IF NOT ENVIO-ASSINADO-CO140
                      PERFORM IMPRIME-PENDENCIA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD140.
           PERFORM IMPRIME-LINDET.
           MOVE "CONTRATOS VIGENTES SEM ASSINATURA E SEM ENVIO"
                TO LINDET-REL (1: 45).
           PERFORM IMPRIME-LINDET.
           MOVE ZEROS TO NR-CONTRATO-CO40.
           START COD040 KEY IS NOT LESS NR-CONTRATO-CO40 INVALID KEY
                 MOVE "10" TO ST-COD040
           END-START.
           PERFORM UNTIL ST-COD040 = "10"
              READ COD040 NEXT RECORD AT END
                   MOVE "10" TO ST-COD040
              NOT AT END
                   IF SITUACAO-CO40 = 0
                      AND ASSINATURA-CO40 = ZEROS
                      PERFORM VERIFICA-SEM-ENVIO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD040.
           PERFORM IMPRIME-LINDET.
           MOVE "ENVIOS PENDENTES:"  TO LINDET-REL (1: 17).
           MOVE QT-PENDENTES-W       TO LINDET-REL (19: 5).
           MOVE "CONTRATOS SEM ENVIO:" TO LINDET-REL (27: 20).
           MOVE QT-SEM-ENVIO-W       TO LINDET-REL (48: 5).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

       IMPRIME-PENDENCIA SECTION.
           ADD 1 TO QT-PENDENTES-W.
           MOVE NR-CONTRATO-CO140 TO LINDET-REL (1: 4)
                                     ENV-CONTRATO-W.
           MOVE TIPO-DOC-CO140    TO ENV-TIPO-DOC-W.
           MOVE VERSAO-CO140      TO ENV-VERSAO-W.
           IF DOC-CONTRATO-CO140
              MOVE "CONTRATO"     TO LINDET-REL (7: 8)
           ELSE
              MOVE "ADITIVO"      TO LINDET-REL (7: 7)
              MOVE VERSAO-CO140   TO LINDET-REL (15: 3).
           IF DATA-ENVIO-CO140 > ZEROS
              MOVE DATA-ENVIO-CO140 TO DATA-INVERTE-W
              CALL "GRIDAT1" USING DATA-INVERTE-W
              MOVE DATA-INVERTE-W TO DATA-E
              MOVE DATA-E         TO LINDET-REL (22: 10).
           MOVE QT-ASSINADOS-CO140   TO LINDET-REL (35: 2).
           MOVE "DE"                 TO LINDET-REL (38: 2).
           MOVE QT-SIGNATARIOS-CO140 TO LINDET-REL (41: 2).
           EVALUATE SITUACAO-CO140
               WHEN 0 MOVE "PREPARADO"           TO LINDET-REL (47: 9)
               WHEN 1 MOVE "AGUARDANDO"          TO LINDET-REL (47: 10)
               WHEN 8 MOVE "RECUSADO - REENVIAR" TO LINDET-REL (47: 19)
           END-EVALUATE.
           PERFORM IMPRIME-LINDET.
           MOVE ENV-CONTRATO-W TO NR-CONTRATO-CO141.
           MOVE ENV-TIPO-DOC-W TO TIPO-DOC-CO141.
           MOVE ENV-VERSAO-W   TO VERSAO-CO141.
           MOVE ZEROS          TO SEQ-MEMBRO-CO141.
           START COD141 KEY IS NOT LESS CHAVE-CO141 INVALID KEY
                 MOVE "10" TO ST-COD141
           END-START.
           PERFORM UNTIL ST-COD141 = "10"
              READ COD141 NEXT RECORD AT END
                   MOVE "10" TO ST-COD141
              NOT AT END
                   IF NR-CONTRATO-CO141 NOT = ENV-CONTRATO-W
                      OR TIPO-DOC-CO141 NOT = ENV-TIPO-DOC-W
                      OR VERSAO-CO141 NOT = ENV-VERSAO-W
                      MOVE "10" TO ST-COD141
                   ELSE
                      IF NOT SIGNAT-ASSINADO-CO141
                         PERFORM IMPRIME-SIGNATARIO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD141.

       IMPRIME-SIGNATARIO SECTION.
           MOVE NOME-CO141          TO LINDET-REL (7: 30).
           MOVE EMAIL-CO141 (1: 40) TO LINDET-REL (38: 40).
           MOVE NOME-SITUACAO-W (SITUACAO-CO141 + 1)
                                    TO LINDET-REL (79: 12).
           IF DATA-SITUACAO-CO141 > ZEROS
              MOVE DATA-SITUACAO-CO141 TO DATA-INVERTE-W
              CALL "GRIDAT1" USING DATA-INVERTE-W
              MOVE DATA-INVERTE-W TO DATA-E
              MOVE DATA-E         TO LINDET-REL (92: 10).
           PERFORM IMPRIME-LINDET.
           IF SIGNAT-RECUSADO-CO141
              AND MOTIVO-RECUSA-CO141 NOT = SPACES
              MOVE "MOTIVO:"           TO LINDET-REL (38: 7)
              MOVE MOTIVO-RECUSA-CO141 TO LINDET-REL (46: 30)
              PERFORM IMPRIME-LINDET.

       VERIFICA-SEM-ENVIO SECTION.
           MOVE NR-CONTRATO-CO40 TO NR-CONTRATO-CO140.
           MOVE 1                TO TIPO-DOC-CO140.
           MOVE ZEROS            TO VERSAO-CO140.
           READ COD140 INVALID KEY
                ADD 1 TO QT-SEM-ENVIO-W
                MOVE NR-CONTRATO-CO40  TO LINDET-REL (1: 4)
                MOVE NOME-CLIENTE-CO40 TO LINDET-REL (7: 40)
                MOVE MESANO-PREV-CO40  TO LINDET-REL (49: 6)
                PERFORM IMPRIME-LINDET
           END-READ.

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
           CLOSE COD040 COD121 COD125 COD140 COD141.

       END PROGRAM COP140.
