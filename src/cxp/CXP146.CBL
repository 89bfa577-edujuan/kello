       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXP146.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: AUDITORIA DAS TARIFAS BANCARIAS - CONFRONTA O QUE O
      *        BANCO DEBITOU NO EXTRATO (CXD137, GRAVADO PELO CXP122)
      *        COM A TABELA CONTRATADA POR PORTADOR (CXD138).
      *        OPCAO 1 - TABELA: INCLUI/ALTERA/EXCLUI A TARIFA DE UM
      *          SERVICO DO PORTADOR (VALOR UNITARIO, FRANQUIA
      *          MENSAL, CONTA DO BANCO E PALAVRA-CHAVE QUE IDENTIFICA
      *          A TARIFA NO HISTORICO DO EXTRATO);
      *        OPCAO 2 - AUDITORIA DO MES: CONTA OS SERVICOS USADOS
      *          - 01 REGISTRO: DETALHES DOS ARQUIVOS DE REMESSA CNAB
      *            INFORMADOS (400: TIPO 1 / 240: SEGMENTO P);
      *          - 02 LIQUIDACAO: BOLETOS CRD020 DO PORTADOR PAGOS NO
      *            MES (BAIXA DO RETORNO - GALHO128);
      *          - 03 CUSTODIA: CHEQUES CHD010 EM CAUCAO NO PORTADOR,
      *            REMETIDOS (CHP072) E COM VENCIMENTO NO MES;
      *          - 04 PAGAMENTO CNAB E 05 CHEQUE EMITIDO: ITENS DOS
      *            BORDEROS PAGOS NO MES (CPP023);
      *          - 06 PACOTE MENSAL: 1 POR MES;
      *          CALCULA O DEVIDO (USADO - FRANQUIA) X VALOR, SOMA OS
      *          DEBITOS DO EXTRATO DE CADA PALAVRA-CHAVE E RELACIONA
      *          AS COBRANCAS A MAIOR P/ RECLAMAR AO GERENTE, MAIS AS
      *          TARIFAS DO EXTRATO QUE NAO CASAM COM A TABELA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CXPX137.
           COPY CXPX138.
           COPY CRPX020.
           COPY CHPX010.
           COPY CPPX027.
           COPY CPPX028.
           SELECT REMESSA ASSIGN TO PATH-REMESSA
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-REMESSA.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CXPW137.
           COPY CXPW138.
           COPY CRPW020.
           COPY CHPW010.
           COPY CPPW027.
           COPY CPPW028.
       FD  REMESSA.
       01  REG-REMESSA.
           05  REM-LINHA           PIC X(400).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CXD137             PIC XX       VALUE SPACES.
           05  ST-CXD138             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CPD027             PIC XX       VALUE SPACES.
           05  ST-CPD028             PIC XX       VALUE SPACES.
           05  ST-REMESSA            PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PORTADOR-W            PIC 9(4)     VALUE ZEROS.
           05  SERVICO-W             PIC 9(2)     VALUE ZEROS.
           05  CONTA-W               PIC 9(6)     VALUE ZEROS.
           05  ANOMES-W              PIC 9(6)     VALUE ZEROS.
           05  ANOMES-R REDEFINES ANOMES-W.
               10  AA-AUD            PIC 9(4).
               10  MM-AUD            PIC 9(2).
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  LAYOUT-W              PIC 9(3)     VALUE ZEROS.
           05  PRIMEIRA-W            PIC 9        VALUE ZEROS.
           05  QT-ARQ-W              PIC 9(5)     VALUE ZEROS.
           05  QT-ACHOU-W            PIC 9(3)     VALUE ZEROS.
           05  CASOU-W               PIC 9        VALUE ZEROS.
           05  IND                   PIC 9(2)     VALUE ZEROS.
           05  IND2                  PIC 9(2)     VALUE ZEROS.
           05  QT-COBRAVEL-W         PIC 9(6)     VALUE ZEROS.
           05  VLR-DEVIDO-W          PIC 9(10)V99 VALUE ZEROS.
           05  VLR-DIFERENCA-W       PIC S9(10)V99 VALUE ZEROS.
           05  TOT-DEVIDO-W          PIC 9(10)V99 VALUE ZEROS.
           05  TOT-COBRADO-W         PIC 9(10)V99 VALUE ZEROS.
           05  TOT-RECLAMAR-W        PIC 9(10)V99 VALUE ZEROS.
           05  TOT-SEM-TABELA-W      PIC 9(10)V99 VALUE ZEROS.
           05  QTDE-E                PIC ZZZ.ZZ9.
           05  UNIT-E                PIC Z.ZZ9,99.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  DIFER-E               PIC ZZ.ZZZ.ZZ9,99-.

      *    tarifas do portador carregadas do CXD138, indexadas pelo
      *    codigo do servico, com o usado e o cobrado do mes
       01  TAB-TARIFAS.
           05  TAB-TARIFA OCCURS 6 TIMES.
               10  CADASTRADA-T      PIC 9.
               10  VLR-UNITARIO-T    PIC 9(4)V99.
               10  FRANQUIA-T        PIC 9(4).
               10  PALAVRA-T         PIC X(20).
               10  TAM-PALAVRA-T     PIC 9(2).
               10  QT-USADA-T        PIC 9(6).
               10  QT-COBRADA-T      PIC 9(4).
               10  VLR-COBRADO-T     PIC 9(10)V99.

       01  TAB-NOMES-SERVICO.
           05  FILLER PIC X(24) VALUE "01-REGISTRO DE BOLETO".
           05  FILLER PIC X(24) VALUE "02-LIQUIDACAO DE BOLETO".
           05  FILLER PIC X(24) VALUE "03-CUSTODIA DE CHEQUE".
           05  FILLER PIC X(24) VALUE "04-PAGAMENTO/TED CNAB".
           05  FILLER PIC X(24) VALUE "05-CHEQUE EMITIDO".
           05  FILLER PIC X(24) VALUE "06-PACOTE MENSAL".
       01  TAB-NOMES-R REDEFINES TAB-NOMES-SERVICO.
           05  NOME-SERVICO-T        PIC X(24) OCCURS 6 TIMES.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  DATA-INVERTE-W            PIC X(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CXD137       PIC X(60)    VALUE SPACES.
           05  PATH-CXD138       PIC X(60)    VALUE SPACES.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-CHD010       PIC X(60)    VALUE SPACES.
           05  PATH-CPD027       PIC X(60)    VALUE SPACES.
           05  PATH-CPD028       PIC X(60)    VALUE SPACES.
           05  PATH-REMESSA      PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CXP146 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(10)  VALUE SPACES.
           05  FILLER            PIC X(31)  VALUE
               "AUDITORIA DE TARIFAS - PORTADOR".
           05  CAB01-PORTADOR    PIC ZZZ9.
           05  FILLER            PIC X(6)   VALUE " MES: ".
           05  CAB01-MES         PIC 99/9999.
           05  FILLER            PIC X(42)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  FILLER            PIC X(24)  VALUE "SERVICO".
           05  FILLER            PIC X(8)   VALUE "   USADO".
           05  FILLER            PIC X(5)   VALUE "FRANQ".
           05  FILLER            PIC X(8)   VALUE "COBRAVEL".
           05  FILLER            PIC X(10)  VALUE "  UNITARIO".
           05  FILLER            PIC X(14)  VALUE "        DEVIDO".
           05  FILLER            PIC X(8)   VALUE " QTD.EXT".
           05  FILLER            PIC X(14)  VALUE "  COBRADO EXT.".
           05  FILLER            PIC X(20)  VALUE
               "           DIFERENCA".
           05  FILLER            PIC X(19)  VALUE SPACES.
       01  LINDET.
           05  LINDET-REL        PIC X(130) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM MANUTENCAO-TABELA
                  WHEN 2 PERFORM AUDITORIA-MES
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-TABELA DE TARIFAS  2-AUDITORIA DO MES: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 2
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "CXD137"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD137
              MOVE "CXD138"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CXD138
              MOVE "CRD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CRD020
              MOVE "CHD010"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CHD010
              MOVE "CPD027"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD027
              MOVE "CPD028"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD028
              OPEN I-O CXD138
              IF ST-CXD138 = "35"
                 CLOSE CXD138      OPEN OUTPUT CXD138
                 CLOSE CXD138      OPEN I-O CXD138
              END-IF
              IF ST-CXD138 > "09"
                 DISPLAY "ERRO ABERTURA CXD138: " ST-CXD138
                 MOVE 1 TO ERRO-W
              END-IF.
           IF ERRO-W = 0 AND OPCAO-W = 2
              OPEN INPUT CXD137 CRD020 CHD010 CPD027 CPD028
              IF ST-CXD137 > "09"
                 DISPLAY "ERRO ABERTURA CXD137: " ST-CXD137
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CRD020 > "09"
                 DISPLAY "ERRO ABERTURA CRD020: " ST-CRD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CHD010 > "09"
                 DISPLAY "ERRO ABERTURA CHD010: " ST-CHD010
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD027 > "09"
                 DISPLAY "ERRO ABERTURA CPD027: " ST-CPD027
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD028 > "09"
                 DISPLAY "ERRO ABERTURA CPD028: " ST-CPD028
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE CXD137 CXD138 CRD020 CHD010 CPD027 CPD028
              END-IF.

       MANUTENCAO-TABELA SECTION.
           DISPLAY "PORTADOR...............: " WITH NO ADVANCING.
           ACCEPT PORTADOR-W.
           DISPLAY "SERVICO (01 REGISTRO 02 LIQUIDACAO 03 CUSTODIA".
           DISPLAY "         04 PAGTO CNAB 05 CHEQUE 06 PACOTE): "
                   WITH NO ADVANCING.
           ACCEPT SERVICO-W.
           IF PORTADOR-W = ZEROS OR SERVICO-W < 1 OR SERVICO-W > 6
              DISPLAY "PORTADOR/SERVICO INVALIDO"
              GO TO MANUTENCAO-TABELA-FIM.
           MOVE PORTADOR-W TO PORTADOR-CX138.
           MOVE SERVICO-W  TO SERVICO-CX138.
           READ CXD138 INVALID KEY
                INITIALIZE REG-CXD138
                MOVE PORTADOR-W TO PORTADOR-CX138
                MOVE SERVICO-W  TO SERVICO-CX138
                DISPLAY "TARIFA NOVA"
           NOT INVALID KEY
                MOVE VLR-UNITARIO-CX138 TO UNIT-E
                DISPLAY "ATUAL: VALOR " UNIT-E
                        " FRANQUIA " FRANQUIA-CX138
                        " CONTA " CONTA-BANCO-CX138
                        " PALAVRA " PALAVRA-CHAVE-CX138
                DISPLAY "EXCLUIR (S/N)? " WITH NO ADVANCING
                ACCEPT CONFIRMA-W
                IF CONFIRMA-W = "S"
                   DELETE CXD138 RECORD INVALID KEY
                          DISPLAY "ERRO EXCLUINDO CXD138: " ST-CXD138
                   END-DELETE
                   GO TO MANUTENCAO-TABELA-FIM
                END-IF
           END-READ.
           DISPLAY "CONTA DO BANCO (CONTAPART): " WITH NO ADVANCING.
           ACCEPT CONTA-BANCO-CX138.
           DISPLAY "VALOR UNITARIO CONTRATADO.: " WITH NO ADVANCING.
           ACCEPT VLR-UNITARIO-CX138.
           DISPLAY "FRANQUIA MENSAL (QTDE)....: " WITH NO ADVANCING.
           ACCEPT FRANQUIA-CX138.
           DISPLAY "PALAVRA-CHAVE NO EXTRATO..: " WITH NO ADVANCING.
           ACCEPT PALAVRA-CHAVE-CX138.
           DISPLAY "USUARIO...................: " WITH NO ADVANCING.
           ACCEPT USUARIO-CX138.
           IF CONTA-BANCO-CX138 = ZEROS OR
              PALAVRA-CHAVE-CX138 = SPACES
              DISPLAY "CONTA E PALAVRA-CHAVE SAO OBRIGATORIAS"
              GO TO MANUTENCAO-TABELA-FIM.
           WRITE REG-CXD138 INVALID KEY
                 REWRITE REG-CXD138 INVALID KEY
                         DISPLAY "ERRO GRAVANDO CXD138: " ST-CXD138
                 END-REWRITE
           END-WRITE.
           DISPLAY "TARIFA GRAVADA".
       MANUTENCAO-TABELA-FIM.
           CONTINUE.

       AUDITORIA-MES SECTION.
           DISPLAY "PORTADOR.......: " WITH NO ADVANCING.
           ACCEPT PORTADOR-W.
           DISPLAY "MES (AAAAMM)...: " WITH NO ADVANCING.
           ACCEPT ANOMES-W.
           COMPUTE DATA-INI-W = ANOMES-W * 100 + 1.
           COMPUTE DATA-FIM-W = ANOMES-W * 100 + 31.
           PERFORM CARREGA-TARIFAS.
           IF CONTA-W = ZEROS
              DISPLAY "PORTADOR SEM TARIFAS CADASTRADAS (OPCAO 1)"
              GO TO AUDITORIA-MES-FIM.
           PERFORM CONTA-REMESSAS.
           PERFORM CONTA-LIQUIDACOES.
           PERFORM CONTA-CUSTODIA.
           PERFORM CONTA-PAGAMENTOS.
           MOVE 1 TO QT-USADA-T (6).
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W  TO CAB01-EMPRESA.
           MOVE PORTADOR-W TO CAB01-PORTADOR.
           COMPUTE CAB01-MES = MM-AUD * 10000 + AA-AUD.
           PERFORM SOMA-EXTRATO.
           PERFORM IMPRIME-CONFRONTO.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
       AUDITORIA-MES-FIM.
           CONTINUE.

       CARREGA-TARIFAS SECTION.
           INITIALIZE TAB-TARIFAS.
           MOVE ZEROS TO CONTA-W.
           MOVE PORTADOR-W TO PORTADOR-CX138.
           MOVE ZEROS      TO SERVICO-CX138.
           START CXD138 KEY IS NOT LESS CHAVE-CX138 INVALID KEY
                 MOVE "10" TO ST-CXD138
           END-START.
           PERFORM UNTIL ST-CXD138 = "10"
              READ CXD138 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD138
              NOT AT END
                   IF PORTADOR-CX138 NOT = PORTADOR-W
                      MOVE "10" TO ST-CXD138
                   ELSE
                      IF SERVICO-CX138 > 0 AND SERVICO-CX138 < 7
                         PERFORM GUARDA-TARIFA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CXD138.

       GUARDA-TARIFA SECTION.
           MOVE SERVICO-CX138 TO IND.
           MOVE 1                   TO CADASTRADA-T (IND).
           MOVE VLR-UNITARIO-CX138  TO VLR-UNITARIO-T (IND).
           MOVE FRANQUIA-CX138      TO FRANQUIA-T (IND).
           MOVE PALAVRA-CHAVE-CX138 TO PALAVRA-T (IND).
           MOVE 20 TO TAM-PALAVRA-T (IND).
           PERFORM UNTIL TAM-PALAVRA-T (IND) = 1 OR
                   PALAVRA-T (IND) (TAM-PALAVRA-T (IND): 1) NOT = " "
              SUBTRACT 1 FROM TAM-PALAVRA-T (IND)
           END-PERFORM.
      *    a conta do extrato e a do primeiro servico cadastrado
           IF CONTA-W = ZEROS
              MOVE CONTA-BANCO-CX138 TO CONTA-W.

      *    Registro de boleto: o CRD020 nao guarda a data do envio,
      *    entao contam-se os detalhes dos arquivos de remessa do mes
      *    que o operador informar. CNAB 400 comeca com "01REMESSA"
      *    e o detalhe tem "1" na posicao 1; no CNAB 240 o detalhe de
      *    titulo e o segmento P (tipo 3 na pos. 8, "P" na pos. 14).
       CONTA-REMESSAS SECTION.
           MOVE 1 TO PRIMEIRA-W.
           PERFORM UNTIL PRIMEIRA-W = 0
              MOVE SPACES TO PATH-REMESSA
              DISPLAY "ARQUIVO DE REMESSA DO MES (BRANCO = FIM): "
                      WITH NO ADVANCING
              ACCEPT PATH-REMESSA
              IF PATH-REMESSA = SPACES
                 MOVE 0 TO PRIMEIRA-W
              ELSE
                 PERFORM LE-ARQUIVO-REMESSA
              END-IF
           END-PERFORM.

       LE-ARQUIVO-REMESSA SECTION.
           OPEN INPUT REMESSA.
           IF ST-REMESSA > "09"
              DISPLAY "ERRO ABERTURA REMESSA: " ST-REMESSA
              GO TO LE-ARQUIVO-REMESSA-FIM.
           MOVE ZEROS TO LAYOUT-W QT-ARQ-W.
           PERFORM UNTIL ST-REMESSA = "10"
              READ REMESSA AT END
                   MOVE "10" TO ST-REMESSA
              NOT AT END
                   IF LAYOUT-W = ZEROS
                      IF REM-LINHA (1: 9) = "01REMESSA"
                         MOVE 400 TO LAYOUT-W
                      ELSE
                         MOVE 240 TO LAYOUT-W
                      END-IF
                   END-IF
                   IF LAYOUT-W = 400 AND REM-LINHA (1: 1) = "1"
                      ADD 1 TO QT-ARQ-W
                   END-IF
                   IF LAYOUT-W = 240 AND REM-LINHA (8: 1) = "3"
                                     AND REM-LINHA (14: 1) = "P"
                      ADD 1 TO QT-ARQ-W
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE REMESSA.
           ADD QT-ARQ-W TO QT-USADA-T (1).
           DISPLAY "  CNAB " LAYOUT-W " - TITULOS: " QT-ARQ-W.
       LE-ARQUIVO-REMESSA-FIM.
           CONTINUE.

       CONTA-LIQUIDACOES SECTION.
           MOVE PORTADOR-W TO PORTADOR-CR20.
           MOVE ZEROS      TO CARTEIRA-CR20.
           START CRD020 KEY IS NOT LESS ALT2-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                   IF PORTADOR-CR20 NOT = PORTADOR-W
                      MOVE "10" TO ST-CRD020
                   ELSE
                      IF TIPO-DOCTO-CR20 = 0 AND SITUACAO-CR20 = 2
                         AND DATA-RCTO-CR20 NOT < DATA-INI-W
                         AND DATA-RCTO-CR20 NOT > DATA-FIM-W
                         ADD 1 TO QT-USADA-T (2)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD020.

       CONTA-CUSTODIA SECTION.
           MOVE DATA-INI-W TO DATA-VENCTO-CH10.
           START CHD010 KEY IS NOT LESS DATA-VENCTO-CH10 INVALID KEY
                 MOVE "10" TO ST-CHD010
           END-START.
           PERFORM UNTIL ST-CHD010 = "10"
              READ CHD010 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD010
              NOT AT END
                   IF DATA-VENCTO-CH10 > DATA-FIM-W
                      MOVE "10" TO ST-CHD010
                   ELSE
                      IF PORTADOR-CH10 = PORTADOR-W AND
                         CARTEIRA-CH10 = 2 AND
                         OUTRO-DOCTO-CH10 NOT = SPACES AND
                         SITUACAO-CH10 NOT = 4
                         ADD 1 TO QT-USADA-T (3)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CHD010.

       CONTA-PAGAMENTOS SECTION.
           MOVE ZEROS TO BORDERO-CP27.
           START CPD027 KEY IS NOT LESS BORDERO-CP27 INVALID KEY
                 MOVE "10" TO ST-CPD027
           END-START.
           PERFORM UNTIL ST-CPD027 = "10"
              READ CPD027 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD027
              NOT AT END
                   IF PORTADOR-CP27 = PORTADOR-W AND
                      SITUACAO-CP27 = 2 AND
                      DATA-BORDERO-CP27 NOT < DATA-INI-W AND
                      DATA-BORDERO-CP27 NOT > DATA-FIM-W
                      PERFORM CONTA-ITENS-BORDERO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD027.

       CONTA-ITENS-BORDERO SECTION.
           MOVE BORDERO-CP27 TO BORDERO-CP28.
           MOVE ZEROS        TO FORNEC-CP28 SEQ-CP28.
           START CPD028 KEY IS NOT LESS CHAVE-CP28 INVALID KEY
                 MOVE "10" TO ST-CPD028
           END-START.
           PERFORM UNTIL ST-CPD028 = "10"
              READ CPD028 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD028
              NOT AT END
                   IF BORDERO-CP28 NOT = BORDERO-CP27
                      MOVE "10" TO ST-CPD028
                   ELSE
                      IF NR-CHEQUE-CP28 = ZEROS
                         ADD 1 TO QT-USADA-T (4)
                      ELSE
                         ADD 1 TO QT-USADA-T (5)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD028.

      *    SOMA-EXTRATO: cada debito do mes na conta do banco entra
      *    no primeiro servico cuja palavra-chave aparece no
      *    historico; debito com "TARIF"/"TAR " sem servico na tabela
      *    e listado a parte.
       SOMA-EXTRATO SECTION.
           MOVE CONTA-W    TO CONTA-CX137.
           MOVE DATA-INI-W TO DATA-CX137.
           MOVE ZEROS      TO SEQ-CX137.
           START CXD137 KEY IS NOT LESS CHAVE-CX137 INVALID KEY
                 MOVE "10" TO ST-CXD137
           END-START.
           PERFORM UNTIL ST-CXD137 = "10"
              READ CXD137 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD137
              NOT AT END
                   IF CONTA-CX137 NOT = CONTA-W OR
                      DATA-CX137 > DATA-FIM-W
                      MOVE "10" TO ST-CXD137
                   ELSE
                      IF DC-CX137 = "D"
                         PERFORM CLASSIFICA-DEBITO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CXD137.

       CLASSIFICA-DEBITO SECTION.
           MOVE ZEROS TO CASOU-W.
           PERFORM VARYING IND2 FROM 1 BY 1
                   UNTIL IND2 > 6 OR CASOU-W = 1
              IF CADASTRADA-T (IND2) = 1
                 MOVE ZEROS TO QT-ACHOU-W
                 INSPECT HISTORICO-CX137 TALLYING QT-ACHOU-W
                         FOR ALL PALAVRA-T (IND2)
                                 (1: TAM-PALAVRA-T (IND2))
                 IF QT-ACHOU-W > 0
                    MOVE 1 TO CASOU-W
                    ADD 1 TO QT-COBRADA-T (IND2)
                    ADD VALOR-CX137 TO VLR-COBRADO-T (IND2)
                 END-IF
              END-IF
           END-PERFORM.
           IF CASOU-W = 1
              GO TO CLASSIFICA-DEBITO-FIM.
           MOVE ZEROS TO QT-ACHOU-W.
           INSPECT HISTORICO-CX137 TALLYING QT-ACHOU-W
                   FOR ALL "TARIF" ALL "TAR ".
           IF QT-ACHOU-W = 0
              GO TO CLASSIFICA-DEBITO-FIM.
           IF TOT-SEM-TABELA-W = ZEROS
              MOVE "TARIFAS DO EXTRATO SEM SERVICO NA TABELA:"
                   TO LINDET-REL (1: 41)
              PERFORM IMPRIME-LINDET.
           ADD VALOR-CX137 TO TOT-SEM-TABELA-W.
           MOVE DATA-CX137 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W  TO DATA-E.
           MOVE DATA-E          TO LINDET-REL (3: 10).
           MOVE VALOR-CX137     TO VALOR-E.
           MOVE VALOR-E         TO LINDET-REL (15: 13).
           MOVE DOCUMENTO-CX137 TO LINDET-REL (30: 10).
           MOVE HISTORICO-CX137 TO LINDET-REL (42: 30).
           PERFORM IMPRIME-LINDET.
       CLASSIFICA-DEBITO-FIM.
           CONTINUE.

       IMPRIME-CONFRONTO SECTION.
           IF TOT-SEM-TABELA-W > ZEROS
              MOVE "TOTAL SEM TABELA (CONFERIR COM O BANCO):"
                   TO LINDET-REL (1: 40)
              MOVE TOT-SEM-TABELA-W TO VALOR-E
              MOVE VALOR-E          TO LINDET-REL (42: 13)
              PERFORM IMPRIME-LINDET
              PERFORM IMPRIME-LINDET.
           MOVE CAB02 TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 6
              IF CADASTRADA-T (IND) = 1 OR QT-COBRADA-T (IND) > 0
                 PERFORM IMPRIME-SERVICO
              END-IF
           END-PERFORM.
           PERFORM IMPRIME-LINDET.
           MOVE "TOTAL DEVIDO:"       TO LINDET-REL (1: 13).
           MOVE TOT-DEVIDO-W          TO VALOR-E.
           MOVE VALOR-E               TO LINDET-REL (15: 13).
           MOVE "TOTAL COBRADO:"      TO LINDET-REL (32: 14).
           MOVE TOT-COBRADO-W         TO VALOR-E.
           MOVE VALOR-E               TO LINDET-REL (47: 13).
           MOVE "A RECLAMAR AO GERENTE:" TO LINDET-REL (64: 22).
           MOVE TOT-RECLAMAR-W        TO VALOR-E.
           MOVE VALOR-E               TO LINDET-REL (87: 13).
           PERFORM IMPRIME-LINDET.

       IMPRIME-SERVICO SECTION.
           IF QT-USADA-T (IND) > FRANQUIA-T (IND)
              COMPUTE QT-COBRAVEL-W = QT-USADA-T (IND) -
                                      FRANQUIA-T (IND)
           ELSE
              MOVE ZEROS TO QT-COBRAVEL-W.
           COMPUTE VLR-DEVIDO-W = QT-COBRAVEL-W * VLR-UNITARIO-T (IND).
           COMPUTE VLR-DIFERENCA-W = VLR-COBRADO-T (IND) - VLR-DEVIDO-W.
           ADD VLR-DEVIDO-W        TO TOT-DEVIDO-W.
           ADD VLR-COBRADO-T (IND) TO TOT-COBRADO-W.
           MOVE NOME-SERVICO-T (IND) TO LINDET-REL (1: 24).
           MOVE QT-USADA-T (IND)     TO QTDE-E.
           MOVE QTDE-E               TO LINDET-REL (25: 7).
           MOVE FRANQUIA-T (IND)     TO LINDET-REL (33: 4).
           MOVE QT-COBRAVEL-W        TO QTDE-E.
           MOVE QTDE-E               TO LINDET-REL (38: 7).
           MOVE VLR-UNITARIO-T (IND) TO UNIT-E.
           MOVE UNIT-E               TO LINDET-REL (48: 8).
           MOVE VLR-DEVIDO-W         TO VALOR-E.
           MOVE VALOR-E              TO LINDET-REL (57: 13).
           MOVE QT-COBRADA-T (IND)   TO LINDET-REL (73: 4).
           MOVE VLR-COBRADO-T (IND)  TO VALOR-E.
           MOVE VALOR-E              TO LINDET-REL (79: 13).
           MOVE VLR-DIFERENCA-W      TO DIFER-E.
           MOVE DIFER-E              TO LINDET-REL (98: 14).
           IF VLR-DIFERENCA-W > ZEROS
              MOVE "COBRANCA A MAIOR" TO LINDET-REL (114: 16)
              ADD VLR-DIFERENCA-W TO TOT-RECLAMAR-W.
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
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER 1.
           MOVE 3 TO LIN.

       FINALIZA-PROGRAMA SECTION.
           CLOSE CXD138.
           IF OPCAO-W = 2
              CLOSE CXD137 CRD020 CHD010 CPD027 CPD028.

       END PROGRAM CXP146.
