       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCP015.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: INTERFACE DO CONTA CORRENTE (CCD100) COM O SISTEMA DA
      *        FOLHA DE PAGAMENTO - ACABA COM A REDIGITACAO DA LISTA
      *        DO CCD100 (COMISSAO, CACHE REP425, VALE CCP012,
      *        EMPREITADA CCP014) PELO DEPARTAMENTO PESSOAL.
      *        OPCAO 1 - RUBRICAS: DE/PARA TIPO-LCTO + CRED/DEB ->
      *          RUBRICA DA FOLHA (CCD015);
      *        OPCAO 2 - MATRICULAS: MATRICULA DA PESSOA NA FOLHA
      *          (CCD013 - BRANCOS = O PROPRIO FORNEC);
      *        OPCAO 3 - EXPORTA A COMPETENCIA: SO LANCAMENTOS EM
      *          ABERTO COM VENCIMENTO NO MES, DE PESSOAS REGISTRADAS
      *          (TIPO-FORN 01 NO LANCAMENTO OU NO CCD013) E COM
      *          RUBRICA NO CCD015; UMA LINHA POR PESSOA E RUBRICA,
      *          VALE PARCIALMENTE COMPENSADO VAI PELO SALDO; GUARDA
      *          O RESUMO POR PESSOA NO CCD016 E IMPRIME A CONFERENCIA;
      *        OPCAO 4 - IMPORTA O RETORNO DA FOLHA (LIQUIDO POR
      *          MATRICULA): QUITA NO CCD100 OS LANCAMENTOS EXPORTADOS
      *          DA PESSOA (SITUACAO 1, RESPONSAVEL "FOLHA").
      *        LAYOUT EXPORTACAO: EMPRESA(3), COMPETENCIA AAAAMM,
      *        MATRICULA(10), RUBRICA(6), TIPO (P-PROVENTO
      *        D-DESCONTO), VALOR 9(10)V99, QTDE DE LANCAMENTOS 9(4).
      *        LAYOUT RETORNO: COMPETENCIA AAAAMM, MATRICULA(10),
      *        SINAL (+/-), LIQUIDO 9(10)V99.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CCPX100.
           COPY CCPX013.
           COPY CCPX015.
           COPY CCPX016.
           SELECT ARQ-FOLHA ASSIGN TO PATH-ARQ-FOLHA
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-ARQ-FOLHA.
           SELECT ARQ-RETORNO ASSIGN TO PATH-ARQ-FOLHA
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-ARQ-RETORNO.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY CCPW100.
           COPY CCPW013.
           COPY CCPW015.
           COPY CCPW016.
       FD  ARQ-FOLHA.
       01  REG-ARQ-FOLHA.
           05  FL-EMPRESA            PIC X(3).
           05  FL-COMPETENCIA        PIC 9(6).
           05  FL-MATRICULA          PIC X(10).
           05  FL-RUBRICA            PIC X(6).
           05  FL-TIPO               PIC X(1).
           05  FL-VALOR              PIC 9(10)V99.
           05  FL-QTDE               PIC 9(4).
       FD  ARQ-RETORNO.
       01  REG-ARQ-RETORNO.
           05  RT-COMPETENCIA        PIC 9(6).
           05  RT-MATRICULA          PIC X(10).
           05  RT-SINAL              PIC X(1).
           05  RT-LIQUIDO            PIC 9(10)V99.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CCD100             PIC XX       VALUE SPACES.
           05  ST-CCD013             PIC XX       VALUE SPACES.
           05  ST-CCD015             PIC XX       VALUE SPACES.
           05  ST-CCD016             PIC XX       VALUE SPACES.
           05  ST-ARQ-FOLHA          PIC XX       VALUE SPACES.
           05  ST-ARQ-RETORNO        PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  COMPETENCIA-W         PIC 9(6)     VALUE ZEROS.
           05  VENCTO-AAAAMM-W       PIC 9(6)     VALUE ZEROS.
           05  TIPO-LCTO-W           PIC 99       VALUE ZEROS.
           05  CRED-DEB-W            PIC 9        VALUE ZEROS.
           05  FORNEC-W              PIC 9(6)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  ENTRA-W               PIC 9        VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  VALOR-LCTO-W          PIC 9(8)V99  VALUE ZEROS.
           05  QT-FOLHA-W            PIC 9(4)     VALUE ZEROS.
           05  QT-QUITAR-W           PIC 9(4)     VALUE ZEROS.
           05  QT-SEM-RUBRICA-W      PIC 9(5)     VALUE ZEROS.
           05  QT-LINHAS-W           PIC 9(5)     VALUE ZEROS.
           05  QT-QUITADOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-NAO-ACHADOS-W      PIC 9(5)     VALUE ZEROS.
           05  TOT-PROVENTOS-W       PIC 9(10)V99 VALUE ZEROS.
           05  TOT-DESCONTOS-W       PIC 9(10)V99 VALUE ZEROS.
           05  FORNEC-ANT-W          PIC 9(6)     VALUE ZEROS.
           05  I                     PIC 9(4)     VALUE ZEROS.
           05  J                     PIC 9(4)     VALUE ZEROS.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.

      *    acumulado da competencia por pessoa e rubrica
       01  TABELA-FOLHA.
           05  TAB-FOLHA OCCURS 3000 TIMES.
               10  TF-FORNEC         PIC 9(6).
               10  TF-MATRICULA      PIC X(10).
               10  TF-RUBRICA        PIC X(6).
               10  TF-CRED-DEB       PIC 9.
               10  TF-VALOR          PIC 9(10)V99.
               10  TF-QTDE           PIC 9(4).

      *    pessoas devolvidas pela folha no retorno
       01  TABELA-QUITAR.
           05  TAB-QUITAR OCCURS 1000 TIMES.
               10  TQ-FORNEC         PIC 9(6).
               10  TQ-DATA-EXPORT    PIC 9(8).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CCD100       PIC X(60)    VALUE SPACES.
           05  PATH-CCD013       PIC X(60)    VALUE SPACES.
           05  PATH-CCD015       PIC X(60)    VALUE SPACES.
           05  PATH-CCD016       PIC X(60)    VALUE SPACES.
           05  PATH-ARQ-FOLHA    PIC X(60)    VALUE SPACES.

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
           05  FILLER            PIC X(20)  VALUE "CCP015 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(7)   VALUE SPACES.
           05  FILLER            PIC X(40)  VALUE
               "EXPORTACAO P/ A FOLHA - COMPETENCIA ".
           05  CAB01-COMPETENCIA PIC 9999/99.
           05  FILLER            PIC X(16)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  FILLER            PIC X(100) VALUE
               "PESSOA MATRICULA  RUBRICA P/D  LCTOS          VALOR".
       01  LINDET.
           05  LINDET-REL        PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM MANUTENCAO-RUBRICAS
                  WHEN 2 PERFORM MANUTENCAO-MATRICULAS
                  WHEN 3 PERFORM EXPORTA-FOLHA
                  WHEN 4 PERFORM IMPORTA-RETORNO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-RUBRICAS  2-MATRICULAS  3-EXPORTA COMPETENCIA"
                   "  4-RETORNO DA FOLHA: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 4
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
      *       o retorno quita lancamentos do conta corrente - confere
      *       o fechamento mensal (CAP021)
              IF OPCAO-W = 4
                 MOVE EMPRESA-W      TO CAP022-EMPRESA
                 MOVE "CC"           TO CAP022-MODULO
                 MOVE DATA-SISTEMA-N TO CAP022-DATA-MOVTO
                 CALL "CAP022" USING PARAMETROS-CAP022
                 IF CAP022-MES-FECHADO
                    DISPLAY "MES FECHADO P/ O CONTA CORRENTE - "
                            "LIBERE NO CAP021"
                    MOVE 1 TO ERRO-W
                 END-IF
              END-IF
           END-IF.
           IF ERRO-W = 0
              DISPLAY "USUARIO: " WITH NO ADVANCING
              ACCEPT USUARIO-W
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "CCD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CCD100
              MOVE "CCD013"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CCD013
              MOVE "CCD015"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CCD015
              MOVE "CCD016"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CCD016
              OPEN I-O CCD100 CCD013 CCD015 CCD016
              IF ST-CCD013 = "35"
                 CLOSE CCD013      OPEN OUTPUT CCD013
                 CLOSE CCD013      OPEN I-O CCD013
              END-IF
              IF ST-CCD015 = "35"
                 CLOSE CCD015      OPEN OUTPUT CCD015
                 CLOSE CCD015      OPEN I-O CCD015
              END-IF
              IF ST-CCD016 = "35"
                 CLOSE CCD016      OPEN OUTPUT CCD016
                 CLOSE CCD016      OPEN I-O CCD016
              END-IF
              IF ST-CCD100 > "09"
                 DISPLAY "ERRO ABERTURA CCD100: " ST-CCD100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CCD013 > "09"
                 DISPLAY "ERRO ABERTURA CCD013: " ST-CCD013
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CCD015 > "09"
                 DISPLAY "ERRO ABERTURA CCD015: " ST-CCD015
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CCD016 > "09"
                 DISPLAY "ERRO ABERTURA CCD016: " ST-CCD016
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE CCD100 CCD013 CCD015 CCD016
              END-IF.

      *----------------------------------------------------------------
      *    OPCAO 1 - DE/PARA DE RUBRICAS
      *----------------------------------------------------------------
       MANUTENCAO-RUBRICAS SECTION.
           DISPLAY "TIPO-LCTO (00-FORNEC 01-FUNC 02-VEND 03-REPRES "
                   "04-REPORT 05-VALE 06-EMPREITADA, 99 ENCERRA): "
                   WITH NO ADVANCING.
           ACCEPT TIPO-LCTO-W.
           PERFORM UNTIL TIPO-LCTO-W = 99
              DISPLAY "0-DEBITO (DESCONTO)  1-CREDITO (PROVENTO): "
                      WITH NO ADVANCING
              ACCEPT CRED-DEB-W
              PERFORM MANUTENCAO-UMA-RUBRICA
              DISPLAY "TIPO-LCTO (99 ENCERRA): " WITH NO ADVANCING
              ACCEPT TIPO-LCTO-W
           END-PERFORM.

       MANUTENCAO-UMA-RUBRICA SECTION.
           MOVE TIPO-LCTO-W TO TIPO-LCTO-CC15.
           MOVE CRED-DEB-W  TO CRED-DEB-CC15.
           READ CCD015 INVALID KEY
                INITIALIZE REG-CCD015
                MOVE TIPO-LCTO-W TO TIPO-LCTO-CC15
                MOVE CRED-DEB-W  TO CRED-DEB-CC15
                DISPLAY "RUBRICA NA FOLHA: " WITH NO ADVANCING
                ACCEPT RUBRICA-CC15
                DISPLAY "DESCRICAO.......: " WITH NO ADVANCING
                ACCEPT DESCRICAO-CC15
                WRITE REG-CCD015 INVALID KEY
                      DISPLAY "ERRO GRAVANDO CCD015: " ST-CCD015
                END-WRITE
           NOT INVALID KEY
                DISPLAY "RUBRICA ATUAL: " RUBRICA-CC15 " "
                        DESCRICAO-CC15
                DISPLAY "RUBRICA NA FOLHA (BRANCOS = EXCLUI): "
                        WITH NO ADVANCING
                ACCEPT RUBRICA-CC15
                IF RUBRICA-CC15 = SPACES
                   DELETE CCD015 INVALID KEY
                          DISPLAY "ERRO EXCLUINDO CCD015: " ST-CCD015
                   END-DELETE
                ELSE
                   DISPLAY "DESCRICAO.......: " WITH NO ADVANCING
                   ACCEPT DESCRICAO-CC15
                   REWRITE REG-CCD015 INVALID KEY
                         DISPLAY "ERRO ATUALIZANDO CCD015: " ST-CCD015
                   END-REWRITE
                END-IF
           END-READ.

      *----------------------------------------------------------------
      *    OPCAO 2 - MATRICULA DA PESSOA NA FOLHA
      *----------------------------------------------------------------
       MANUTENCAO-MATRICULAS SECTION.
           DISPLAY "PESSOA (FORNEC, 0 ENCERRA): " WITH NO ADVANCING.
           ACCEPT FORNEC-W.
           PERFORM UNTIL FORNEC-W = ZEROS
              MOVE FORNEC-W TO FORNEC-CC13
              READ CCD013 INVALID KEY
                   INITIALIZE REG-CCD013
                   MOVE FORNEC-W TO FORNEC-CC13
                   MOVE 01       TO TIPO-FORN-CC13
                   DISPLAY "MATRICULA NA FOLHA: " WITH NO ADVANCING
                   ACCEPT MATRICULA-FOLHA-CC13
                   WRITE REG-CCD013 INVALID KEY
                         DISPLAY "ERRO GRAVANDO CCD013: " ST-CCD013
                   END-WRITE
              NOT INVALID KEY
                   DISPLAY "TIPO " TIPO-FORN-CC13 " MATRICULA ATUAL: "
                           MATRICULA-FOLHA-CC13
                   DISPLAY "MATRICULA NA FOLHA: " WITH NO ADVANCING
                   ACCEPT MATRICULA-FOLHA-CC13
                   REWRITE REG-CCD013 INVALID KEY
                         DISPLAY "ERRO ATUALIZANDO CCD013: " ST-CCD013
                   END-REWRITE
              END-READ
              DISPLAY "PESSOA (FORNEC, 0 ENCERRA): "
                      WITH NO ADVANCING
              ACCEPT FORNEC-W
           END-PERFORM.

      *----------------------------------------------------------------
      *    OPCAO 3 - EXPORTACAO DA COMPETENCIA
      *----------------------------------------------------------------
       EXPORTA-FOLHA SECTION.
           DISPLAY "COMPETENCIA (AAAAMM): " WITH NO ADVANCING.
           ACCEPT COMPETENCIA-W.
           DISPLAY "ARQUIVO P/ A FOLHA (CAMINHO): " WITH NO ADVANCING.
           ACCEPT PATH-ARQ-FOLHA.
           MOVE ZEROS TO QT-FOLHA-W QT-SEM-RUBRICA-W.
           INITIALIZE REG-CCD100.
           START CCD100 KEY IS NOT LESS CHAVE-CC100 INVALID KEY
                 MOVE "10" TO ST-CCD100
           END-START.
           PERFORM UNTIL ST-CCD100 = "10"
              READ CCD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CCD100
              NOT AT END
                   PERFORM VERIFICA-LANCAMENTO
                   IF ENTRA-W = 1
                      PERFORM ACUMULA-LANCAMENTO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CCD100.
           IF QT-FOLHA-W = ZEROS
              DISPLAY "NENHUM LANCAMENTO P/ A FOLHA NA COMPETENCIA"
              GO TO EXPORTA-FOLHA-FIM.
           OPEN OUTPUT ARQ-FOLHA.
           IF ST-ARQ-FOLHA > "09"
              DISPLAY "ERRO ABERTURA ARQ-FOLHA: " ST-ARQ-FOLHA
              GO TO EXPORTA-FOLHA-FIM.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W     TO CAB01-EMPRESA.
           MOVE COMPETENCIA-W TO CAB01-COMPETENCIA.
           MOVE ZEROS TO FORNEC-ANT-W QT-LINHAS-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-FOLHA-W
              IF TF-FORNEC (I) NOT = FORNEC-ANT-W
                 IF FORNEC-ANT-W NOT = ZEROS
                    PERFORM GRAVA-RESUMO-PESSOA
                 END-IF
                 MOVE TF-FORNEC (I) TO FORNEC-ANT-W
                 MOVE ZEROS TO TOT-PROVENTOS-W TOT-DESCONTOS-W J
              END-IF
              PERFORM GRAVA-LINHA-FOLHA
           END-PERFORM.
           PERFORM GRAVA-RESUMO-PESSOA.
           CLOSE ARQ-FOLHA.
           PERFORM IMPRIME-LINDET.
           MOVE "LINHAS EXPORTADAS:" TO LINDET-REL (1: 18).
           MOVE QT-LINHAS-W          TO LINDET-REL (20: 5).
           PERFORM IMPRIME-LINDET.
           IF QT-SEM-RUBRICA-W > ZEROS
              MOVE "LANCAMENTOS SEM RUBRICA NO CCD015 (NAO EXPORTADOS):"
                TO LINDET-REL (1: 51)
              MOVE QT-SEM-RUBRICA-W TO LINDET-REL (53: 5)
              PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
           DISPLAY "LINHAS EXPORTADAS: " QT-LINHAS-W.
       EXPORTA-FOLHA-FIM.
           CONTINUE.

      *    ENTRA-W = 1 quando o lancamento corrente do CCD100 vai p/ a
      *    folha da competencia; deixa o CCD015 e o CCD013 da pessoa
      *    lidos
       VERIFICA-LANCAMENTO SECTION.
           MOVE ZEROS TO ENTRA-W.
           COMPUTE VENCTO-AAAAMM-W = DATA-VENCTO-CC100 / 100.
           IF SITUACAO-CC100 NOT = 0
              OR VENCTO-AAAAMM-W NOT = COMPETENCIA-W
              GO TO VERIFICA-LANCAMENTO-FIM.
           MOVE FORNEC-CC100 TO FORNEC-CC13.
           READ CCD013 INVALID KEY
                INITIALIZE REG-CCD013
           END-READ.
           IF TIPO-FORN-CC100 NOT = 01 AND TIPO-FORN-CC13 NOT = 01
              GO TO VERIFICA-LANCAMENTO-FIM.
           MOVE TIPO-LCTO-CC100 TO TIPO-LCTO-CC15.
           MOVE CRED-DEB-CC100  TO CRED-DEB-CC15.
           READ CCD015 INVALID KEY
                ADD 1 TO QT-SEM-RUBRICA-W
                GO TO VERIFICA-LANCAMENTO-FIM
           END-READ.
           COMPUTE VALOR-LCTO-W = VALOR-CC100 - VALOR-PAGO-CC100.
           IF VALOR-LCTO-W > ZEROS
              MOVE 1 TO ENTRA-W.
       VERIFICA-LANCAMENTO-FIM.
           CONTINUE.

       ACUMULA-LANCAMENTO SECTION.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-FOLHA-W
              IF TF-FORNEC (I) = FORNEC-CC100
                 AND TF-RUBRICA (I) = RUBRICA-CC15
                 AND TF-CRED-DEB (I) = CRED-DEB-CC100
                 ADD VALOR-LCTO-W TO TF-VALOR (I)
                 ADD 1 TO TF-QTDE (I)
                 MOVE 1 TO ACHOU-W
                 MOVE QT-FOLHA-W TO I
              END-IF
           END-PERFORM.
           IF ACHOU-W = 0
              IF QT-FOLHA-W < 3000
                 PERFORM INSERE-LINHA-TABELA
              ELSE
                 DISPLAY "TABELA DA FOLHA CHEIA - LANCAMENTO "
                         DATA-MOVTO-CC100 "/" SEQ-CC100
                         " NAO EXPORTADO"
              END-IF.

      *    a tabela fica em ordem de pessoa, p/ o arquivo sair
      *    agrupado por matricula
       INSERE-LINHA-TABELA SECTION.
           MOVE 1 TO J.
           PERFORM UNTIL J > QT-FOLHA-W
                      OR TF-FORNEC (J) > FORNEC-CC100
              ADD 1 TO J
           END-PERFORM.
           PERFORM VARYING I FROM QT-FOLHA-W BY -1 UNTIL I < J
              MOVE TAB-FOLHA (I) TO TAB-FOLHA (I + 1)
           END-PERFORM.
           ADD 1 TO QT-FOLHA-W.
           MOVE FORNEC-CC100   TO TF-FORNEC (J).
           IF MATRICULA-FOLHA-CC13 = SPACES
              OR MATRICULA-FOLHA-CC13 = LOW-VALUES
              MOVE SPACES       TO TF-MATRICULA (J)
              MOVE FORNEC-CC100 TO TF-MATRICULA (J) (1: 6)
           ELSE
              MOVE MATRICULA-FOLHA-CC13 TO TF-MATRICULA (J).
           MOVE RUBRICA-CC15   TO TF-RUBRICA (J).
           MOVE CRED-DEB-CC100 TO TF-CRED-DEB (J).
           MOVE VALOR-LCTO-W   TO TF-VALOR (J).
           MOVE 1              TO TF-QTDE (J).

       GRAVA-LINHA-FOLHA SECTION.
           MOVE EMPRESA-W        TO FL-EMPRESA.
           MOVE COMPETENCIA-W    TO FL-COMPETENCIA.
           MOVE TF-MATRICULA (I) TO FL-MATRICULA.
           MOVE TF-RUBRICA (I)   TO FL-RUBRICA.
           IF TF-CRED-DEB (I) = 1
              MOVE "P" TO FL-TIPO
              ADD TF-VALOR (I) TO TOT-PROVENTOS-W
           ELSE
              MOVE "D" TO FL-TIPO
              ADD TF-VALOR (I) TO TOT-DESCONTOS-W.
           MOVE TF-VALOR (I)     TO FL-VALOR.
           MOVE TF-QTDE (I)      TO FL-QTDE.
           ADD TF-QTDE (I)       TO J.
           WRITE REG-ARQ-FOLHA.
           ADD 1 TO QT-LINHAS-W.
           MOVE TF-FORNEC (I)    TO LINDET-REL (1: 6).
           MOVE TF-MATRICULA (I) TO LINDET-REL (8: 10).
           MOVE TF-RUBRICA (I)   TO LINDET-REL (19: 6).
           MOVE FL-TIPO          TO LINDET-REL (29: 1).
           MOVE TF-QTDE (I)      TO LINDET-REL (33: 4).
           MOVE TF-VALOR (I)     TO VALOR-E.
           MOVE VALOR-E          TO LINDET-REL (38: 14).
           PERFORM IMPRIME-LINDET.

      *    J traz a qtde de lancamentos da pessoa; I aponta a linha
      *    seguinte da tabela, por isso a matricula vem de I - 1
       GRAVA-RESUMO-PESSOA SECTION.
           MOVE COMPETENCIA-W TO COMPETENCIA-CC16.
           MOVE FORNEC-ANT-W  TO FORNEC-CC16.
           READ CCD016 INVALID KEY
                INITIALIZE REG-CCD016
                MOVE COMPETENCIA-W TO COMPETENCIA-CC16
                MOVE FORNEC-ANT-W  TO FORNEC-CC16
                PERFORM MOVE-RESUMO-PESSOA
                WRITE REG-CCD016 INVALID KEY
                      DISPLAY "ERRO GRAVANDO CCD016: " ST-CCD016
                END-WRITE
           NOT INVALID KEY
                PERFORM MOVE-RESUMO-PESSOA
                REWRITE REG-CCD016 INVALID KEY
                      DISPLAY "ERRO ATUALIZANDO CCD016: " ST-CCD016
                END-REWRITE
           END-READ.
           MOVE "TOTAL DA PESSOA  PROVENTOS" TO LINDET-REL (1: 26).
           MOVE TOT-PROVENTOS-W  TO VALOR-E.
           MOVE VALOR-E          TO LINDET-REL (38: 14).
           MOVE "DESCONTOS"      TO LINDET-REL (54: 9).
           MOVE TOT-DESCONTOS-W  TO VALOR-E.
           MOVE VALOR-E          TO LINDET-REL (64: 14).
           PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-LINDET.

       MOVE-RESUMO-PESSOA SECTION.
           MOVE TF-MATRICULA (I - 1) TO MATRICULA-CC16.
           MOVE J                    TO QT-LCTOS-CC16.
           MOVE TOT-PROVENTOS-W      TO PROVENTOS-CC16.
           MOVE TOT-DESCONTOS-W      TO DESCONTOS-CC16.
           MOVE DATA-SISTEMA-N       TO DATA-EXPORTACAO-CC16.
           MOVE ZEROS                TO LIQUIDO-FOLHA-CC16
                                        DATA-RETORNO-CC16
                                        SITUACAO-CC16.
           MOVE USUARIO-W            TO USUARIO-CC16.

      *----------------------------------------------------------------
      *    OPCAO 4 - RETORNO DA FOLHA
      *----------------------------------------------------------------
       IMPORTA-RETORNO SECTION.
           DISPLAY "ARQUIVO DE RETORNO DA FOLHA (CAMINHO): "
                   WITH NO ADVANCING.
           ACCEPT PATH-ARQ-FOLHA.
           OPEN INPUT ARQ-RETORNO.
           IF ST-ARQ-RETORNO > "09"
              DISPLAY "ERRO ABERTURA ARQ-RETORNO: " ST-ARQ-RETORNO
              GO TO IMPORTA-RETORNO-FIM.
           MOVE ZEROS TO QT-QUITAR-W QT-NAO-ACHADOS-W COMPETENCIA-W.
           PERFORM LE-RETORNO.
           PERFORM UNTIL ST-ARQ-RETORNO = "10"
              PERFORM PROCESSA-RETORNO
              PERFORM LE-RETORNO
           END-PERFORM.
           CLOSE ARQ-RETORNO.
           MOVE ZEROS TO QT-QUITADOS-W.
           IF QT-QUITAR-W > ZEROS
              PERFORM QUITA-LANCAMENTOS.
           DISPLAY "PESSOAS DEVOLVIDAS PELA FOLHA: " QT-QUITAR-W.
           DISPLAY "LANCAMENTOS QUITADOS NO CCD100: " QT-QUITADOS-W.
           IF QT-NAO-ACHADOS-W > ZEROS
              DISPLAY "MATRICULAS SEM EXPORTACAO NA COMPETENCIA: "
                      QT-NAO-ACHADOS-W.
       IMPORTA-RETORNO-FIM.
           CONTINUE.

       LE-RETORNO SECTION.
           READ ARQ-RETORNO AT END
                MOVE "10" TO ST-ARQ-RETORNO
           END-READ.

      *    a competencia do arquivo e a da primeira linha
       PROCESSA-RETORNO SECTION.
           IF COMPETENCIA-W = ZEROS
              MOVE RT-COMPETENCIA TO COMPETENCIA-W.
           IF RT-COMPETENCIA NOT = COMPETENCIA-W
              DISPLAY "LINHA DE OUTRA COMPETENCIA IGNORADA: "
                      RT-MATRICULA
              GO TO PROCESSA-RETORNO-FIM.
           MOVE ZEROS TO ACHOU-W.
           MOVE COMPETENCIA-W TO COMPETENCIA-CC16.
           MOVE ZEROS         TO FORNEC-CC16.
           START CCD016 KEY IS NOT LESS CHAVE-CC16 INVALID KEY
                 MOVE "10" TO ST-CCD016
           END-START.
           PERFORM UNTIL ST-CCD016 = "10"
              READ CCD016 NEXT RECORD AT END
                   MOVE "10" TO ST-CCD016
              NOT AT END
                   IF COMPETENCIA-CC16 NOT = COMPETENCIA-W
                      MOVE "10" TO ST-CCD016
                   ELSE
                      IF MATRICULA-CC16 = RT-MATRICULA
                         MOVE 1 TO ACHOU-W
                         MOVE "10" TO ST-CCD016
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CCD016.
           IF ACHOU-W = 0
              ADD 1 TO QT-NAO-ACHADOS-W
              DISPLAY "MATRICULA " RT-MATRICULA
                      " NAO EXPORTADA NA COMPETENCIA"
              GO TO PROCESSA-RETORNO-FIM.
           IF RT-SINAL = "-"
              COMPUTE LIQUIDO-FOLHA-CC16 = RT-LIQUIDO * -1
           ELSE
              MOVE RT-LIQUIDO TO LIQUIDO-FOLHA-CC16.
           MOVE DATA-SISTEMA-N TO DATA-RETORNO-CC16.
           MOVE 1              TO SITUACAO-CC16.
           MOVE USUARIO-W      TO USUARIO-CC16.
           REWRITE REG-CCD016 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CCD016: " ST-CCD016
           END-REWRITE.
           IF QT-QUITAR-W < 1000
              ADD 1 TO QT-QUITAR-W
              MOVE FORNEC-CC16 TO TQ-FORNEC (QT-QUITAR-W)
              MOVE DATA-EXPORTACAO-CC16
                TO TQ-DATA-EXPORT (QT-QUITAR-W).
       PROCESSA-RETORNO-FIM.
           CONTINUE.

      *    quita so o que foi exportado: mesmo filtro da exportacao e
      *    lancamento digitado ate a data da exportacao da pessoa
       QUITA-LANCAMENTOS SECTION.
           INITIALIZE REG-CCD100.
           START CCD100 KEY IS NOT LESS CHAVE-CC100 INVALID KEY
                 MOVE "10" TO ST-CCD100
           END-START.
           PERFORM UNTIL ST-CCD100 = "10"
              READ CCD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CCD100
              NOT AT END
                   PERFORM VERIFICA-LANCAMENTO
                   IF ENTRA-W = 1
                      PERFORM QUITA-UM-LANCAMENTO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CCD100.

       QUITA-UM-LANCAMENTO SECTION.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-QUITAR-W
              IF TQ-FORNEC (I) = FORNEC-CC100
                 AND DATA-MOVTO-CC100 NOT > TQ-DATA-EXPORT (I)
                 MOVE 1 TO ACHOU-W
                 MOVE QT-QUITAR-W TO I
              END-IF
           END-PERFORM.
           IF ACHOU-W = 0
              GO TO QUITA-UM-LANCAMENTO-FIM.
           MOVE VALOR-CC100    TO VALOR-PAGO-CC100.
           MOVE DATA-SISTEMA-N TO DATA-PGTO-CC100.
           MOVE 1              TO SITUACAO-CC100.
           MOVE "FOLHA"        TO RESPONSAVEL-CC100.
           REWRITE REG-CCD100 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CCD100: " ST-CCD100
           NOT INVALID KEY
                 ADD 1 TO QT-QUITADOS-W
           END-REWRITE.
       QUITA-UM-LANCAMENTO-FIM.
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
           CLOSE CCD100 CCD013 CCD015 CCD016.

       END PROGRAM CCP015.
