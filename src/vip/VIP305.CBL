       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIP305.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: GUARDA E EXPURGO DA MIDIA BRUTA - FITAS/CARTOES DO
      *        VID100 E ARQUIVOS DIGITAIS DO MANIFESTO VID102 NAO SE
      *        ACUMULAM MAIS PARA SEMPRE.
      *        OPCAO 1 - TABELA DE GUARDA (VID120): POR TIPO DE MIDIA
      *          E SITUACAO DO CONTRATO (COD040), ANOS DE GUARDA
      *          CONTADOS DO ENCERRAMENTO DO CONTRATO (COD132) OU DO
      *          ULTIMO EVENTO FILMADO, E DIAS DE AVISO AO CLIENTE;
      *          ANOS ZERADOS = NUNCA EXPURGA;
      *        OPCAO 2 - ROTINA MENSAL: CALCULA A DATA DE EXPURGO DE
      *          CADA CONTRATO NA AGENDA VID121, LISTA A MIDIA QUE
      *          VENCE DENTRO DO PRAZO DE AVISO E, NA PRIMEIRA VEZ,
      *          AVISA CADA FORMANDO PELA FILA NTD100 (TIPO-MSG 6)
      *          QUE A MIDIA SERA EXCLUIDA NA DATA SE NAO ADQUIRIR
      *          UMA COPIA - A DATA AVISADA NAO ANTECIPA MAIS E NUNCA
      *          FICA A MENOS DOS DIAS DE AVISO DA DATA DO AVISO;
      *        OPCAO 3 - REGISTRA EXPURGO: SO DEPOIS DO AVISO E DA
      *          DATA VENCIDA; GRAVA DATA, USUARIO E METODO EM CADA
      *          FITA (VID100) OU ARQUIVO (VID102, SITUACAO 2) E
      *          IMPRIME O TERMO DE EXPURGO - FIM DA CADEIA DE
      *          CUSTODIA DA MIDIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VIPX100.
           COPY VIPX102.
           COPY VIPX120.
           COPY VIPX121.
           COPY COPX040.
           COPY COPX132.
           COPY MTPX019.
           COPY NTPX100.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY VIPW100.
           COPY VIPW102.
           COPY VIPW120.
           COPY VIPW121.
           COPY COPW040.
           COPY COPW132.
           COPY MTPW019.
           COPY NTPW100.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-VID100             PIC XX       VALUE SPACES.
           05  ST-VID102             PIC XX       VALUE SPACES.
           05  ST-VID120             PIC XX       VALUE SPACES.
           05  ST-VID121             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD132             PIC XX       VALUE SPACES.
           05  ST-MTD019             PIC XX       VALUE SPACES.
           05  ST-NTD100             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  COD132-OK-W           PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  CONTRATO-W            PIC 9(4)     VALUE ZEROS.
           05  TIPO-MIDIA-W          PIC 9        VALUE ZEROS.
           05  SITUACAO-CTR-W        PIC 9        VALUE ZEROS.
           05  METODO-W              PIC 9        VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  QT-ITENS-W            PIC 9(5)     VALUE ZEROS.
           05  QT-PURGADOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-LISTADOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-AVISADOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-VENCIDOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-AVISOS-W           PIC 9(4)     VALUE ZEROS.
           05  QT-SEM-CONTATO-W      PIC 9(4)     VALUE ZEROS.
           05  PROX-SEQ-NT-W         PIC 9(8)     VALUE ZEROS.
           05  ULT-EVENTO-W          PIC 9(8)     VALUE ZEROS.
           05  DATA-BASE-W           PIC 9(8)     VALUE ZEROS.
           05  MIDIA-E               PIC X(8)     VALUE SPACES.
           05  SITUACAO-E            PIC X(9)     VALUE SPACES.
           05  METODO-E              PIC X(21)    VALUE SPACES.
           05  QT-E                  PIC ZZ.ZZ9.
           05  DATA-E                PIC 99/99/9999.
           05  DATA-INVERTE-W        PIC X(8).

      *    eventos filmados do contrato (EVENTO-V100), sem repetir -
      *    chave de acesso aos arquivos do manifesto VID102
       01  TABELA-EVENTOS.
           05  QT-EVENTOS-W          PIC 9(3)     VALUE ZEROS.
           05  TE-EVENTO OCCURS 300 TIMES PIC 9(5).

      *    data base + anos de guarda
       01  DATA-CALC-W.
           05  AA-CALC               PIC 9(4).
           05  MM-CALC               PIC 9(2).
           05  DD-CALC               PIC 9(2).
       01  DATA-CALC-N REDEFINES DATA-CALC-W PIC 9(8).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-VID100       PIC X(60)    VALUE SPACES.
           05  PATH-VID102       PIC X(60)    VALUE SPACES.
           05  PATH-VID120       PIC X(60)    VALUE SPACES.
           05  PATH-VID121       PIC X(60)    VALUE SPACES.
           05  PATH-COD040       PIC X(60)    VALUE SPACES.
           05  PATH-COD132       PIC X(60)    VALUE SPACES.
           05  PATH-MTD019       PIC X(60)    VALUE SPACES.
           05  PATH-NTD100       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  GRDIFD-PARAMETROS.
           05  GRDIFD-DATA1          PIC 9(8).
           05  GRDIFD-DATA2          PIC 9(8).
           05  GRDIFD-DIAS           PIC 9(5).

       01  PARAMETROS-GRADAY1.
           05  DDMMAA.
               10  DD                PIC 9(2).
               10  MM                PIC 9(2).
               10  AA                PIC 9(4).
           05  GRDIAS-NUM-DIAS       PIC 9(4).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "VIP305 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(7)   VALUE SPACES.
           05  CAB01-TITULO      PIC X(50)  VALUE SPACES.
           05  FILLER            PIC X(10)  VALUE SPACES.
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
                  WHEN 1 PERFORM TABELA-GUARDA
                  WHEN 2 PERFORM ROTINA-MENSAL
                  WHEN 3 PERFORM REGISTRA-EXPURGO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-TABELA DE GUARDA  2-ROTINA MENSAL  "
                   "3-REGISTRA EXPURGO: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 3
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              DISPLAY "USUARIO: " WITH NO ADVANCING
              ACCEPT USUARIO-W
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "VID100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-VID100
              MOVE "VID102"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-VID102
              MOVE "VID120"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-VID120
              MOVE "VID121"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-VID121
              MOVE "COD040"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD040
              MOVE "COD132"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-COD132
              MOVE "MTD019"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD019
              MOVE "NTD100"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-NTD100
              OPEN I-O VID100 VID102 VID120 VID121 NTD100
              IF ST-VID120 = "35"
                 CLOSE VID120      OPEN OUTPUT VID120
                 CLOSE VID120      OPEN I-O VID120
              END-IF
              IF ST-VID121 = "35"
                 CLOSE VID121      OPEN OUTPUT VID121
                 CLOSE VID121      OPEN I-O VID121
              END-IF
              IF ST-NTD100 = "35"
                 CLOSE NTD100      OPEN OUTPUT NTD100
                 CLOSE NTD100      OPEN I-O NTD100
              END-IF
              OPEN INPUT COD040 COD132 MTD019
              IF ST-VID100 > "09"
                 DISPLAY "ERRO ABERTURA VID100: " ST-VID100
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-VID102 > "09"
                 DISPLAY "ERRO ABERTURA VID102: " ST-VID102
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-VID120 > "09"
                 DISPLAY "ERRO ABERTURA VID120: " ST-VID120
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-VID121 > "09"
                 DISPLAY "ERRO ABERTURA VID121: " ST-VID121
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-NTD100 > "09"
                 DISPLAY "ERRO ABERTURA NTD100: " ST-NTD100
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
      *       sem o COD132 so a base "data do ultimo evento" vale
              IF ST-COD132 < "10"
                 MOVE 1 TO COD132-OK-W
              END-IF
              IF ERRO-W = 1
                 PERFORM FINALIZA-PROGRAMA
              END-IF.

      *----------------------------------------------------------------
      *    OPCAO 1 - TABELA DE GUARDA (VID120)
      *----------------------------------------------------------------
       TABELA-GUARDA SECTION.
           MOVE 9 TO TIPO-MIDIA-W.
           PERFORM UNTIL TIPO-MIDIA-W = 0
              DISPLAY "MIDIA 1-FITA/CARTAO BRUTO  2-ARQUIVO DIGITAL"
                      "  0-FIM: " WITH NO ADVANCING
              ACCEPT TIPO-MIDIA-W
              IF TIPO-MIDIA-W = 1 OR TIPO-MIDIA-W = 2
                 PERFORM MANTEM-ITEM-TABELA
              ELSE
                 MOVE 0 TO TIPO-MIDIA-W
              END-IF
           END-PERFORM.

       MANTEM-ITEM-TABELA SECTION.
           DISPLAY "SITUACAO DO CONTRATO 0-VIGENTE  1-CANCELADO  "
                   "2-QUITADO  3-ENCERRADO: " WITH NO ADVANCING.
           ACCEPT SITUACAO-CTR-W.
           IF SITUACAO-CTR-W > 3
              DISPLAY "SITUACAO INVALIDA"
              GO TO MANTEM-ITEM-TABELA-FIM.
           MOVE TIPO-MIDIA-W   TO TIPO-MIDIA-V120.
           MOVE SITUACAO-CTR-W TO SITUACAO-CTR-V120.
           MOVE 1 TO ACHOU-W.
           READ VID120 INVALID KEY
                MOVE 0 TO ACHOU-W
                INITIALIZE REG-VID120
                MOVE TIPO-MIDIA-W   TO TIPO-MIDIA-V120
                MOVE SITUACAO-CTR-W TO SITUACAO-CTR-V120
           END-READ.
           IF ACHOU-W = 1
              DISPLAY "ATUAL: " ANOS-GUARDA-V120 " ANOS  BASE "
                      BASE-V120 "  AVISO " DIAS-AVISO-V120 " DIAS".
           DISPLAY "ANOS DE GUARDA (0-NUNCA EXPURGA): "
                   WITH NO ADVANCING.
           ACCEPT ANOS-GUARDA-V120.
           IF ANOS-GUARDA-V120 > ZEROS
              DISPLAY "BASE 1-ENCERRAMENTO DO CONTRATO  2-ULTIMO "
                      "EVENTO: " WITH NO ADVANCING
              ACCEPT BASE-V120
              IF BASE-V120 NOT = 1 AND BASE-V120 NOT = 2
                 DISPLAY "BASE INVALIDA"
                 GO TO MANTEM-ITEM-TABELA-FIM
              END-IF
              DISPLAY "DIAS DE AVISO AO CLIENTE: " WITH NO ADVANCING
              ACCEPT DIAS-AVISO-V120
              IF DIAS-AVISO-V120 = ZEROS
                 DISPLAY "AVISO AO CLIENTE E OBRIGATORIO"
                 GO TO MANTEM-ITEM-TABELA-FIM
              END-IF
           ELSE
              MOVE ZEROS TO BASE-V120 DIAS-AVISO-V120.
           DISPLAY "CONFIRMA (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S"
              GO TO MANTEM-ITEM-TABELA-FIM.
           MOVE DATA-SISTEMA-N TO DATA-ALTERACAO-V120.
           MOVE USUARIO-W      TO USUARIO-V120.
           IF ACHOU-W = 1
              REWRITE REG-VID120 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO VID120: " ST-VID120
              END-REWRITE
           ELSE
              WRITE REG-VID120 INVALID KEY
                    DISPLAY "ERRO GRAVANDO VID120: " ST-VID120
              END-WRITE.
       MANTEM-ITEM-TABELA-FIM.
           CONTINUE.

      *----------------------------------------------------------------
      *    OPCAO 2 - ROTINA MENSAL: AGENDA, LISTA E AVISO AO CLIENTE
      *----------------------------------------------------------------
       ROTINA-MENSAL SECTION.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE "MIDIA BRUTA A EXPURGAR - PRAZO DE AVISO"
                TO CAB01-TITULO.
           MOVE "CTR  MIDIA    SIT.CTR     QTDE  DATA BASE  "
                TO CAB02-TEXTO (1: 43).
           MOVE "EXPURGO EM"   TO CAB02-TEXTO (44: 10).
           MOVE "SITUACAO"     TO CAB02-TEXTO (66: 8).
           MOVE ZEROS TO QT-LISTADOS-W QT-AVISADOS-W QT-VENCIDOS-W
                         QT-AVISOS-W QT-SEM-CONTATO-W.
           PERFORM PROXIMO-SEQ-NTD100.
           MOVE ZEROS TO NR-CONTRATO-CO40.
           START COD040 KEY IS NOT LESS NR-CONTRATO-CO40 INVALID KEY
                 MOVE "10" TO ST-COD040
           END-START.
           PERFORM UNTIL ST-COD040 = "10"
              READ COD040 NEXT RECORD AT END
                   MOVE "10" TO ST-COD040
              NOT AT END
                   MOVE NR-CONTRATO-CO40 TO CONTRATO-W
                   PERFORM LEVANTA-EVENTOS
                   MOVE 1 TO TIPO-MIDIA-W
                   PERFORM AGENDA-MIDIA
                   MOVE 2 TO TIPO-MIDIA-W
                   PERFORM AGENDA-MIDIA
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD040.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "NO PRAZO DE AVISO: " TO LINDET-REL (1: 19).
           MOVE QT-LISTADOS-W TO QT-E.
           MOVE QT-E          TO LINDET-REL (20: 6).
           MOVE "  AVISADOS AGORA: " TO LINDET-REL (26: 18).
           MOVE QT-AVISADOS-W TO QT-E.
           MOVE QT-E          TO LINDET-REL (44: 6).
           MOVE "  VENCIDOS: " TO LINDET-REL (50: 12).
           MOVE QT-VENCIDOS-W TO QT-E.
           MOVE QT-E          TO LINDET-REL (62: 6).
           PERFORM IMPRIME-LINDET.
           MOVE "MENSAGENS NA FILA: " TO LINDET-REL (1: 19).
           MOVE QT-AVISOS-W   TO QT-E.
           MOVE QT-E          TO LINDET-REL (20: 6).
           MOVE "  SEM CONTATO: " TO LINDET-REL (26: 15).
           MOVE QT-SEM-CONTATO-W TO QT-E.
           MOVE QT-E          TO LINDET-REL (41: 6).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.

      *    fitas do contrato pelo ALT1 do VID100: guarda os eventos
      *    (sem repetir) e a data do ultimo evento filmado
       LEVANTA-EVENTOS SECTION.
           MOVE ZEROS TO QT-EVENTOS-W ULT-EVENTO-W.
           MOVE CONTRATO-W TO CONTRATO-V100.
           MOVE ZEROS      TO NR-FITA-V100.
           START VID100 KEY IS NOT LESS ALT1-V100 INVALID KEY
                 MOVE "10" TO ST-VID100
           END-START.
           PERFORM UNTIL ST-VID100 = "10"
              READ VID100 NEXT RECORD AT END
                   MOVE "10" TO ST-VID100
              NOT AT END
                   IF CONTRATO-V100 NOT = CONTRATO-W
                      MOVE "10" TO ST-VID100
                   ELSE
                      IF DATA-EVENTO-V100 > ULT-EVENTO-W
                         MOVE DATA-EVENTO-V100 TO ULT-EVENTO-W
                      END-IF
                      PERFORM GUARDA-EVENTO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-VID100.

       GUARDA-EVENTO SECTION.
           IF EVENTO-V100 = ZEROS
              GO TO GUARDA-EVENTO-FIM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-EVENTOS-W
              IF TE-EVENTO (I) = EVENTO-V100
                 GO TO GUARDA-EVENTO-FIM
              END-IF
           END-PERFORM.
           IF QT-EVENTOS-W < 300
              ADD 1 TO QT-EVENTOS-W
              MOVE EVENTO-V100 TO TE-EVENTO (QT-EVENTOS-W).
       GUARDA-EVENTO-FIM.
           CONTINUE.

       AGENDA-MIDIA SECTION.
           MOVE TIPO-MIDIA-W  TO TIPO-MIDIA-V120.
           MOVE SITUACAO-CO40 TO SITUACAO-CTR-V120.
           READ VID120 INVALID KEY
                GO TO AGENDA-MIDIA-FIM
           END-READ.
           IF ANOS-GUARDA-V120 = ZEROS
              GO TO AGENDA-MIDIA-FIM.
           PERFORM CONTA-MIDIA-GUARDADA.
           IF QT-ITENS-W = ZEROS
              GO TO AGENDA-MIDIA-FIM.

           IF BASE-V120 = 1
              IF COD132-OK-W = 0
                 GO TO AGENDA-MIDIA-FIM
              END-IF
              MOVE CONTRATO-W TO NR-CONTRATO-CO132
              READ COD132 INVALID KEY
                   GO TO AGENDA-MIDIA-FIM
              END-READ
              IF DATA-ENCERR-CO132 = ZEROS
                 GO TO AGENDA-MIDIA-FIM
              END-IF
              MOVE DATA-ENCERR-CO132 TO DATA-CALC-N
           ELSE
              IF ULT-EVENTO-W = ZEROS
                 GO TO AGENDA-MIDIA-FIM
              END-IF
              MOVE ULT-EVENTO-W TO DATA-CALC-N.
           MOVE DATA-CALC-N TO DATA-BASE-W.
           ADD ANOS-GUARDA-V120 TO AA-CALC.
           IF MM-CALC = 2 AND DD-CALC = 29
              MOVE 28 TO DD-CALC.

           MOVE CONTRATO-W   TO CONTRATO-V121.
           MOVE TIPO-MIDIA-W TO TIPO-MIDIA-V121.
           MOVE 1 TO ACHOU-W.
           READ VID121 INVALID KEY
                MOVE 0 TO ACHOU-W
                INITIALIZE REG-VID121
                MOVE CONTRATO-W   TO CONTRATO-V121
                MOVE TIPO-MIDIA-W TO TIPO-MIDIA-V121
           END-READ.
      *    midia nova depois de um expurgo abre outro ciclo
           IF SITUACAO-V121 = 2
              MOVE 0     TO SITUACAO-V121
              MOVE ZEROS TO DATA-AVISO-V121 QT-AVISOS-V121.
           MOVE DATA-BASE-W TO DATA-BASE-V121.
           MOVE QT-ITENS-W  TO QT-ITENS-V121.
      *    depois do aviso vale a data que o cliente recebeu
           IF SITUACAO-V121 = 0
              MOVE DATA-CALC-N TO DATA-PREV-PURGA-V121.

           MOVE DATA-SISTEMA-N       TO GRDIFD-DATA1.
           MOVE DATA-PREV-PURGA-V121 TO GRDIFD-DATA2.
           CALL "GRDIFD" USING GRDIFD-PARAMETROS.
           IF SITUACAO-V121 = 0 AND GRDIFD-DIAS > DIAS-AVISO-V120
              GO TO AGENDA-MIDIA-GRAVA.

           PERFORM NOME-MIDIA.
           MOVE CONTRATO-W           TO LINDET-REL (1: 4).
           MOVE MIDIA-E              TO LINDET-REL (6: 8).
           MOVE SITUACAO-CO40        TO SITUACAO-CTR-W.
           PERFORM NOME-SITUACAO-CTR.
           MOVE SITUACAO-E           TO LINDET-REL (15: 9).
           MOVE QT-ITENS-W           TO QT-E.
           MOVE QT-E                 TO LINDET-REL (25: 6).
           MOVE DATA-BASE-V121       TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W       TO DATA-E.
           MOVE DATA-E               TO LINDET-REL (33: 10).
           IF SITUACAO-V121 = 0
              PERFORM AVISA-CONTRATO
           ELSE
              IF DATA-PREV-PURGA-V121 NOT > DATA-SISTEMA-N
                 MOVE "VENCIDO - REGISTRAR EXPURGO"
                      TO LINDET-REL (66: 27)
                 ADD 1 TO QT-VENCIDOS-W
              ELSE
                 MOVE DATA-AVISO-V121 TO DATA-INVERTE-W
                 CALL "GRIDAT1" USING DATA-INVERTE-W
                 MOVE DATA-INVERTE-W  TO DATA-E
                 MOVE "AVISADO EM"    TO LINDET-REL (66: 10)
                 MOVE DATA-E          TO LINDET-REL (77: 10)
              END-IF
           END-IF.
           MOVE DATA-PREV-PURGA-V121 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W       TO DATA-E.
           MOVE DATA-E               TO LINDET-REL (44: 10).
           ADD 1 TO QT-LISTADOS-W.
           PERFORM IMPRIME-LINDET.

       AGENDA-MIDIA-GRAVA.
           IF ACHOU-W = 1
              REWRITE REG-VID121 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO VID121: " ST-VID121
              END-REWRITE
           ELSE
              WRITE REG-VID121 INVALID KEY
                    DISPLAY "ERRO GRAVANDO VID121: " ST-VID121
              END-WRITE.
       AGENDA-MIDIA-FIM.
           CONTINUE.

      *    fitas (tipo 1) ou arquivos do manifesto (tipo 2) do
      *    contrato ainda nao expurgados
       CONTA-MIDIA-GUARDADA SECTION.
           MOVE ZEROS TO QT-ITENS-W.
           IF TIPO-MIDIA-W = 1
              MOVE CONTRATO-W TO CONTRATO-V100
              MOVE ZEROS      TO NR-FITA-V100
              START VID100 KEY IS NOT LESS ALT1-V100 INVALID KEY
                    MOVE "10" TO ST-VID100
              END-START
              PERFORM UNTIL ST-VID100 = "10"
                 READ VID100 NEXT RECORD AT END
                      MOVE "10" TO ST-VID100
                 NOT AT END
                      IF CONTRATO-V100 NOT = CONTRATO-W
                         MOVE "10" TO ST-VID100
                      ELSE
                         IF DATA-PURGA-V100 = ZEROS
                            ADD 1 TO QT-ITENS-W
                         END-IF
                      END-IF
                 END-READ
              END-PERFORM
              MOVE SPACES TO ST-VID100
           ELSE
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-EVENTOS-W
                 PERFORM CONTA-ARQUIVOS-EVENTO
              END-PERFORM.

       CONTA-ARQUIVOS-EVENTO SECTION.
           MOVE TE-EVENTO (I) TO EVENTO-V102.
           MOVE ZEROS         TO SEQ-ARQ-V102.
           START VID102 KEY IS NOT LESS CHAVE-V102 INVALID KEY
                 MOVE "10" TO ST-VID102
           END-START.
           PERFORM UNTIL ST-VID102 = "10"
              READ VID102 NEXT RECORD AT END
                   MOVE "10" TO ST-VID102
              NOT AT END
                   IF EVENTO-V102 NOT = TE-EVENTO (I)
                      MOVE "10" TO ST-VID102
                   ELSE
                      IF SITUACAO-V102 NOT = 2
                         ADD 1 TO QT-ITENS-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-VID102.

      *    primeiro aviso: a data de expurgo nunca fica a menos dos
      *    dias de aviso a partir de hoje
       AVISA-CONTRATO SECTION.
           IF GRDIFD-DIAS < DIAS-AVISO-V120
              MOVE DATA-SISTEMA-N  TO DATA-INVERTE-W
              CALL "GRIDAT1" USING DATA-INVERTE-W
              MOVE DATA-INVERTE-W  TO DDMMAA
              MOVE DIAS-AVISO-V120 TO GRDIAS-NUM-DIAS
              CALL "GRADAY1" USING PARAMETROS-GRADAY1
              MOVE DDMMAA          TO DATA-INVERTE-W
              CALL "GRIDAT2" USING DATA-INVERTE-W
              MOVE DATA-INVERTE-W  TO DATA-PREV-PURGA-V121.
           MOVE DATA-PREV-PURGA-V121 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W       TO DATA-E.
           MOVE CONTRATO-W  TO CONTRATO-MT19.
           MOVE SPACES      TO NOME-FORM-MT19.
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
                      PERFORM AVISA-FORMANDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD019.
           MOVE DATA-SISTEMA-N TO DATA-AVISO-V121.
           MOVE 1              TO SITUACAO-V121.
           MOVE "AVISADO AGORA" TO LINDET-REL (66: 13).
           ADD 1 TO QT-AVISADOS-W.

       AVISA-FORMANDO SECTION.
           INITIALIZE REG-NTD100.
           ADD 1 TO PROX-SEQ-NT-W.
           MOVE PROX-SEQ-NT-W  TO SEQ-NT100.
           MOVE 6              TO TIPO-MSG-NT100.
           MOVE ALBUM-MT19     TO ALBUM-NT100.
           MOVE DATA-SISTEMA-N TO DATA-GERACAO-NT100.
           IF TIPO-MIDIA-W = 1
              MOVE "FITAS/CARTOES BRUTOS DO EVENTO SERAO APAGADOS EM "
                   TO TEXTO-NT100 (1: 49)
              MOVE DATA-E TO TEXTO-NT100 (50: 10)
              MOVE " - ADQUIRA SUA COPIA" TO TEXTO-NT100 (60: 20)
           ELSE
              MOVE "ARQUIVOS DIGITAIS DO EVENTO SERAO EXCLUIDOS EM "
                   TO TEXTO-NT100 (1: 47)
              MOVE DATA-E TO TEXTO-NT100 (48: 10)
              MOVE " - ADQUIRA SUA COPIA" TO TEXTO-NT100 (58: 20).
           IF FONE-MT19 > ZEROS
              MOVE FONE-MT19 TO DESTINO-NT100 (1: 8)
              MOVE 0         TO SITUACAO-NT100
              ADD 1 TO QT-AVISOS-W
           ELSE
              MOVE SPACES    TO DESTINO-NT100
              MOVE 3         TO SITUACAO-NT100
              ADD 1 TO QT-SEM-CONTATO-W.
           WRITE REG-NTD100 INVALID KEY
                 DISPLAY "ERRO GRAVANDO NTD100: " ST-NTD100
           END-WRITE.
           ADD 1 TO QT-AVISOS-V121.

      *----------------------------------------------------------------
      *    OPCAO 3 - REGISTRA EXPURGO E IMPRIME O TERMO
      *----------------------------------------------------------------
       REGISTRA-EXPURGO SECTION.
           DISPLAY "CONTRATO: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           DISPLAY "MIDIA 1-FITA/CARTAO BRUTO  2-ARQUIVO DIGITAL: "
                   WITH NO ADVANCING.
           ACCEPT TIPO-MIDIA-W.
           MOVE CONTRATO-W   TO CONTRATO-V121.
           MOVE TIPO-MIDIA-W TO TIPO-MIDIA-V121.
           READ VID121 INVALID KEY
                DISPLAY "CONTRATO/MIDIA SEM AGENDA DE EXPURGO - "
                        "RODAR A ROTINA MENSAL"
                GO TO REGISTRA-EXPURGO-FIM
           END-READ.
           IF SITUACAO-V121 = 2
              MOVE DATA-PURGA-V121 TO DATA-INVERTE-W
              CALL "GRIDAT1" USING DATA-INVERTE-W
              MOVE DATA-INVERTE-W  TO DATA-E
              DISPLAY "MIDIA JA EXPURGADA EM " DATA-E
              GO TO REGISTRA-EXPURGO-FIM.
           IF SITUACAO-V121 = 0
              DISPLAY "CLIENTE AINDA NAO AVISADO - NAO EXPURGAR"
              GO TO REGISTRA-EXPURGO-FIM.
           MOVE DATA-PREV-PURGA-V121 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W       TO DATA-E.
           IF DATA-PREV-PURGA-V121 > DATA-SISTEMA-N
              DISPLAY "PRAZO DO AVISO AO CLIENTE VENCE EM " DATA-E
              GO TO REGISTRA-EXPURGO-FIM.
           DISPLAY "EXPURGO PREVISTO P/ " DATA-E "  ITENS GUARDADOS: "
                   QT-ITENS-V121.
           IF TIPO-MIDIA-W = 1
              DISPLAY "METODO 1-APAGADA P/ REUSO  2-MIDIA DESTRUIDA"
                      "  3-ENTREGUE AO CLIENTE: " WITH NO ADVANCING
           ELSE
              DISPLAY "METODO 3-ENTREGUE AO CLIENTE  4-EXCLUIDA DO "
                      "SERVIDOR: " WITH NO ADVANCING.
           ACCEPT METODO-W.
           IF (TIPO-MIDIA-W = 1 AND (METODO-W < 1 OR METODO-W > 3))
           OR (TIPO-MIDIA-W = 2 AND (METODO-W < 3 OR METODO-W > 4))
              DISPLAY "METODO INVALIDO"
              GO TO REGISTRA-EXPURGO-FIM.
           DISPLAY "CONFIRMA O EXPURGO (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S"
              GO TO REGISTRA-EXPURGO-FIM.

           PERFORM NOME-METODO.
           PERFORM NOME-MIDIA.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE "TERMO DE EXPURGO DE MIDIA BRUTA" TO CAB01-TITULO.
           MOVE SPACES TO CAB02-TEXTO.
           MOVE "CONTRATO "   TO CAB02-TEXTO (1: 9).
           MOVE CONTRATO-W    TO CAB02-TEXTO (10: 4).
           MOVE MIDIA-E       TO CAB02-TEXTO (16: 8).
           MOVE "METODO: "    TO CAB02-TEXTO (26: 8).
           MOVE METODO-E      TO CAB02-TEXTO (34: 21).
           MOVE "USUARIO: "   TO CAB02-TEXTO (57: 9).
           MOVE USUARIO-W     TO CAB02-TEXTO (66: 5).
           MOVE ZEROS TO QT-PURGADOS-W.
           IF TIPO-MIDIA-W = 1
              PERFORM EXPURGA-FITAS
           ELSE
              PERFORM LEVANTA-EVENTOS
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-EVENTOS-W
                 PERFORM EXPURGA-ARQUIVOS-EVENTO
              END-PERFORM.

           MOVE 2              TO SITUACAO-V121.
           MOVE DATA-SISTEMA-N TO DATA-PURGA-V121.
           MOVE USUARIO-W      TO USUARIO-PURGA-V121.
           MOVE METODO-W       TO METODO-PURGA-V121.
           MOVE QT-PURGADOS-W  TO QT-PURGADOS-V121.
           MOVE ZEROS          TO QT-ITENS-V121.
           REWRITE REG-VID121 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO VID121: " ST-VID121
           END-REWRITE.

           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           MOVE "ITENS EXPURGADOS: " TO LINDET-REL (1: 18).
           MOVE QT-PURGADOS-W TO QT-E.
           MOVE QT-E          TO LINDET-REL (19: 6).
           MOVE DATA-SISTEMA-N TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W TO DATA-E.
           MOVE "  EM "       TO LINDET-REL (25: 5).
           MOVE DATA-E        TO LINDET-REL (30: 10).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-LINDET.
           MOVE "RESPONSAVEL: ______________________________"
                TO LINDET-REL (1: 44).
           PERFORM IMPRIME-LINDET.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT.
           DISPLAY "EXPURGO REGISTRADO: " QT-PURGADOS-W " ITENS".
       REGISTRA-EXPURGO-FIM.
           CONTINUE.

       EXPURGA-FITAS SECTION.
           MOVE CONTRATO-W TO CONTRATO-V100.
           MOVE ZEROS      TO NR-FITA-V100.
           START VID100 KEY IS NOT LESS ALT1-V100 INVALID KEY
                 MOVE "10" TO ST-VID100
           END-START.
           PERFORM UNTIL ST-VID100 = "10"
              READ VID100 NEXT RECORD AT END
                   MOVE "10" TO ST-VID100
              NOT AT END
                   IF CONTRATO-V100 NOT = CONTRATO-W
                      MOVE "10" TO ST-VID100
                   ELSE
                      IF DATA-PURGA-V100 = ZEROS
                         PERFORM EXPURGA-FITA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-VID100.

       EXPURGA-FITA SECTION.
           MOVE DATA-SISTEMA-N TO DATA-PURGA-V100.
           MOVE USUARIO-W      TO USUARIO-PURGA-V100.
           MOVE METODO-W       TO METODO-PURGA-V100.
           REWRITE REG-VID100 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO VID100: " ST-VID100
           END-REWRITE.
           ADD 1 TO QT-PURGADOS-W.
           MOVE "FITA"             TO LINDET-REL (1: 4).
           MOVE NR-FITA-V100       TO LINDET-REL (6: 5).
           MOVE CURSO-V100         TO LINDET-REL (13: 10).
           MOVE "EVENTO"           TO LINDET-REL (25: 6).
           MOVE EVENTO-V100        TO LINDET-REL (32: 5).
           MOVE DATA-EVENTO-V100   TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
           MOVE DATA-INVERTE-W     TO DATA-E.
           MOVE DATA-E             TO LINDET-REL (38: 10).
           MOVE "LOCAL"            TO LINDET-REL (50: 5).
           MOVE LOCALIZACAO-V100   TO LINDET-REL (56: 5).
           MOVE "ARQUIVOS"         TO LINDET-REL (63: 8).
           MOVE QTDE-ARQUIVOS-V100 TO LINDET-REL (72: 3).
           PERFORM IMPRIME-LINDET.

       EXPURGA-ARQUIVOS-EVENTO SECTION.
           MOVE TE-EVENTO (I) TO EVENTO-V102.
           MOVE ZEROS         TO SEQ-ARQ-V102.
           START VID102 KEY IS NOT LESS CHAVE-V102 INVALID KEY
                 MOVE "10" TO ST-VID102
           END-START.
           PERFORM UNTIL ST-VID102 = "10"
              READ VID102 NEXT RECORD AT END
                   MOVE "10" TO ST-VID102
              NOT AT END
                   IF EVENTO-V102 NOT = TE-EVENTO (I)
                      MOVE "10" TO ST-VID102
                   ELSE
                      IF SITUACAO-V102 NOT = 2
                         PERFORM EXPURGA-ARQUIVO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-VID102.

       EXPURGA-ARQUIVO SECTION.
           MOVE 2              TO SITUACAO-V102.
           MOVE DATA-SISTEMA-N TO DATA-PURGA-V102.
           MOVE USUARIO-W      TO USUARIO-PURGA-V102.
           MOVE METODO-W       TO METODO-PURGA-V102.
           REWRITE REG-VID102 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO VID102: " ST-VID102
           END-REWRITE.
           ADD 1 TO QT-PURGADOS-W.
           MOVE "EVENTO"           TO LINDET-REL (1: 6).
           MOVE EVENTO-V102        TO LINDET-REL (8: 5).
           MOVE SEQ-ARQ-V102       TO LINDET-REL (14: 4).
           MOVE NOME-ARQ-V102      TO LINDET-REL (19: 40).
           MOVE CARTAO-ORIGEM-V102 TO LINDET-REL (60: 10).
           MOVE CHECKSUM-V102      TO LINDET-REL (71: 10).
           IF ALBUM-V102 > ZEROS
              MOVE "ALBUM"         TO LINDET-REL (83: 5)
              MOVE ALBUM-V102      TO LINDET-REL (89: 8).
           PERFORM IMPRIME-LINDET.

      *----------------------------------------------------------------
      *    ROTINAS GERAIS
      *----------------------------------------------------------------
       PROXIMO-SEQ-NTD100 SECTION.
           MOVE ZEROS TO PROX-SEQ-NT-W SEQ-NT100.
           START NTD100 KEY IS NOT LESS SEQ-NT100 INVALID KEY
                 MOVE "10" TO ST-NTD100
           END-START.
           PERFORM UNTIL ST-NTD100 = "10"
              READ NTD100 NEXT RECORD AT END
                   MOVE "10" TO ST-NTD100
              NOT AT END
                   MOVE SEQ-NT100 TO PROX-SEQ-NT-W
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-NTD100.

       NOME-MIDIA SECTION.
           IF TIPO-MIDIA-W = 1
              MOVE "FITAS"    TO MIDIA-E
           ELSE
              MOVE "ARQUIVOS" TO MIDIA-E.

       NOME-SITUACAO-CTR SECTION.
           EVALUATE SITUACAO-CTR-W
               WHEN 0 MOVE "VIGENTE"   TO SITUACAO-E
               WHEN 1 MOVE "CANCELADO" TO SITUACAO-E
               WHEN 2 MOVE "QUITADO"   TO SITUACAO-E
               WHEN 3 MOVE "ENCERRADO" TO SITUACAO-E
           END-EVALUATE.

       NOME-METODO SECTION.
           EVALUATE METODO-W
               WHEN 1 MOVE "APAGADA P/ REUSO"      TO METODO-E
               WHEN 2 MOVE "MIDIA DESTRUIDA"       TO METODO-E
               WHEN 3 MOVE "ENTREGUE AO CLIENTE"   TO METODO-E
               WHEN 4 MOVE "EXCLUIDA DO SERVIDOR"  TO METODO-E
           END-EVALUATE.

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
           CLOSE VID100 VID102 VID120 VID121 NTD100 COD040 MTD019.
           IF COD132-OK-W = 1
              CLOSE COD132.

       END PROGRAM VIP305.
