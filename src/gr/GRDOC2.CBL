       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDOC2.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: RELATORIO DE DOCUMENTOS QUE FALTAM NO INDICE DE
      *        DOCUMENTOS DIGITALIZADOS (GRD042).
      *        OPCAO 1 - CONTAS PAGAS SEM NOTA: TITULOS CPD020 DE
      *          FORNECEDOR (TIPO-FORN 00) PAGOS (SITUACAO 2) NO
      *          PERIODO DE PAGAMENTO SEM NENHUM ANEXO TIPO 02 (NOTA
      *          FISCAL/FATURA). O ADIANTAMENTO ("ADT") FICA FORA - A
      *          NOTA DELE VEM DEPOIS, NO TITULO DA COMPENSACAO;
      *        OPCAO 2 - CONTRATOS VIGENTES (SITUACAO-CO40 0) SEM
      *          NENHUM ANEXO TIPO 01 (CONTRATO ASSINADO);
      *        OPCAO 3 - AS DUAS LISTAS.
      *        ANEXA-SE PELA JANELA DE DOCUMENTOS (GRDOC/GRDOC1).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GRVX042.
           COPY CPPX020.
           COPY CGPX001.
           COPY COPX040.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY GRVW042.
           COPY CPPW020.
           COPY CGPW001.
           COPY COPW040.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-GRD042             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  TEM-ANEXO-W           PIC 9        VALUE ZEROS.
           05  TIPO-DOC-W            PIC 9(2)     VALUE ZEROS.
           05  ENTIDADE-W            PIC X(8)     VALUE SPACES.
           05  CHAVE-ENT-W           PIC X(30)    VALUE SPACES.
           05  DATA-INI-W            PIC X(8)     VALUE SPACES.
           05  DATA-INI-N REDEFINES DATA-INI-W PIC 9(8).
           05  DATA-FIM-W            PIC X(8)     VALUE SPACES.
           05  DATA-FIM-N REDEFINES DATA-FIM-W PIC 9(8).
           05  DATA-ASSINA-W         PIC 9(8)     VALUE ZEROS.
           05  QT-PAGAR-W            PIC 9(6)     VALUE ZEROS.
           05  QT-CONTRATO-W         PIC 9(6)     VALUE ZEROS.
           05  VLR-PAGAR-W           PIC 9(10)V99 VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-GRD042       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CGD001       PIC X(60)    VALUE SPACES.
           05  PATH-COD040       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "GRDOC2 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(16)  VALUE SPACES.
           05  FILLER            PIC X(35)  VALUE
           "DOCUMENTOS NAO ANEXADOS - DATA ".
           05  CAB01-DATA        PIC 9(8).
           05  FILLER            PIC X(41)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB02.
           05  CAB02-TITULO      PIC X(130) VALUE SPACES.
       01  CAB03.
           05  CAB03-COLUNAS     PIC X(130) VALUE SPACES.
       01  CAB03-PAGAR.
           05  FILLER            PIC X(13)  VALUE "FORNEC SEQ".
           05  FILLER            PIC X(32)  VALUE "FORNECEDOR".
           05  FILLER            PIC X(11)  VALUE "NR.DOCTO".
           05  FILLER            PIC X(31)  VALUE "DESCRICAO".
           05  FILLER            PIC X(10)  VALUE "PAGTO".
           05  FILLER            PIC X(15)  VALUE "       VALOR".
           05  FILLER            PIC X(6)   VALUE "DIGIT.".
       01  CAB03-CONTRATO.
           05  FILLER            PIC X(10)  VALUE "CONTRATO".
           05  FILLER            PIC X(42)  VALUE "CLIENTE".
           05  FILLER            PIC X(21)  VALUE "IDENTIFICACAO".
           05  FILLER            PIC X(11)  VALUE "ASSINATURA".
           05  FILLER            PIC X(9)   VALUE "PREVISAO".
           05  FILLER            PIC X(15)  VALUE "       VALOR".
       01  LINDET.
           05  LINDET-REL        PIC X(130) VALUE SPACES.
       01  LINDET-PAGAR.
           05  DET-FORNEC        PIC 9(6).
           05  FILLER            PIC X(1)   VALUE SPACES.
           05  DET-SEQ           PIC 9(5).
           05  FILLER            PIC X(1)   VALUE SPACES.
           05  DET-NOME-FORNEC   PIC X(32).
           05  DET-NR-DOCTO      PIC X(11).
           05  DET-DESCRICAO     PIC X(31).
           05  DET-DATA-PGTO     PIC 9999/99/99.
           05  FILLER            PIC X(2)   VALUE SPACES.
           05  DET-VALOR         PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER            PIC X(2)   VALUE SPACES.
           05  DET-DIGITADOR     PIC X(5).
       01  LINDET-CONTRATO.
           05  DET-CONTRATO      PIC 9(4).
           05  FILLER            PIC X(6)   VALUE SPACES.
           05  DET-CLIENTE       PIC X(42).
           05  DET-IDENTIFICA    PIC X(21).
           05  DET-ASSINATURA    PIC 9999/99/99.
           05  FILLER            PIC X(1)   VALUE SPACES.
           05  DET-MESANO        PIC 9(6).
           05  FILLER            PIC X(3)   VALUE SPACES.
           05  DET-VLR-CONTRATO  PIC ZZ.ZZZ.ZZ9,99.
       01  LINDET-TOTAL.
           05  TOT-TEXTO         PIC X(40)  VALUE SPACES.
           05  TOT-QTDE          PIC ZZZ.ZZ9.
           05  FILLER            PIC X(3)   VALUE SPACES.
           05  TOT-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              IF OPCAO-W = 1 OR OPCAO-W = 3
                 PERFORM LISTA-PAGAR-SEM-NOTA
              END-IF
              IF OPCAO-W = 2 OR OPCAO-W = 3
                 PERFORM LISTA-CONTRATO-SEM-COPIA
              END-IF
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           DISPLAY "1-PAGAS SEM NOTA  2-CONTRATOS SEM COPIA ASSINADA"
                   "  3-AMBOS: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 3
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           IF OPCAO-W NOT = 2
              DISPLAY "PAGAS DE (DDMMAAAA).: " WITH NO ADVANCING
              ACCEPT DATA-INI-W
              DISPLAY "PAGAS ATE (DDMMAAAA): " WITH NO ADVANCING
              ACCEPT DATA-FIM-W
              CALL "GRIDAT2" USING DATA-INI-W
              CALL "GRIDAT2" USING DATA-FIM-W
              IF DATA-INI-W NOT NUMERIC OR DATA-FIM-W NOT NUMERIC
                 OR DATA-INI-N > DATA-FIM-N
                 DISPLAY "PERIODO INVALIDO"
                 MOVE 1 TO ERRO-W
                 GO TO INICIALIZA-PROGRAMA-FIM.
           MOVE EMPRESA-W      TO GRPATH-EMPRESA CAB01-EMPRESA.
           MOVE DATA-SISTEMA-N TO CAB01-DATA.
           MOVE "GRD042" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-GRD042.
           MOVE "CPD020" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CPD020.
           MOVE "CGD001" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CGD001.
           MOVE "COD040" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-COD040.
      *    sem GRD042 ainda, nada foi anexado: tudo sai na lista
           OPEN INPUT GRD042.
           IF ST-GRD042 = "35"
              CLOSE GRD042      OPEN OUTPUT GRD042
              CLOSE GRD042      OPEN INPUT GRD042.
           IF ST-GRD042 > "09"
              DISPLAY "ERRO ABERTURA GRD042: " ST-GRD042
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           OPEN INPUT CPD020 CGD001 COD040.
           IF ST-CPD020 > "09" OR ST-CGD001 > "09"
                               OR ST-COD040 > "09"
              DISPLAY "ERRO ABERTURA CPD020/CGD001/COD040: "
                      ST-CPD020 " " ST-CGD001 " " ST-COD040
              CLOSE GRD042
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           OPEN OUTPUT RELAT.
       INICIALIZA-PROGRAMA-FIM.
           CONTINUE.

      *    ------------------------------------------------------
      *    CONTAS A PAGAR PAGAS SEM NOTA ANEXADA
      *    ------------------------------------------------------
       LISTA-PAGAR-SEM-NOTA SECTION.
           MOVE ZEROS TO QT-PAGAR-W VLR-PAGAR-W.
           MOVE "CONTAS PAGAS SEM NOTA FISCAL/FATURA ANEXADA"
                TO CAB02-TITULO.
           MOVE CAB03-PAGAR TO CAB03-COLUNAS.
           MOVE 99 TO LIN.
           INITIALIZE REG-CPD020.
           START CPD020 KEY IS NOT LESS CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020
           END-START.
           PERFORM UNTIL ST-CPD020 NOT < "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF SITUACAO-CP20  = 2           AND
                      TIPO-FORN-CP20 = ZEROS       AND
                      NR-DOCTO-CP20 (1: 3) NOT = "ADT" AND
                      DATA-PGTO-CP20 NOT < DATA-INI-N AND
                      DATA-PGTO-CP20 NOT > DATA-FIM-N
                      PERFORM CONFERE-PAGAR
                   END-IF
              END-READ
           END-PERFORM.
           IF ST-CPD020 NOT = "10"
              DISPLAY "ERRO NA LEITURA DO CPD020: " ST-CPD020.
           MOVE "TOTAL DE CONTAS PAGAS SEM NOTA" TO TOT-TEXTO.
           MOVE QT-PAGAR-W  TO TOT-QTDE.
           MOVE VLR-PAGAR-W TO TOT-VALOR.
           PERFORM IMPRIME-LINDET.
           MOVE LINDET-TOTAL TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           DISPLAY QT-PAGAR-W " CONTA(S) PAGA(S) SEM NOTA ANEXADA".

       CONFERE-PAGAR SECTION.
           MOVE "CPD020"    TO ENTIDADE-W.
           MOVE SPACES      TO CHAVE-ENT-W.
           MOVE FORNEC-CP20 TO CHAVE-ENT-W (1: 6).
           MOVE SEQ-CP20    TO CHAVE-ENT-W (7: 5).
           MOVE 02          TO TIPO-DOC-W.
           PERFORM PROCURA-ANEXO.
           IF TEM-ANEXO-W = 1
              GO TO CONFERE-PAGAR-FIM.
           ADD 1 TO QT-PAGAR-W.
           ADD VALOR-LIQ-CP20 TO VLR-PAGAR-W.
           MOVE FORNEC-CP20 TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "*** NAO CADASTRADO ***" TO NOME-CG01
           END-READ.
           MOVE FORNEC-CP20    TO DET-FORNEC.
           MOVE SEQ-CP20       TO DET-SEQ.
           MOVE NOME-CG01      TO DET-NOME-FORNEC.
           MOVE NR-DOCTO-CP20  TO DET-NR-DOCTO.
           MOVE DESCRICAO-CP20 TO DET-DESCRICAO.
           MOVE DATA-PGTO-CP20 TO DET-DATA-PGTO.
           MOVE VALOR-LIQ-CP20 TO DET-VALOR.
           MOVE DIGITADOR-CP20 TO DET-DIGITADOR.
           MOVE LINDET-PAGAR   TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
       CONFERE-PAGAR-FIM.
           CONTINUE.

      *    ------------------------------------------------------
      *    CONTRATOS VIGENTES SEM COPIA ASSINADA ANEXADA
      *    ------------------------------------------------------
       LISTA-CONTRATO-SEM-COPIA SECTION.
           MOVE ZEROS TO QT-CONTRATO-W.
           MOVE "CONTRATOS VIGENTES SEM COPIA ASSINADA ANEXADA"
                TO CAB02-TITULO.
           MOVE CAB03-CONTRATO TO CAB03-COLUNAS.
           MOVE 99 TO LIN.
           INITIALIZE REG-COD040.
           START COD040 KEY IS NOT LESS NR-CONTRATO-CO40 INVALID KEY
                 MOVE "10" TO ST-COD040
           END-START.
           PERFORM UNTIL ST-COD040 NOT < "10"
              READ COD040 NEXT RECORD AT END
                   MOVE "10" TO ST-COD040
              NOT AT END
                   IF SITUACAO-CO40 = 0
                      PERFORM CONFERE-CONTRATO
                   END-IF
              END-READ
           END-PERFORM.
           IF ST-COD040 NOT = "10"
              DISPLAY "ERRO NA LEITURA DO COD040: " ST-COD040.
           MOVE "TOTAL DE CONTRATOS SEM COPIA ASSINADA" TO TOT-TEXTO.
           MOVE QT-CONTRATO-W TO TOT-QTDE.
           MOVE ZEROS         TO TOT-VALOR.
           PERFORM IMPRIME-LINDET.
           MOVE LINDET-TOTAL TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           DISPLAY QT-CONTRATO-W " CONTRATO(S) SEM COPIA ASSINADA".

       CONFERE-CONTRATO SECTION.
           MOVE "COD040"         TO ENTIDADE-W.
           MOVE SPACES           TO CHAVE-ENT-W.
           MOVE NR-CONTRATO-CO40 TO CHAVE-ENT-W (1: 4).
           MOVE 01               TO TIPO-DOC-W.
           PERFORM PROCURA-ANEXO.
           IF TEM-ANEXO-W = 1
              GO TO CONFERE-CONTRATO-FIM.
           ADD 1 TO QT-CONTRATO-W.
           MOVE ASSINATURA-CO40    TO DATA-ASSINA-W.
           MOVE NR-CONTRATO-CO40   TO DET-CONTRATO.
           MOVE NOME-CLIENTE-CO40  TO DET-CLIENTE.
           MOVE IDENTIFICACAO-CO40 TO DET-IDENTIFICA.
           MOVE DATA-ASSINA-W      TO DET-ASSINATURA.
           MOVE MESANO-PREV-CO40   TO DET-MESANO.
           MOVE VLR-CONTRATO-CO40  TO DET-VLR-CONTRATO.
           MOVE LINDET-CONTRATO    TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
       CONFERE-CONTRATO-FIM.
           CONTINUE.

      *    existe anexo do tipo TIPO-DOC-W p/ ENTIDADE-W/CHAVE-ENT-W?
       PROCURA-ANEXO SECTION.
           MOVE ZEROS       TO TEM-ANEXO-W.
           MOVE TIPO-DOC-W  TO TIPO-GR42.
           MOVE ENTIDADE-W  TO ENTIDADE-GR42.
           MOVE CHAVE-ENT-W TO CHAVE-ENT-GR42.
           MOVE ZEROS       TO SEQ-GR42.
           START GRD042 KEY IS NOT LESS ALT-GR42 INVALID KEY
                 GO TO PROCURA-ANEXO-FIM
           END-START.
           READ GRD042 NEXT RECORD AT END
                GO TO PROCURA-ANEXO-FIM
           END-READ.
           IF TIPO-GR42      = TIPO-DOC-W AND
              ENTIDADE-GR42  = ENTIDADE-W AND
              CHAVE-ENT-GR42 = CHAVE-ENT-W
              MOVE 1 TO TEM-ANEXO-W.
       PROCURA-ANEXO-FIM.
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
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER 1.
           MOVE 7 TO LIN.

       FINALIZA-PROGRAMA SECTION.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT GRD042 CPD020 CGD001 COD040.

       END PROGRAM GRDOC2.
