      *        OPCAO 3 - ENCERRA CHAMADO: GRAVA O MOVIMENTO DE
      *          ENCERRAMENTO (STATUS 2) *SOMENTE* SE NAO HOUVER
      *          RETRABALHO ABERTO DO CHAMADO;
      *        OPCAO 4 - LISTA OS RETRABALHOS ABERTOS (CHAVE ALT1);
      *        OPCAO 5 - DOCUMENTOS DO CHAMADO: LISTA, ANEXA E ABRE OS
      *          DOCUMENTOS DIGITALIZADOS LIGADOS A ELE (GRDOC).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  PARAMETROS-GRDOC.
           05  GRDOC-EMPRESA     PIC X(3).
           05  GRDOC-ENTIDADE    PIC X(8).
           05  GRDOC-CHAVE       PIC X(30).
           05  GRDOC-USUARIO     PIC X(5).
           05  GRDOC-TITULO      PIC X(40).
           05  GRDOC-QTDE        PIC 9(3).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "ACP112 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
                  WHEN 2 PERFORM CONCLUI-RETRABALHO
                  WHEN 3 PERFORM ENCERRA-CHAMADO
                  WHEN 4 PERFORM LISTA-ABERTOS
                  WHEN 5 PERFORM DOCUMENTOS-CHAMADO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-ABRE RETRABALHO  2-CONCLUI  3-ENCERRA CHAMADO"
                   "  4-ABERTOS  5-DOCUMENTOS: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 5
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
           WRITE REG-RELAT AFTER 1.
           MOVE 3 TO LIN.

      *    janela de documentos do chamado (GRD042, entidade ACD111)
       DOCUMENTOS-CHAMADO SECTION.
           DISPLAY "NR DO CHAMADO: " WITH NO ADVANCING.
           ACCEPT NUMERO-W.
           PERFORM LOCALIZA-CHAMADO.
           IF ERRO-W = 1
              GO TO DOCUMENTOS-CHAMADO-FIM.
           INITIALIZE PARAMETROS-GRDOC.
           MOVE EMPRESA-W TO GRDOC-EMPRESA.
           MOVE "ACD111"  TO GRDOC-ENTIDADE.
           MOVE NUMERO-W  TO GRDOC-CHAVE.
           STRING "CLIENTE " CLIENTE-TICKET-W " MOTIVO "
                  MOTIVO-TICKET-W DELIMITED BY SIZE INTO GRDOC-TITULO.
           CALL "GRDOC" USING PARAMETROS-GRDOC.
       DOCUMENTOS-CHAMADO-FIM.
           CONTINUE.

       FINALIZA-PROGRAMA SECTION.
           CLOSE ACD111 ACD112.

