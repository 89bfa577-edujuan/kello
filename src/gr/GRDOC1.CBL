       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDOC1.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: DOCUMENTOS DIGITALIZADOS DE UM REGISTRO, SEM PASSAR
      *        PELA TELA DE ORIGEM. ESCOLHE O TIPO DE REGISTRO,
      *        PEDE A CHAVE, CONFERE QUE O REGISTRO EXISTE E ABRE A
      *        JANELA DE DOCUMENTOS (GRDOC) DELE:
      *        1 - CONTRATO           (COD040)
      *        2 - TITULO A RECEBER   (CRD020)
      *        3 - TITULO A PAGAR     (CPD020)
      *        4 - CHEQUE             (CHD010)
      *        5 - FORMANDO           (MTD019)
      *        6 - CHAMADO            (ACD111)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX040.
           COPY CRPX020.
           COPY CPPX020.
           COPY CHPX010.
           COPY MTPX019.
           COPY ACPX111.

       DATA DIVISION.
       FILE SECTION.
           COPY COPW040.
           COPY CRPW020.
           COPY CPPW020.
           COPY CHPW010.
           COPY MTPW019.
           COPY ACPW111.

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-MTD019             PIC XX       VALUE SPACES.
           05  ST-ACD111             PIC XX       VALUE SPACES.
           05  ST-ORIGEM-W           PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  CONTRATO-W            PIC 9(4)     VALUE ZEROS.
           05  CLASSIF-W             PIC 9        VALUE ZEROS.
           05  CLIENTE-W             PIC 9(8)     VALUE ZEROS.
           05  FORNEC-W              PIC 9(6)     VALUE ZEROS.
           05  SEQ5-W                PIC 9(5)     VALUE ZEROS.
           05  SEQ4-W                PIC 9(4)     VALUE ZEROS.
           05  ALBUM-W               PIC 9(8)     VALUE ZEROS.
           05  CHAMADO-W             PIC 9(6)     VALUE ZEROS.
           05  DATA-INV-W            PIC X(8)     VALUE SPACES.

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-COD040       PIC X(60)    VALUE SPACES.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CHD010       PIC X(60)    VALUE SPACES.
           05  PATH-MTD019       PIC X(60)    VALUE SPACES.
           05  PATH-ACD111       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  PARAMETROS-GRDOC.
           05  GRDOC-EMPRESA     PIC X(3).
           05  GRDOC-ENTIDADE    PIC X(8).
           05  GRDOC-CHAVE       PIC X(30).
           05  GRDOC-USUARIO     PIC X(5).
           05  GRDOC-TITULO      PIC X(40).
           05  GRDOC-QTDE        PIC 9(3).

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM LOCALIZA-REGISTRO.
           IF ERRO-W = 0
              CALL "GRDOC" USING PARAMETROS-GRDOC
              DISPLAY GRDOC-QTDE " DOCUMENTO(S) ANEXADO(S)".
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "USUARIO........: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           DISPLAY "1-CONTRATO  2-TIT.RECEBER  3-TIT.PAGAR  4-CHEQUE"
                   "  5-FORMANDO  6-CHAMADO: " WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 6
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           INITIALIZE PARAMETROS-GRDOC.
           MOVE EMPRESA-W TO GRDOC-EMPRESA GRPATH-EMPRESA.
           MOVE USUARIO-W TO GRDOC-USUARIO.
           EVALUATE OPCAO-W
               WHEN 1 MOVE "COD040" TO GRDOC-ENTIDADE
               WHEN 2 MOVE "CRD020" TO GRDOC-ENTIDADE
               WHEN 3 MOVE "CPD020" TO GRDOC-ENTIDADE
               WHEN 4 MOVE "CHD010" TO GRDOC-ENTIDADE
               WHEN 5 MOVE "MTD019" TO GRDOC-ENTIDADE
               WHEN 6 MOVE "ACD111" TO GRDOC-ENTIDADE
           END-EVALUATE.
           MOVE GRDOC-ENTIDADE TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           EVALUATE OPCAO-W
               WHEN 1 MOVE GRPATH-CAMINHO TO PATH-COD040
               WHEN 2 MOVE GRPATH-CAMINHO TO PATH-CRD020
               WHEN 3 MOVE GRPATH-CAMINHO TO PATH-CPD020
               WHEN 4 MOVE GRPATH-CAMINHO TO PATH-CHD010
               WHEN 5 MOVE GRPATH-CAMINHO TO PATH-MTD019
               WHEN 6 MOVE GRPATH-CAMINHO TO PATH-ACD111
           END-EVALUATE.
       INICIALIZA-PROGRAMA-FIM.
           CONTINUE.

      *    pede a chave, le o registro so p/ conferir e monta a chave
      *    e a identificacao p/ o GRDOC
       LOCALIZA-REGISTRO SECTION.
           MOVE 1 TO ACHOU-W.
           EVALUATE OPCAO-W
               WHEN 1 PERFORM LOCALIZA-CONTRATO
               WHEN 2 PERFORM LOCALIZA-RECEBER
               WHEN 3 PERFORM LOCALIZA-PAGAR
               WHEN 4 PERFORM LOCALIZA-CHEQUE
               WHEN 5 PERFORM LOCALIZA-FORMANDO
               WHEN 6 PERFORM LOCALIZA-CHAMADO
           END-EVALUATE.
           IF ST-ORIGEM-W > "09"
              DISPLAY "ERRO ABERTURA " GRDOC-ENTIDADE ": " ST-ORIGEM-W
              MOVE 1 TO ERRO-W
           ELSE
              IF ACHOU-W = 0
                 DISPLAY "REGISTRO NAO ENCONTRADO NO " GRDOC-ENTIDADE
                 MOVE 1 TO ERRO-W.

       LOCALIZA-CONTRATO SECTION.
           DISPLAY "CONTRATO.......: " WITH NO ADVANCING.
           ACCEPT CONTRATO-W.
           OPEN INPUT COD040.
           MOVE ST-COD040 TO ST-ORIGEM-W.
           IF ST-COD040 > "09"
              GO TO LOCALIZA-CONTRATO-FIM.
           MOVE CONTRATO-W TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                MOVE 0 TO ACHOU-W
           NOT INVALID KEY
                MOVE CONTRATO-W        TO GRDOC-CHAVE
                MOVE NOME-CLIENTE-CO40 TO GRDOC-TITULO
           END-READ.
           CLOSE COD040.
       LOCALIZA-CONTRATO-FIM.
           CONTINUE.

       LOCALIZA-RECEBER SECTION.
           DISPLAY "CLASSIFICACAO (0-CONTRATO 1-COMUM): "
                   WITH NO ADVANCING.
           ACCEPT CLASSIF-W.
           DISPLAY "CLIENTE........: " WITH NO ADVANCING.
           ACCEPT CLIENTE-W.
           DISPLAY "SEQUENCIA......: " WITH NO ADVANCING.
           ACCEPT SEQ5-W.
           OPEN INPUT CRD020.
           MOVE ST-CRD020 TO ST-ORIGEM-W.
           IF ST-CRD020 > "09"
              GO TO LOCALIZA-RECEBER-FIM.
           MOVE CLASSIF-W TO CLASS-CLIENTE-CR20.
           MOVE CLIENTE-W TO CLIENTE-CR20.
           MOVE SEQ5-W    TO SEQ-CR20.
           READ CRD020 INVALID KEY
                MOVE 0 TO ACHOU-W
           NOT INVALID KEY
                MOVE COD-COMPL-CR20 TO GRDOC-CHAVE (1: 9)
                MOVE SEQ-CR20       TO GRDOC-CHAVE (10: 5)
                MOVE DESCRICAO-CR20 TO GRDOC-TITULO
           END-READ.
           CLOSE CRD020.
       LOCALIZA-RECEBER-FIM.
           CONTINUE.

       LOCALIZA-PAGAR SECTION.
           DISPLAY "FORNECEDOR.....: " WITH NO ADVANCING.
           ACCEPT FORNEC-W.
           DISPLAY "SEQUENCIA......: " WITH NO ADVANCING.
           ACCEPT SEQ5-W.
           OPEN INPUT CPD020.
           MOVE ST-CPD020 TO ST-ORIGEM-W.
           IF ST-CPD020 > "09"
              GO TO LOCALIZA-PAGAR-FIM.
           MOVE FORNEC-W TO FORNEC-CP20.
           MOVE SEQ5-W   TO SEQ-CP20.
           READ CPD020 INVALID KEY
                MOVE 0 TO ACHOU-W
           NOT INVALID KEY
                MOVE FORNEC-CP20    TO GRDOC-CHAVE (1: 6)
                MOVE SEQ-CP20       TO GRDOC-CHAVE (7: 5)
                MOVE DESCRICAO-CP20 TO GRDOC-TITULO
           END-READ.
           CLOSE CPD020.
       LOCALIZA-PAGAR-FIM.
           CONTINUE.

       LOCALIZA-CHEQUE SECTION.
           DISPLAY "DATA MOVTO (DDMMAAAA): " WITH NO ADVANCING.
           ACCEPT DATA-INV-W.
           CALL "GRIDAT2" USING DATA-INV-W.
           DISPLAY "SEQUENCIA......: " WITH NO ADVANCING.
           ACCEPT SEQ4-W.
           OPEN INPUT CHD010.
           MOVE ST-CHD010 TO ST-ORIGEM-W.
           IF ST-CHD010 > "09"
              GO TO LOCALIZA-CHEQUE-FIM.
           MOVE DATA-INV-W TO DATA-MOVTO-CH10.
           MOVE SEQ4-W     TO SEQ-CH10.
           READ CHD010 INVALID KEY
                MOVE 0 TO ACHOU-W
           NOT INVALID KEY
                MOVE DATA-MOVTO-CH10 TO GRDOC-CHAVE (1: 8)
                MOVE SEQ-CH10        TO GRDOC-CHAVE (9: 4)
                MOVE NOME-CH10       TO GRDOC-TITULO
           END-READ.
           CLOSE CHD010.
       LOCALIZA-CHEQUE-FIM.
           CONTINUE.

       LOCALIZA-FORMANDO SECTION.
           DISPLAY "ALBUM (CONTRATO+SEQ): " WITH NO ADVANCING.
           ACCEPT ALBUM-W.
           OPEN INPUT MTD019.
           MOVE ST-MTD019 TO ST-ORIGEM-W.
           IF ST-MTD019 > "09"
              GO TO LOCALIZA-FORMANDO-FIM.
           MOVE ALBUM-W TO ALBUM-MT19.
           READ MTD019 INVALID KEY
                MOVE 0 TO ACHOU-W
           NOT INVALID KEY
                MOVE ALBUM-MT19     TO GRDOC-CHAVE
                MOVE NOME-FORM-MT19 TO GRDOC-TITULO
           END-READ.
           CLOSE MTD019.
       LOCALIZA-FORMANDO-FIM.
           CONTINUE.

      *    o chamado e o NUMERO-AC111; a identificacao sai do
      *    primeiro movimento (abertura)
       LOCALIZA-CHAMADO SECTION.
           DISPLAY "NR DO CHAMADO..: " WITH NO ADVANCING.
           ACCEPT CHAMADO-W.
           OPEN INPUT ACD111.
           MOVE ST-ACD111 TO ST-ORIGEM-W.
           IF ST-ACD111 > "09"
              GO TO LOCALIZA-CHAMADO-FIM.
           MOVE CHAMADO-W TO NUMERO-AC111.
           MOVE ZEROS     TO TIPO-AC111 SEQ-AC111.
           START ACD111 KEY IS NOT LESS CHAVE-AC111 INVALID KEY
                 MOVE 0 TO ACHOU-W
           END-START.
           IF ACHOU-W = 1
              READ ACD111 NEXT RECORD AT END
                   MOVE 0 TO ACHOU-W
              END-READ.
           IF ACHOU-W = 1
              IF NUMERO-AC111 NOT = CHAMADO-W
                 MOVE 0 TO ACHOU-W
              ELSE
                 MOVE CHAMADO-W       TO GRDOC-CHAVE
                 MOVE DESCRICAO-AC111 TO GRDOC-TITULO.
           CLOSE ACD111.
       LOCALIZA-CHAMADO-FIM.
           CONTINUE.

       END PROGRAM GRDOC1.
