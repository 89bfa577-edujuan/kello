       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRDOC.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *   Janela "documentos" do registro: lista os   *
                      *   documentos digitalizados ligados a ele      *
                      *   (GRD042) e deixa anexar um novo, abrir um   *
                      *   anexo (o arquivo fica na pasta DOCUMENT da  *
                      *   empresa, resolvida pelo GRPATH) ou excluir  *
                      *   um anexo - a exclusao vai p/ o LOG002.      *
                      *   Chamado pelas telas de contrato, titulos a  *
                      *   receber e a pagar, cheques, formandos e     *
                      *   chamados, e pelo GRDOC1.                    *
                      *                                               *
                      *   Formato: CALL "GRDOC" USING PARAMETROS-     *
                      *            GRDOC                              *
                      *                                               *
                      *   01  PARAMETROS-GRDOC                        *
                      *       05 GRDOC-EMPRESA     PIC X(003)         *
                      *       05 GRDOC-ENTIDADE    PIC X(008)         *
                      *          COD040 CRD020 CPD020 CHD010 MTD019   *
                      *          ACD111                               *
                      *       05 GRDOC-CHAVE       PIC X(030)         *
                      *          chave do registro em digitos, no     *
                      *          formato descrito no GRVW042          *
                      *       05 GRDOC-USUARIO     PIC X(005)         *
                      *          em branco o GRDOC pergunta quando    *
                      *          for anexar ou excluir                *
                      *       05 GRDOC-TITULO      PIC X(040)         *
                      *          identificacao do registro p/ a tela  *
                      *       05 GRDOC-QTDE        PIC 9(003)         *
                      *          devolve quantos anexos ficaram       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GRVX042.
           COPY LOGX002.

       DATA DIVISION.
       FILE SECTION.
           COPY GRVW042.
           COPY LOGW002.

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-GRD042             PIC XX       VALUE SPACES.
           05  ST-LOG002             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-W                 PIC 9        VALUE ZEROS.
           05  OPCAO-DOC-W           PIC X        VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  SEQ-W                 PIC 9(3)     VALUE ZEROS.
           05  ULT-SEQ-W             PIC 9(3)     VALUE ZEROS.
           05  QTDE-W                PIC 9(3)     VALUE ZEROS.
           05  TIPO-W                PIC 9(2)     VALUE ZEROS.
           05  TIPO-E                PIC X(18)    VALUE SPACES.
           05  DATA-E                PIC 99/99/9999.
           05  DATA-INV-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-INV-R REDEFINES DATA-INV-W.
               10  AA-INV            PIC 9(4).
               10  MM-INV            PIC 9(2).
               10  DD-INV            PIC 9(2).
           05  DATA-DMA-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-DMA-R REDEFINES DATA-DMA-W.
               10  DD-DMA            PIC 9(2).
               10  MM-DMA            PIC 9(2).
               10  AA-DMA            PIC 9(4).
           05  RESULT-EXEC-W         PIC S9(4)    VALUE ZEROS.
           05  COMANDO-W             PIC X(140)   VALUE SPACES.
           05  PASTA-DOC-W           PIC X(60)    VALUE SPACES.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).
       01  HORA-SISTEMA-W            PIC 9(8)     VALUE ZEROS.

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-GRD042       PIC X(60)    VALUE SPACES.
           05  PATH-LOG002       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       LINKAGE SECTION.

       01  PARAMETROS-GRDOC.
           05  GRDOC-EMPRESA        PIC X(3).
           05  GRDOC-ENTIDADE       PIC X(8).
           05  GRDOC-CHAVE          PIC X(30).
           05  GRDOC-USUARIO        PIC X(5).
           05  GRDOC-TITULO         PIC X(40).
           05  GRDOC-QTDE           PIC 9(3).

       PROCEDURE DIVISION USING PARAMETROS-GRDOC.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              MOVE ZEROS TO FIM-W
              PERFORM ATENDE-OPCAO UNTIL FIM-W = 1
              PERFORM FINALIZA-PROGRAMA.
           MOVE QTDE-W TO GRDOC-QTDE.
           EXIT PROGRAM.

       INICIALIZA-PROGRAMA SECTION.
           MOVE ZEROS TO ERRO-W QTDE-W.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           MOVE GRDOC-EMPRESA TO GRPATH-EMPRESA.
           MOVE "DOCUMENT"    TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PASTA-DOC-W.
           MOVE "GRD042" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-GRD042.
           MOVE "LOG002" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-LOG002.
           OPEN I-O GRD042.
           IF ST-GRD042 = "35"
              CLOSE GRD042      OPEN OUTPUT GRD042
              CLOSE GRD042      OPEN I-O GRD042.
           IF ST-GRD042 > "09"
              DISPLAY "ERRO ABERTURA GRD042: " ST-GRD042
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           OPEN I-O LOG002.
           IF ST-LOG002 = "35"
              CLOSE LOG002      OPEN OUTPUT LOG002
              CLOSE LOG002      OPEN I-O LOG002.
           IF ST-LOG002 > "09"
              DISPLAY "ERRO ABERTURA LOG002: " ST-LOG002
              CLOSE GRD042
              MOVE 1 TO ERRO-W.
       INICIALIZA-PROGRAMA-FIM.
           CONTINUE.

       ATENDE-OPCAO SECTION.
           PERFORM LISTA-DOCUMENTOS.
           DISPLAY "A-ANEXAR  V-ABRIR  E-EXCLUIR  S-SAIR: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-DOC-W.
           EVALUATE OPCAO-DOC-W
               WHEN "A"
               WHEN "a" PERFORM ANEXA-DOCUMENTO
               WHEN "V"
               WHEN "v" PERFORM ABRE-DOCUMENTO
               WHEN "E"
               WHEN "e" PERFORM EXCLUI-DOCUMENTO
               WHEN "S"
               WHEN "s" MOVE 1 TO FIM-W
               WHEN OTHER DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *    lista os anexos do registro e guarda a ultima SEQ
       LISTA-DOCUMENTOS SECTION.
           MOVE ZEROS TO QTDE-W ULT-SEQ-W.
           DISPLAY " ".
           DISPLAY "DOCUMENTOS - " GRDOC-ENTIDADE " "
                   GRDOC-CHAVE (1: 14) " " GRDOC-TITULO.
           MOVE GRDOC-ENTIDADE TO ENTIDADE-GR42.
           MOVE GRDOC-CHAVE    TO CHAVE-ENT-GR42.
           MOVE ZEROS          TO SEQ-GR42.
           START GRD042 KEY IS NOT LESS CHAVE-GR42 INVALID KEY
                 MOVE "10" TO ST-GRD042
           END-START.
           PERFORM UNTIL ST-GRD042 = "10"
              READ GRD042 NEXT RECORD AT END
                   MOVE "10" TO ST-GRD042
              NOT AT END
                   IF ENTIDADE-GR42  NOT = GRDOC-ENTIDADE OR
                      CHAVE-ENT-GR42 NOT = GRDOC-CHAVE
                      MOVE "10" TO ST-GRD042
                   ELSE
                      ADD 1 TO QTDE-W
                      MOVE SEQ-GR42 TO ULT-SEQ-W
                      PERFORM MOSTRA-DOCUMENTO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-GRD042.
           IF QTDE-W = 0
              DISPLAY "   NENHUM DOCUMENTO ANEXADO".

       MOSTRA-DOCUMENTO SECTION.
           MOVE TIPO-GR42 TO TIPO-W.
           PERFORM DESCREVE-TIPO.
           MOVE DATA-GR42 TO DATA-INV-W.
           MOVE DD-INV    TO DD-DMA.
           MOVE MM-INV    TO MM-DMA.
           MOVE AA-INV    TO AA-DMA.
           MOVE DATA-DMA-W TO DATA-E.
           DISPLAY SEQ-GR42 " " TIPO-E " " DATA-E " " USUARIO-GR42
                   " " DESCRICAO-GR42.
           DISPLAY "    " CAMINHO-GR42.

       DESCREVE-TIPO SECTION.
           EVALUATE TIPO-W
               WHEN 01 MOVE "CONTRATO ASSINADO"  TO TIPO-E
               WHEN 02 MOVE "NOTA FISCAL/FATURA" TO TIPO-E
               WHEN 03 MOVE "CHEQUE DEVOLVIDO"   TO TIPO-E
               WHEN 04 MOVE "DOCTO DO FORMANDO"  TO TIPO-E
               WHEN 05 MOVE "COMPROVANTE"        TO TIPO-E
               WHEN 99 MOVE "OUTROS"             TO TIPO-E
               WHEN OTHER MOVE SPACES            TO TIPO-E
           END-EVALUATE.

       PEDE-USUARIO SECTION.
           IF GRDOC-USUARIO = SPACES
              DISPLAY "USUARIO......: " WITH NO ADVANCING
              ACCEPT GRDOC-USUARIO.

       ANEXA-DOCUMENTO SECTION.
           PERFORM PEDE-USUARIO.
           IF GRDOC-USUARIO = SPACES
              GO TO ANEXA-DOCUMENTO-FIM.
           INITIALIZE REG-GRD042.
           DISPLAY "TIPO (01-CONTRATO 02-NF 03-CHEQUE 04-FORMANDO "
                   "05-COMPROV 99-OUTROS): " WITH NO ADVANCING.
           ACCEPT TIPO-W.
           PERFORM DESCREVE-TIPO.
           IF TIPO-E = SPACES
              DISPLAY "TIPO INVALIDO"
              GO TO ANEXA-DOCUMENTO-FIM.
           DISPLAY "ARQUIVO (A PARTIR DE " PASTA-DOC-W.
           DISPLAY "  ): " WITH NO ADVANCING.
           ACCEPT CAMINHO-GR42.
           IF CAMINHO-GR42 = SPACES
              GO TO ANEXA-DOCUMENTO-FIM.
           DISPLAY "DESCRICAO....: " WITH NO ADVANCING.
           ACCEPT DESCRICAO-GR42.
           MOVE GRDOC-ENTIDADE TO ENTIDADE-GR42.
           MOVE GRDOC-CHAVE    TO CHAVE-ENT-GR42.
           ADD 1 ULT-SEQ-W GIVING SEQ-GR42.
           MOVE TIPO-W         TO TIPO-GR42.
           MOVE DATA-SISTEMA-N TO DATA-GR42.
           MOVE GRDOC-USUARIO  TO USUARIO-GR42.
           WRITE REG-GRD042 INVALID KEY
                 DISPLAY "ERRO GRAVANDO GRD042: " ST-GRD042
           END-WRITE.
       ANEXA-DOCUMENTO-FIM.
           CONTINUE.

       LE-DOCUMENTO SECTION.
           MOVE ZEROS TO ERRO-W.
           DISPLAY "SEQ DO DOCUMENTO: " WITH NO ADVANCING.
           ACCEPT SEQ-W.
           MOVE GRDOC-ENTIDADE TO ENTIDADE-GR42.
           MOVE GRDOC-CHAVE    TO CHAVE-ENT-GR42.
           MOVE SEQ-W          TO SEQ-GR42.
           READ GRD042 INVALID KEY
                DISPLAY "DOCUMENTO NAO ENCONTRADO"
                MOVE 1 TO ERRO-W
           END-READ.

      *    abre o arquivo no programa associado do Windows
       ABRE-DOCUMENTO SECTION.
           PERFORM LE-DOCUMENTO.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO TO ABRE-DOCUMENTO-FIM.
           MOVE SPACES TO COMANDO-W.
           STRING "START " QUOTE QUOTE " " QUOTE
                  PASTA-DOC-W  DELIMITED BY "  "
                  "\"          DELIMITED BY SIZE
                  CAMINHO-GR42 DELIMITED BY "  "
                  QUOTE        DELIMITED BY SIZE
                  INTO COMANDO-W.
           CALL "SYSTEM" USING COMANDO-W
                RETURNING RESULT-EXEC-W.
           IF RESULT-EXEC-W NOT = ZEROS
              DISPLAY "NAO FOI POSSIVEL ABRIR O ARQUIVO".
       ABRE-DOCUMENTO-FIM.
           CONTINUE.

       EXCLUI-DOCUMENTO SECTION.
           PERFORM PEDE-USUARIO.
           IF GRDOC-USUARIO = SPACES
              GO TO EXCLUI-DOCUMENTO-FIM.
           PERFORM LE-DOCUMENTO.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO TO EXCLUI-DOCUMENTO-FIM.
           DISPLAY "EXCLUI O ANEXO " SEQ-GR42 " (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND NOT = "s"
              GO TO EXCLUI-DOCUMENTO-FIM.
           PERFORM GRAVA-LOG.
           DELETE GRD042 INVALID KEY
                  DISPLAY "ERRO EXCLUINDO GRD042: " ST-GRD042
           END-DELETE.
       EXCLUI-DOCUMENTO-FIM.
           CONTINUE.

      *    LOG002 - imagem do anexo excluido; na colisao de chave
      *    (usuario + data + hora) anda um centesimo, como no GRIMAGE
       GRAVA-LOG SECTION.
           ACCEPT HORA-SISTEMA-W FROM TIME.
           INITIALIZE REG-LOG002.
           MOVE GRDOC-USUARIO  TO LOG2-USUARIO.
           MOVE DATA-SISTEMA-N TO LOG2-DATA.
           MOVE HORA-SISTEMA-W TO LOG2-HORAS.
           MOVE "E"            TO LOG2-OPERACAO.
           MOVE "GRD042"       TO LOG2-ARQUIVO.
           MOVE "GRDOC"        TO LOG2-PROGRAMA.
           MOVE REG-GRD042     TO LOG2-REGISTRO.
           WRITE REG-LOG002 INVALID KEY
                 ADD 1 TO LOG2-HORAS
                 WRITE REG-LOG002 INVALID KEY
                       DISPLAY "ERRO GRAVANDO LOG002: " ST-LOG002
                 END-WRITE
           END-WRITE.

       FINALIZA-PROGRAMA SECTION.
           CLOSE GRD042 LOG002.

       END PROGRAM GRDOC.
