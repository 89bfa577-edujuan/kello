       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP027.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: IMPORTACAO DO XML DA NF-E DE FORNECEDOR - PAPEL, CAPA
      *        DE ALBUM E QUIMICO CHEGAM COMO NF-E E O CONTAS A
      *        PAGAR REDIGITAVA CNPJ, NUMERO, DUPLICATAS E ITENS.
      *        OPCAO 1 - IMPORTA: VARRE A PASTA
      *          \PROGRAMA\KELLO\<EMP>\NFE\ NOS NOMES NFE01.XML..
      *          NFE20.XML, LE O XML CARACTER A CARACTER (A NOTA
      *          COSTUMA VIR NUMA LINHA SO) E:
      *          - RECUSA A NOTA CUJA CHAVE DE ACESSO JA ESTA NO
      *            CPD037;
      *          - ACHA O FORNECEDOR PELO CNPJ/CPF DO EMITENTE NO
      *            CGD006 (CNPJ-TITULAR) E CONFERE NO CGD001;
      *          - GRAVA UM TITULO CPD020 POR DUPLICATA (SEM BLOCO
      *            DE COBRANCA, UM TITULO UNICO COM O VALOR DA NOTA
      *            VENCENDO NA EMISSAO), NAO LIBERADO;
      *          - SOMA NO SALDO DO MTD053 A QUANTIDADE DOS ITENS
      *            COM DE-PARA NO CPD038 (VEZES O FATOR);
      *          RENOMEIA O ARQUIVO P/ P<DATA>.ANN (PROCESSADO) OU
      *          R<DATA>.ANN (RECUSADO) E ESCREVE NFE\JORNAL.TXT.
      *          A CONTA REDUZIDA DOS TITULOS NAO PODE SER CONTA DE
      *          MATERIAL DO MTD053 - O MTP052 SOMARIA O VALOR DE
      *          NOVO NO ESTOQUE, QUE JA ENTROU PELOS ITENS;
      *        OPCAO 2 - DE-PARA: CODIGO DE PRODUTO DO FORNECEDOR
      *          (CPROD) -> MATERIAL MTD053 E FATOR DE CONVERSAO
      *          (MATERIAL ZERO EXCLUI O DE-PARA).
      *        NOTA DE FORNECEDOR COM ADIANTAMENTO A COMPENSAR
      *        (CPD040) E AVISADA NA IMPORTACAO (CPP032) E PODE TER O
      *        ADIANTAMENTO COMPENSADO NA HORA NAS DUPLICATAS
      *        GRAVADAS, A PARTIR DA PRIMEIRA, ENQUANTO SOBRAR SALDO
      *        (CPP035, A MESMA ROTINA DO CPP031 OPCAO 2).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX001.
           COPY CGPX006.
           COPY CPPX020.
           COPY CPPX037.
           COPY CPPX038.
           COPY MTPX053.
           SELECT ARQ-XML ASSIGN TO PATH-XML-W
                  ORGANIZATION IS SEQUENTIAL
                  STATUS IS ST-XML.
           SELECT JORNAL ASSIGN TO PATH-JORNAL-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-JORNAL.

       DATA DIVISION.
       FILE SECTION.
           COPY CGPW001.
           COPY CGPW006.
           COPY CPPW020.
           COPY CPPW037.
           COPY CPPW038.
           COPY MTPW053.
       FD  ARQ-XML
           LABEL RECORD IS OMITTED.
       01  REG-XML                  PIC X(1).
       FD  JORNAL
           LABEL RECORD IS OMITTED.
       01  REG-JORNAL               PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD006             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD037             PIC XX       VALUE SPACES.
           05  ST-CPD038             PIC XX       VALUE SPACES.
           05  ST-MTD053             PIC XX       VALUE SPACES.
           05  ST-XML                PIC XX       VALUE SPACES.
           05  ST-JORNAL             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  NN-W                  PIC 9(2)     VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  D                     PIC 9(2)     VALUE ZEROS.
           05  FORNEC-W              PIC 9(6)     VALUE ZEROS.
           05  PRODUTO-W             PIC X(20)    VALUE SPACES.
           05  CONTA-REDUZ-W         PIC 9(5)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  PROX-SEQ-CP-W         PIC 9(5)     VALUE ZEROS.
           05  SEQ-INI-W             PIC 9(5)     VALUE ZEROS.
           05  SEQ-COMP-W            PIC 9(5)     VALUE ZEROS.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  TOTAL-DUP-W           PIC 9(9)V99  VALUE ZEROS.
           05  QT-ENTRADA-W          PIC 9(7)     VALUE ZEROS.
           05  QT-ITENS-ESTOQUE-W    PIC 9(3)     VALUE ZEROS.
           05  QT-IMPORTADAS-W       PIC 9(3)     VALUE ZEROS.
           05  QT-RECUSADAS-W        PIC 9(3)     VALUE ZEROS.
           05  RESULT-REN-W          PIC S9(4) COMP VALUE ZEROS.
           05  MOTIVO-W              PIC X(20)    VALUE SPACES.
           05  EXCESSO-W             PIC 9        VALUE ZEROS.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.

      *    leitura do xml: ESTADO 0 = fora de tag (texto do
      *    elemento), 1 = dentro de <...>
       01  PARSER-XML-W.
           05  ESTADO-W              PIC 9        VALUE ZEROS.
           05  TAG-W                 PIC X(200)   VALUE SPACES.
           05  TAM-TAG-W             PIC 9(3)     VALUE ZEROS.
           05  TEXTO-W               PIC X(60)    VALUE SPACES.
           05  TAM-TXT-W             PIC 9(3)     VALUE ZEROS.
           05  NOME-TAG-W            PIC X(20)    VALUE SPACES.
           05  LIXO-W                PIC X(200)   VALUE SPACES.
           05  CHAVE-ID-W            PIC X(60)    VALUE SPACES.
           05  EM-EMIT-W             PIC 9        VALUE ZEROS.
           05  EM-DET-W              PIC 9        VALUE ZEROS.

      *    conversao do numero do xml (ponto decimal, ate 4 casas)
       01  CONVERSAO-W.
           05  INTEIRO-TXT-W         PIC X(20)    VALUE SPACES.
           05  DECIMAL-TXT-W         PIC X(20)    VALUE SPACES.
           05  TAM-INT-W             PIC 9(2)     VALUE ZEROS.
           05  TAM-DEC-W             PIC 9(2)     VALUE ZEROS.
           05  INTEIRO-J-W           PIC X(9)  JUSTIFIED RIGHT.
           05  INTEIRO-J-N REDEFINES INTEIRO-J-W PIC 9(9).
       01  NUM-CONV-G.
           05  NUM-INT-W             PIC 9(9).
           05  NUM-DEC-X             PIC X(4).
           05  NUM-DEC-N REDEFINES NUM-DEC-X PIC 9(4).
       01  NUM-CONV-W REDEFINES NUM-CONV-G PIC 9(9)V9(4).

       01  DATA-CONV-W.
           05  AA-CONV-W             PIC X(4).
           05  MM-CONV-W             PIC X(2).
           05  DD-CONV-W             PIC X(2).
       01  DATA-CONV-N REDEFINES DATA-CONV-W PIC 9(8).

       01  NOTA-W.
           05  CHAVE-W               PIC X(44).
           05  CNPJ-EMIT-X           PIC X(14).
           05  CNPJ-EMIT-W REDEFINES CNPJ-EMIT-X PIC 9(14).
           05  CPF-EMIT-X            PIC X(11).
           05  CPF-EMIT-W REDEFINES CPF-EMIT-X PIC 9(11).
           05  NR-NF-W               PIC 9(9).
           05  DATA-EMISSAO-W        PIC 9(8).
           05  VLR-NF-W              PIC 9(8)V99.
           05  DUP-NUMERO-W          PIC X(20).
           05  DUP-VENCTO-W          PIC 9(8).
           05  DUP-VALOR-W           PIC 9(8)V99.
           05  ITEM-PRODUTO-W        PIC X(20).
           05  ITEM-QTDE-W           PIC 9(9)V9(4).
           05  ITEM-VALOR-W          PIC 9(8)V99.

       01  TABELA-DUPLICATAS.
           05  QT-DUP-W              PIC 9(2).
           05  TAB-DUP OCCURS 99 TIMES.
               10  TD-NUMERO         PIC X(20).
               10  TD-VENCTO         PIC 9(8).
               10  TD-VALOR          PIC 9(8)V99.

       01  TABELA-ITENS.
           05  QT-ITEM-W             PIC 9(3).
           05  TAB-ITEM OCCURS 200 TIMES.
               10  TI-PRODUTO        PIC X(20).
               10  TI-QTDE           PIC 9(9)V9(4).
               10  TI-VALOR          PIC 9(8)V99.

       01  PATH-NFE-W.
           05  FILLER            PIC X(15) VALUE "\PROGRAMA\KELLO".
           05  FILLER            PIC X(1)  VALUE "\".
           05  NF-EMPRESA        PIC X(3).
           05  FILLER            PIC X(5)  VALUE "\NFE\".
       01  PATH-XML-W.
           05  PATH-XML-DIR      PIC X(24).
           05  PATH-XML-NOME.
               10  FILLER        PIC X(3)  VALUE "NFE".
               10  XML-NN        PIC 9(2).
               10  FILLER        PIC X(4)  VALUE ".XML".
           05  FILLER            PIC X(27) VALUE SPACES.
       01  PATH-DESTINO-W.
           05  PATH-DST-DIR      PIC X(24).
           05  PATH-DST-NOME.
               10  DST-TIPO      PIC X(1).
               10  DST-DATA      PIC 9(8).
               10  FILLER        PIC X(1)  VALUE ".".
               10  DST-ANN       PIC X(3).
           05  FILLER            PIC X(23) VALUE SPACES.
       01  PATH-JORNAL-W.
           05  PATH-JRN-DIR      PIC X(24).
           05  FILLER            PIC X(10) VALUE "JORNAL.TXT".
           05  FILLER            PIC X(26) VALUE SPACES.

       01  LINHA-JORNAL.
           05  JRN-DATA          PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  JRN-HORA          PIC X(5).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  JRN-ARQUIVO       PIC X(9).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  JRN-FORNEC        PIC 9(6).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  JRN-NR-NF         PIC 9(9).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  JRN-RESULTADO     PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  JRN-DETALHE       PIC X(20).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).
       01  HORA-SISTEMA-W.
           05  HH-SIS                PIC 9(2).
           05  MI-SIS                PIC 9(2).
           05  FILLER                PIC 9(4).
       01  HORA-EDIT-W.
           05  HORA-HH-E             PIC 9(2).
           05  FILLER                PIC X VALUE ":".
           05  HORA-MI-E             PIC 9(2).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CGD001       PIC X(60)    VALUE SPACES.
           05  PATH-CGD006       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CPD037       PIC X(60)    VALUE SPACES.
           05  PATH-CPD038       PIC X(60)    VALUE SPACES.
           05  PATH-MTD053       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  PARAMETROS-CPP035.
           05  CPP035-EMPRESA     PIC X(3).
           05  CPP035-FORNEC      PIC 9(6).
           05  CPP035-SEQ         PIC 9(5).
           05  CPP035-USUARIO     PIC X(5).
           05  CPP035-VALOR       PIC 9(10)V99.
           05  CPP035-SALDO       PIC 9(10)V99.
           05  CPP035-RETORNO     PIC 9(1).
               88  CPP035-COMPENSADA       VALUE 0.
               88  CPP035-NADA             VALUE 1.
               88  CPP035-ERRO             VALUE 2.

       01  PARAMETROS-CPP032.
           05  CPP032-EMPRESA     PIC X(3).
           05  CPP032-FORNEC      PIC 9(6).
           05  CPP032-PLANO       PIC X(14).
           05  CPP032-QTDE        PIC 9(3).
           05  CPP032-MESMO-PLANO PIC 9(3).
           05  CPP032-SALDO       PIC 9(10)V99.
           05  CPP032-RETORNO     PIC 9(1).
               88  CPP032-NADA             VALUE 0.
               88  CPP032-TEM-ADIANT       VALUE 1.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM IMPORTA-PASTA
                  WHEN 2 PERFORM MANUTENCAO-DE-PARA
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           DISPLAY "1-IMPORTA XML NF-E  2-DE-PARA PRODUTO: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 2
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W.
           IF ERRO-W = 0
              ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD
              MOVE EMPRESA-W TO GRPATH-EMPRESA
              MOVE "CGD001"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD001
              MOVE "CGD006"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CGD006
              MOVE "CPD020"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD020
              MOVE "CPD037"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD037
              MOVE "CPD038"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD038
              MOVE "MTD053"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD053
              OPEN INPUT CGD001 CGD006
              OPEN I-O CPD020 CPD037 CPD038 MTD053
              IF ST-CPD037 = "35"
                 CLOSE CPD037      OPEN OUTPUT CPD037
                 CLOSE CPD037      OPEN I-O CPD037
              END-IF
              IF ST-CPD038 = "35"
                 CLOSE CPD038      OPEN OUTPUT CPD038
                 CLOSE CPD038      OPEN I-O CPD038
              END-IF
              IF ST-CGD001 > "09"
                 DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CGD006 > "09"
                 DISPLAY "ERRO ABERTURA CGD006: " ST-CGD006
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD020 > "09"
                 DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD037 > "09"
                 DISPLAY "ERRO ABERTURA CPD037: " ST-CPD037
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-CPD038 > "09"
                 DISPLAY "ERRO ABERTURA CPD038: " ST-CPD038
                 MOVE 1 TO ERRO-W
              END-IF
              IF ST-MTD053 > "09"
                 DISPLAY "ERRO ABERTURA MTD053: " ST-MTD053
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE CGD001 CGD006 CPD020 CPD037 CPD038 MTD053
              END-IF.

      *    varredura da pasta NFE: cada nome presente e uma nota
       IMPORTA-PASTA SECTION.
           DISPLAY "CONTA REDUZIDA DOS TITULOS: " WITH NO ADVANCING.
           ACCEPT CONTA-REDUZ-W.
           DISPLAY "USUARIO...................: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           IF CONTA-REDUZ-W = ZEROS
              DISPLAY "CONTA REDUZIDA OBRIGATORIA"
              GO TO IMPORTA-PASTA-FIM.
           PERFORM TESTA-CONTA-MATERIAL.
           IF ERRO-W = 1
              MOVE 0 TO ERRO-W
              GO TO IMPORTA-PASTA-FIM.
           MOVE EMPRESA-W  TO NF-EMPRESA.
           MOVE PATH-NFE-W TO PATH-XML-DIR PATH-DST-DIR PATH-JRN-DIR.
           OPEN EXTEND JORNAL.
           IF ST-JORNAL > "09"
              CLOSE JORNAL
              OPEN OUTPUT JORNAL.
           PERFORM VARYING NN-W FROM 1 BY 1 UNTIL NN-W > 20
              PERFORM IMPORTA-UMA-NOTA
           END-PERFORM.
           CLOSE JORNAL.
           DISPLAY "NOTAS IMPORTADAS: " QT-IMPORTADAS-W
                   "  RECUSADAS: " QT-RECUSADAS-W.
       IMPORTA-PASTA-FIM.
           CONTINUE.

       TESTA-CONTA-MATERIAL SECTION.
           MOVE ZEROS TO CODIGO-MT53.
           START MTD053 KEY IS NOT LESS CODIGO-MT53 INVALID KEY
                 MOVE "10" TO ST-MTD053
           END-START.
           PERFORM UNTIL ST-MTD053 = "10"
              READ MTD053 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD053
              NOT AT END
                   IF CONTA-REDUZ-MT53 = CONTA-REDUZ-W
                      DISPLAY "CONTA DO MATERIAL " CODIGO-MT53
                              " - O ESTOQUE JA ENTRA PELOS ITENS"
                      MOVE 1 TO ERRO-W
                      MOVE "10" TO ST-MTD053
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-MTD053.

       IMPORTA-UMA-NOTA SECTION.
           MOVE NN-W TO XML-NN.
           OPEN INPUT ARQ-XML.
           IF ST-XML > "09"
      *       nome nao presente na pasta - nada a fazer
              GO TO IMPORTA-UMA-NOTA-FIM.
           INITIALIZE PARSER-XML-W NOTA-W TABELA-DUPLICATAS
                      TABELA-ITENS.
           MOVE ZEROS  TO FORNEC-W EXCESSO-W QT-ITENS-ESTOQUE-W
                          CNPJ-EMIT-W CPF-EMIT-W.
           MOVE SPACES TO MOTIVO-W.
           PERFORM UNTIL ST-XML = "10"
              READ ARQ-XML AT END
                   MOVE "10" TO ST-XML
              NOT AT END
                   PERFORM TRATA-CARACTER
              END-READ
           END-PERFORM.
           CLOSE ARQ-XML.
           PERFORM VALIDA-NOTA.
           IF MOTIVO-W = SPACES
              PERFORM GRAVA-NOTA.
           PERFORM ARQUIVA-XML.
       IMPORTA-UMA-NOTA-FIM.
           CONTINUE.

       TRATA-CARACTER SECTION.
           IF ESTADO-W = 0
              IF REG-XML = "<"
                 MOVE 1      TO ESTADO-W
                 MOVE SPACES TO TAG-W
                 MOVE ZEROS  TO TAM-TAG-W
              ELSE
                 IF REG-XML NOT = X"0D" AND REG-XML NOT = X"0A"
                    AND REG-XML NOT = X"09" AND TAM-TXT-W < 60
                    ADD 1 TO TAM-TXT-W
                    MOVE REG-XML TO TEXTO-W (TAM-TXT-W: 1)
                 END-IF
              END-IF
           ELSE
              IF REG-XML = ">"
                 MOVE 0 TO ESTADO-W
                 PERFORM TRATA-TAG
              ELSE
                 IF TAM-TAG-W < 200
                    ADD 1 TO TAM-TAG-W
                    MOVE REG-XML TO TAG-W (TAM-TAG-W: 1)
                 END-IF
              END-IF
           END-IF.

      *    <?xml ...> e <!-- ... --> nao interessam; </x> fecha o
      *    elemento com o texto juntado desde a abertura
       TRATA-TAG SECTION.
           IF TAG-W (1: 1) = "?" OR TAG-W (1: 1) = "!"
              GO TO TRATA-TAG-FIM.
           MOVE SPACES TO NOME-TAG-W.
           IF TAG-W (1: 1) = "/"
              UNSTRING TAG-W (2: 199) DELIMITED BY " "
                       INTO NOME-TAG-W
              PERFORM FECHA-ELEMENTO
           ELSE
              UNSTRING TAG-W DELIMITED BY " " OR "/"
                       INTO NOME-TAG-W
              IF TAM-TAG-W > 0 AND TAG-W (TAM-TAG-W: 1) NOT = "/"
                 PERFORM ABRE-ELEMENTO
              END-IF
              MOVE SPACES TO TEXTO-W
              MOVE ZEROS  TO TAM-TXT-W.
       TRATA-TAG-FIM.
           CONTINUE.

       ABRE-ELEMENTO SECTION.
           EVALUATE NOME-TAG-W
               WHEN "emit"
                    MOVE 1 TO EM-EMIT-W
               WHEN "det"
                    MOVE 1      TO EM-DET-W
                    MOVE SPACES TO ITEM-PRODUTO-W
                    MOVE ZEROS  TO ITEM-QTDE-W ITEM-VALOR-W
               WHEN "dup"
                    MOVE SPACES TO DUP-NUMERO-W
                    MOVE ZEROS  TO DUP-VENCTO-W DUP-VALOR-W
               WHEN "infNFe"
                    PERFORM EXTRAI-ID-NFE
           END-EVALUATE.

      *    <infNFe Id="NFe" + 44 digitos> - vale se nao vier o
      *    protocolo (<chNFe>) junto
       EXTRAI-ID-NFE SECTION.
           MOVE SPACES TO LIXO-W CHAVE-ID-W.
           UNSTRING TAG-W DELIMITED BY 'Id="NFe'
                    INTO LIXO-W CHAVE-ID-W.
           IF CHAVE-W = SPACES AND CHAVE-ID-W (1: 44) IS NUMERIC
              MOVE CHAVE-ID-W (1: 44) TO CHAVE-W.

       FECHA-ELEMENTO SECTION.
           EVALUATE TRUE
               WHEN NOME-TAG-W = "emit"
                    MOVE 0 TO EM-EMIT-W
               WHEN NOME-TAG-W = "CNPJ" AND EM-EMIT-W = 1
                    IF TEXTO-W (1: 14) IS NUMERIC
                       MOVE TEXTO-W (1: 14) TO CNPJ-EMIT-X
                    END-IF
               WHEN NOME-TAG-W = "CPF" AND EM-EMIT-W = 1
                    IF TEXTO-W (1: 11) IS NUMERIC
                       MOVE TEXTO-W (1: 11) TO CPF-EMIT-X
                    END-IF
               WHEN NOME-TAG-W = "chNFe"
                    IF TEXTO-W (1: 44) IS NUMERIC
                       MOVE TEXTO-W (1: 44) TO CHAVE-W
                    END-IF
               WHEN NOME-TAG-W = "nNF"
                    PERFORM CONVERTE-NUMERO
                    MOVE NUM-INT-W TO NR-NF-W
               WHEN NOME-TAG-W = "dhEmi" OR NOME-TAG-W = "dEmi"
                    PERFORM CONVERTE-DATA
                    MOVE DATA-CONV-N TO DATA-EMISSAO-W
               WHEN NOME-TAG-W = "vNF"
                    PERFORM CONVERTE-NUMERO
                    MOVE NUM-CONV-W TO VLR-NF-W
               WHEN NOME-TAG-W = "cProd" AND EM-DET-W = 1
                    MOVE TEXTO-W (1: 20) TO ITEM-PRODUTO-W
               WHEN NOME-TAG-W = "qCom" AND EM-DET-W = 1
                    PERFORM CONVERTE-NUMERO
                    MOVE NUM-CONV-W TO ITEM-QTDE-W
               WHEN NOME-TAG-W = "vProd" AND EM-DET-W = 1
                    PERFORM CONVERTE-NUMERO
                    MOVE NUM-CONV-W TO ITEM-VALOR-W
               WHEN NOME-TAG-W = "det"
                    MOVE 0 TO EM-DET-W
                    PERFORM GUARDA-ITEM
               WHEN NOME-TAG-W = "nDup"
                    MOVE TEXTO-W (1: 20) TO DUP-NUMERO-W
               WHEN NOME-TAG-W = "dVenc"
                    PERFORM CONVERTE-DATA
                    MOVE DATA-CONV-N TO DUP-VENCTO-W
               WHEN NOME-TAG-W = "vDup"
                    PERFORM CONVERTE-NUMERO
                    MOVE NUM-CONV-W TO DUP-VALOR-W
               WHEN NOME-TAG-W = "dup"
                    PERFORM GUARDA-DUPLICATA
           END-EVALUATE.

       GUARDA-ITEM SECTION.
           IF QT-ITEM-W < 200
              ADD 1 TO QT-ITEM-W
              MOVE ITEM-PRODUTO-W TO TI-PRODUTO (QT-ITEM-W)
              MOVE ITEM-QTDE-W    TO TI-QTDE (QT-ITEM-W)
              MOVE ITEM-VALOR-W   TO TI-VALOR (QT-ITEM-W)
           ELSE
              MOVE 1 TO EXCESSO-W.

       GUARDA-DUPLICATA SECTION.
           IF QT-DUP-W < 99
              ADD 1 TO QT-DUP-W
              MOVE DUP-NUMERO-W TO TD-NUMERO (QT-DUP-W)
              MOVE DUP-VENCTO-W TO TD-VENCTO (QT-DUP-W)
              MOVE DUP-VALOR-W  TO TD-VALOR (QT-DUP-W)
           ELSE
              MOVE 1 TO EXCESSO-W.

      *    "1234.5600" -> NUM-CONV-W 9(9)V9(4); NUM-INT-W e a
      *    parte inteira (numero da nota)
       CONVERTE-NUMERO SECTION.
           MOVE SPACES TO INTEIRO-TXT-W DECIMAL-TXT-W.
           MOVE ZEROS  TO TAM-INT-W TAM-DEC-W NUM-INT-W.
           MOVE "0000" TO NUM-DEC-X.
           UNSTRING TEXTO-W DELIMITED BY "." OR " "
                    INTO INTEIRO-TXT-W COUNT IN TAM-INT-W
                         DECIMAL-TXT-W COUNT IN TAM-DEC-W.
           IF TAM-INT-W > 0 AND TAM-INT-W < 10
              MOVE INTEIRO-TXT-W (1: TAM-INT-W) TO INTEIRO-J-W
              INSPECT INTEIRO-J-W REPLACING LEADING SPACES BY ZEROS
              IF INTEIRO-J-W IS NUMERIC
                 MOVE INTEIRO-J-N TO NUM-INT-W
              END-IF
           END-IF.
           IF TAM-DEC-W > 4
              MOVE 4 TO TAM-DEC-W.
           IF TAM-DEC-W > 0
              MOVE DECIMAL-TXT-W (1: TAM-DEC-W)
                TO NUM-DEC-X (1: TAM-DEC-W)
              IF NUM-DEC-X IS NOT NUMERIC
                 MOVE "0000" TO NUM-DEC-X
              END-IF
           END-IF.

      *    "AAAA-MM-DD" ou "AAAA-MM-DDTHH:MM:SS-03:00"
       CONVERTE-DATA SECTION.
           MOVE TEXTO-W (1: 4) TO AA-CONV-W.
           MOVE TEXTO-W (6: 2) TO MM-CONV-W.
           MOVE TEXTO-W (9: 2) TO DD-CONV-W.
           IF DATA-CONV-W IS NOT NUMERIC
              MOVE ZEROS TO DATA-CONV-N.

       VALIDA-NOTA SECTION.
           IF CHAVE-W = SPACES OR NR-NF-W = ZEROS
              OR VLR-NF-W = ZEROS OR DATA-EMISSAO-W = ZEROS
              MOVE "XML INCOMPLETO" TO MOTIVO-W
              GO TO VALIDA-NOTA-FIM.
           IF EXCESSO-W = 1
              MOVE "MUITOS ITENS/DUPLIC" TO MOTIVO-W
              GO TO VALIDA-NOTA-FIM.
           MOVE CHAVE-W TO CHAVE-NFE-CP37.
           READ CPD037 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE FORNEC-CP37 TO FORNEC-W
                MOVE "CHAVE JA IMPORTADA" TO MOTIVO-W
                GO TO VALIDA-NOTA-FIM
           END-READ.
           PERFORM LOCALIZA-FORNECEDOR.
           IF FORNEC-W = ZEROS
              MOVE "CNPJ SEM CADASTRO" TO MOTIVO-W
              GO TO VALIDA-NOTA-FIM.
           MOVE FORNEC-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "FORNEC. SEM CGD001" TO MOTIVO-W
                GO TO VALIDA-NOTA-FIM
           END-READ.
           IF SITUACAO-CG01 = 2
              MOVE "FORNECEDOR INATIVO" TO MOTIVO-W
              GO TO VALIDA-NOTA-FIM.
           MOVE ZEROS TO TOTAL-DUP-W.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > QT-DUP-W
              ADD TD-VALOR (D) TO TOTAL-DUP-W
              IF TD-VENCTO (D) = ZEROS OR TD-VALOR (D) = ZEROS
                 MOVE "DUPLICATA INVALIDA" TO MOTIVO-W
              END-IF
           END-PERFORM.
           IF MOTIVO-W = SPACES AND TOTAL-DUP-W > VLR-NF-W
              MOVE "DUPLICATAS > NOTA" TO MOTIVO-W.
       VALIDA-NOTA-FIM.
           CONTINUE.

      *    CNPJ-TITULAR/CPF-TITULAR da conta do fornecedor no CGD006
       LOCALIZA-FORNECEDOR SECTION.
           MOVE ZEROS  TO FORNEC-W CODIGO-CG06 BANCO-CG06.
           MOVE SPACES TO AGENCIA-CG06 NR-CONTA-CG06.
           START CGD006 KEY IS NOT LESS CHAVE-CG06 INVALID KEY
                 MOVE "10" TO ST-CGD006
           END-START.
           PERFORM UNTIL ST-CGD006 = "10"
              READ CGD006 NEXT RECORD AT END
                   MOVE "10" TO ST-CGD006
              NOT AT END
                   IF (CNPJ-EMIT-W > ZEROS AND
                       CNPJ-TITULAR-CG06 = CNPJ-EMIT-W)
                      OR (CPF-EMIT-W > ZEROS AND
                          CPF-TITULAR-CG06 = CPF-EMIT-W)
                      MOVE CODIGO-CG06 TO FORNEC-W
                      MOVE "10" TO ST-CGD006
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CGD006.

       GRAVA-NOTA SECTION.
           PERFORM PROXIMA-SEQ-CPD020.
           MOVE PROX-SEQ-CP-W TO SEQ-INI-W.
           IF QT-DUP-W = ZEROS
              MOVE 1              TO QT-DUP-W
              MOVE "UNICA"        TO TD-NUMERO (1)
              MOVE DATA-EMISSAO-W TO TD-VENCTO (1)
              MOVE VLR-NF-W       TO TD-VALOR (1).
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > QT-DUP-W
              PERFORM GRAVA-PARCELA
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-ITEM-W
              PERFORM ENTRADA-ESTOQUE
           END-PERFORM.
           INITIALIZE REG-CPD037.
           MOVE CHAVE-W            TO CHAVE-NFE-CP37.
           MOVE FORNEC-W           TO FORNEC-CP37.
           MOVE NR-NF-W            TO NR-NF-CP37.
           MOVE DATA-EMISSAO-W     TO DATA-EMISSAO-CP37.
           MOVE VLR-NF-W           TO VLR-NF-CP37.
           MOVE SEQ-INI-W          TO SEQ-CP20-INI-CP37.
           MOVE QT-DUP-W           TO QT-PARCELAS-CP37.
           MOVE QT-ITEM-W          TO QT-ITENS-CP37.
           MOVE QT-ITENS-ESTOQUE-W TO QT-ITENS-ESTOQUE-CP37.
           MOVE DATA-SISTEMA-N     TO DATA-IMPORT-CP37.
           MOVE PATH-XML-NOME      TO ARQUIVO-CP37.
           MOVE USUARIO-W          TO USUARIO-CP37.
           WRITE REG-CPD037 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD037: " ST-CPD037
           END-WRITE.
           MOVE VLR-NF-W TO VALOR-E.
           DISPLAY PATH-XML-NOME " FORNEC " FORNEC-W " NF " NR-NF-W
                   " " VALOR-E " - " QT-DUP-W " TITULO(S)".
           PERFORM OFERECE-ADIANTAMENTO.

       PROXIMA-SEQ-CPD020 SECTION.
           MOVE ZEROS    TO PROX-SEQ-CP-W.
           MOVE FORNEC-W TO FORNEC-CP20.
           MOVE ZEROS    TO SEQ-CP20.
           START CPD020 KEY IS NOT LESS CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020
           END-START.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = FORNEC-W
                      MOVE "10" TO ST-CPD020
                   ELSE
                      MOVE SEQ-CP20 TO PROX-SEQ-CP-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CPD020.
           ADD 1 TO PROX-SEQ-CP-W.

       GRAVA-PARCELA SECTION.
           INITIALIZE REG-CPD020.
           MOVE DATA-SISTEMA-N TO DATA-MOVTO-CP20.
           MOVE DATA-EMISSAO-W TO DATA-EMISSAO-CP20.
           MOVE FORNEC-W       TO FORNEC-CP20.
           MOVE PROX-SEQ-CP-W  TO SEQ-CP20.
           MOVE ZEROS          TO TIPO-FORN-CP20.
           MOVE NR-NF-W        TO NR-DOCTO-CP20.
           MOVE TD-VENCTO (D)  TO DATA-VENCTO-CP20.
           MOVE SPACES         TO DESCRICAO-CP20.
           MOVE "NF-E DUP"     TO DESCRICAO-CP20 (1: 8).
           MOVE TD-NUMERO (D)  TO DESCRICAO-CP20 (10: 20).
           MOVE D              TO NR-PARC-CP20.
           MOVE QT-DUP-W       TO TOT-PARC-CP20.
           MOVE CONTA-REDUZ-W  TO CODREDUZ-APUR-CP20.
           MOVE TD-VALOR (D)   TO VALOR-TOT-CP20.
           MOVE USUARIO-W      TO DIGITADOR-CP20.
           WRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO GRAVANDO CPD020: " ST-CPD020
           END-WRITE.
           ADD 1 TO PROX-SEQ-CP-W.

      *    item sem de-para (ou material inexistente) so vai p/ o
      *    jornal - nao impede a nota
       ENTRADA-ESTOQUE SECTION.
           MOVE FORNEC-W       TO FORNEC-CP38.
           MOVE TI-PRODUTO (I) TO PRODUTO-CP38.
           READ CPD038 INVALID KEY
                MOVE "ITEM SEM DE-PARA" TO MOTIVO-W
                PERFORM GRAVA-JORNAL
                MOVE SPACES TO MOTIVO-W
                GO TO ENTRADA-ESTOQUE-FIM
           END-READ.
           MOVE CODIGO-MT53-CP38 TO CODIGO-MT53.
           READ MTD053 INVALID KEY
                MOVE "MATERIAL INEXISTENTE" TO MOTIVO-W
                PERFORM GRAVA-JORNAL
                MOVE SPACES TO MOTIVO-W
                GO TO ENTRADA-ESTOQUE-FIM
           END-READ.
           IF FATOR-CONV-CP38 = ZEROS
              MOVE 1 TO FATOR-CONV-CP38.
           COMPUTE QT-ENTRADA-W ROUNDED =
                   TI-QTDE (I) * FATOR-CONV-CP38.
           ADD QT-ENTRADA-W TO SALDO-MT53.
           REWRITE REG-MTD053 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO MTD053: " ST-MTD053
                 GO TO ENTRADA-ESTOQUE-FIM
           END-REWRITE.
           ADD 1 TO QT-ITENS-ESTOQUE-W.
       ENTRADA-ESTOQUE-FIM.
           CONTINUE.

       ARQUIVA-XML SECTION.
           MOVE DATA-SISTEMA-N TO DST-DATA.
           MOVE SPACES TO DST-ANN.
           MOVE "A"    TO DST-ANN (1: 1).
           MOVE XML-NN TO DST-ANN (2: 2).
           IF MOTIVO-W = SPACES
              MOVE "P" TO DST-TIPO
              MOVE "IMPORTADA" TO MOTIVO-W
              ADD 1 TO QT-IMPORTADAS-W
           ELSE
              MOVE "R" TO DST-TIPO
              DISPLAY PATH-XML-NOME " RECUSADA: " MOTIVO-W
              ADD 1 TO QT-RECUSADAS-W.
           CALL "CBL_RENAME_FILE" USING PATH-XML-W
                                        PATH-DESTINO-W
                RETURNING RESULT-REN-W.
           IF RESULT-REN-W NOT = ZEROS
              DISPLAY "AVISO: NAO CONSEGUI RENOMEAR "
                      PATH-XML-NOME.
           MOVE ZEROS TO I.
           PERFORM GRAVA-JORNAL.

       GRAVA-JORNAL SECTION.
           ACCEPT HORA-SISTEMA-W FROM TIME.
           MOVE HH-SIS TO HORA-HH-E.
           MOVE MI-SIS TO HORA-MI-E.
           MOVE DATA-SISTEMA-N TO JRN-DATA.
           MOVE HORA-EDIT-W    TO JRN-HORA.
           MOVE PATH-XML-NOME  TO JRN-ARQUIVO.
           MOVE FORNEC-W       TO JRN-FORNEC.
           MOVE NR-NF-W        TO JRN-NR-NF.
           MOVE MOTIVO-W       TO JRN-RESULTADO.
           IF I > ZEROS
              MOVE TI-PRODUTO (I) TO JRN-DETALHE
           ELSE
              MOVE CHAVE-W (1: 20) TO JRN-DETALHE.
           WRITE REG-JORNAL FROM LINHA-JORNAL.

       MANUTENCAO-DE-PARA SECTION.
           DISPLAY "FORNECEDOR.................: " WITH NO ADVANCING.
           ACCEPT FORNEC-W.
           DISPLAY "CODIGO DO PRODUTO NA NOTA..: " WITH NO ADVANCING.
           ACCEPT PRODUTO-W.
           DISPLAY "USUARIO....................: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           IF FORNEC-W = ZEROS OR PRODUTO-W = SPACES
              DISPLAY "DADOS INVALIDOS"
              GO TO MANUTENCAO-DE-PARA-FIM.
           MOVE FORNEC-W  TO FORNEC-CP38.
           MOVE PRODUTO-W TO PRODUTO-CP38.
           READ CPD038 INVALID KEY
                INITIALIZE REG-CPD038
                MOVE FORNEC-W  TO FORNEC-CP38
                MOVE PRODUTO-W TO PRODUTO-CP38
                MOVE "10" TO ST-CPD038
           NOT INVALID KEY
                DISPLAY "MATERIAL ATUAL: " CODIGO-MT53-CP38
                        "  FATOR: " FATOR-CONV-CP38
           END-READ.
           DISPLAY "MATERIAL MTD053 (0=EXCLUI).: " WITH NO ADVANCING.
           ACCEPT CODIGO-MT53-CP38.
           IF CODIGO-MT53-CP38 = ZEROS
              IF ST-CPD038 NOT = "10"
                 DELETE CPD038 INVALID KEY
                        DISPLAY "ERRO EXCLUINDO CPD038: " ST-CPD038
                 END-DELETE
                 DISPLAY "DE-PARA EXCLUIDO"
              END-IF
              GO TO MANUTENCAO-DE-PARA-FIM.
           MOVE CODIGO-MT53-CP38 TO CODIGO-MT53.
           READ MTD053 INVALID KEY
                DISPLAY "MATERIAL NAO CADASTRADO NO MTD053"
                GO TO MANUTENCAO-DE-PARA-FIM
           END-READ.
           DISPLAY "FATOR (UNID. MATERIAL POR UNID. DA NOTA): "
                   WITH NO ADVANCING.
           ACCEPT FATOR-CONV-CP38.
           IF FATOR-CONV-CP38 = ZEROS
              MOVE 1 TO FATOR-CONV-CP38.
           MOVE USUARIO-W TO USUARIO-CP38.
           IF ST-CPD038 = "10"
              WRITE REG-CPD038 INVALID KEY
                    DISPLAY "ERRO GRAVANDO CPD038: " ST-CPD038
              END-WRITE
              DISPLAY "DE-PARA INCLUIDO " DESCRICAO-MT53
           ELSE
              REWRITE REG-CPD038 INVALID KEY
                    DISPLAY "ERRO ATUALIZANDO CPD038: " ST-CPD038
              END-REWRITE
              DISPLAY "DE-PARA ALTERADO " DESCRICAO-MT53.
       MANUTENCAO-DE-PARA-FIM.
           CONTINUE.

      *    fornecedor com adiantamento pago e saldo a compensar: a
      *    nota nao deve ser paga cheia - compensa nas duplicatas
      *    recem gravadas (SEQ-INI-W ate PROX-SEQ-CP-W - 1) pelo
      *    CPP035, que abre o seu CPD020
       OFERECE-ADIANTAMENTO SECTION.
           MOVE EMPRESA-W TO CPP032-EMPRESA.
           MOVE FORNEC-W  TO CPP032-FORNEC.
           MOVE ZEROS     TO CPP032-PLANO.
           CALL "CPP032" USING PARAMETROS-CPP032.
           IF NOT CPP032-TEM-ADIANT
              GO TO OFERECE-ADIANTAMENTO-FIM.
           MOVE CPP032-SALDO TO VALOR-E.
           DISPLAY "   FORNECEDOR TEM " CPP032-QTDE
                   " ADIANTAMENTO(S) A COMPENSAR: " VALOR-E.
           DISPLAY "COMPENSA O ADIANTAMENTO NESTA NOTA (S/N)? "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND NOT = "s"
              DISPLAY "   COMPENSE DEPOIS PELO CPP031 (OPCAO 2)"
              GO TO OFERECE-ADIANTAMENTO-FIM.
           CLOSE CPD020.
           MOVE SEQ-INI-W TO SEQ-COMP-W.
           MOVE 0         TO CPP035-RETORNO.
           MOVE CPP032-SALDO TO CPP035-SALDO.
           PERFORM COMPENSA-DUPLICATA
                   UNTIL SEQ-COMP-W NOT < PROX-SEQ-CP-W
                      OR NOT CPP035-COMPENSADA
                      OR CPP035-SALDO = ZEROS.
           OPEN I-O CPD020.
           IF ST-CPD020 > "09"
              DISPLAY "ERRO REABRINDO CPD020: " ST-CPD020.
       OFERECE-ADIANTAMENTO-FIM.
           CONTINUE.

       COMPENSA-DUPLICATA SECTION.
           DISPLAY "   DUPLICATA SEQ " SEQ-COMP-W.
           MOVE EMPRESA-W  TO CPP035-EMPRESA.
           MOVE FORNEC-W   TO CPP035-FORNEC.
           MOVE SEQ-COMP-W TO CPP035-SEQ.
           MOVE USUARIO-W  TO CPP035-USUARIO.
           CALL "CPP035" USING PARAMETROS-CPP035.
           ADD 1 TO SEQ-COMP-W.

       FINALIZA-PROGRAMA SECTION.
           CLOSE CGD001 CGD006 CPD020 CPD037 CPD038 MTD053.
       END PROGRAM CPP027.
