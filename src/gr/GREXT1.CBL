       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREXT1.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: EXTRATO LIVRE EM .CSV (GRCSV) A PARTIR DO DICIONARIO
      *        DE DADOS GRD038 (IMPORTADO PELO GRDIC1).
      *        OPCAO 1 - DEFINE/ALTERA UM EXTRATO (GRD039): ARQUIVO
      *                  E FAIXA DA CHAVE PRIMARIA, UM ARQUIVO
      *                  RELACIONADO LIDO PELA CHAVE (EX. CRD020 ->
      *                  CGD010 PELO COD-COMPL-CR20), ATE 20 CAMPOS
      *                  DE SAIDA E ATE 5 FILTROS (I-IGUAL, F-FAIXA,
      *                  C-CONTEM). O CAMPO DE LIGACAO TEM QUE TER O
      *                  MESMO FORMATO DA CHAVE DO RELACIONADO.
      *        OPCAO 2 - EXECUTA UM EXTRATO GRAVADO NA EMPRESA DA
      *                  LINHA DE COMANDO. O .CSV TEM O NOME DO
      *                  EXTRATO; 1a LINHA = NOMES DOS CAMPOS.
      *                  NUMERO SAI COM PONTO DECIMAL (A VIRGULA E O
      *                  SEPARADOR) E VIRGULA DENTRO DE TEXTO VIRA
      *                  PONTO-E-VIRGULA.
      *        OPCAO 3 - LISTA OS EXTRATOS GRAVADOS.
      *        OPCAO 4 - EXCLUI UM EXTRATO.
      *        ACESSO: DIREITO "EXTRATO-" + MODULO DO ARQUIVO (CR,
      *        MT, CO...) NO GED001 P/ O ARQUIVO PRINCIPAL E P/ O
      *        RELACIONADO; CAMPO MARCADO NO DICIONARIO COMO CPF OU
      *        DADO BANCARIO SAI MASCARADO PELO GRMASC.
      *        ARQUIVOS DISPONIVEIS: CRD020, MTD019, COD040, CGD010,
      *        CPD020 E CHD010 (TABELA-ARQUIVOS-W).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GRVX038.
           COPY GRVX039.
           COPY GERX001.
           COPY CRPX020.
           COPY MTPX019.
           COPY COPX040.
           COPY CGPX010.
           COPY CPPX020.
           COPY CHPX010.

       DATA DIVISION.
       FILE SECTION.
           COPY GRVW038.
           COPY GRVW039.
           COPY GERW001.
           COPY CRPW020.
           COPY MTPW019.
           COPY COPW040.
           COPY CGPW010.
           COPY CPPW020.
           COPY CHPW010.

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-GRD038             PIC XX       VALUE SPACES.
           05  ST-GRD039             PIC XX       VALUE SPACES.
           05  ST-GED001             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-MTD019             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-ARQ-W              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  COD-USUARIO-W         PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  NOME-W                PIC X(8)     VALUE SPACES.
           05  ARQ-NOME-W            PIC X(8)     VALUE SPACES.
           05  CAMPO-W               PIC X(30)    VALUE SPACES.
           05  CONFIRMA-W            PIC X        VALUE SPACES.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  J                     PIC 9(3)     VALUE ZEROS.
           05  K                     PIC 9(3)     VALUE ZEROS.
           05  E                     PIC 9(3)     VALUE ZEROS.
           05  ORIG-W                PIC 9        VALUE ZEROS.
           05  ARQ-OK-W              PIC 9        VALUE ZEROS.
           05  EXISTE-W              PIC 9        VALUE ZEROS.
           05  GED001-ABERTO-W       PIC 9        VALUE ZEROS.
           05  FIM-LISTA-W           PIC 9        VALUE ZEROS.
           05  FIM-LEITURA-W         PIC 9        VALUE ZEROS.
           05  ARQ-FIM-W             PIC 9        VALUE ZEROS.
           05  ARQ-ACHOU-W           PIC 9        VALUE ZEROS.
           05  JOIN-ACHOU-W          PIC 9        VALUE ZEROS.
           05  PASSOU-W              PIC 9        VALUE ZEROS.
           05  TRUNCOU-W             PIC 9        VALUE ZEROS.
           05  EXEC-EXTRATO-W        PIC 9(8)     VALUE ZEROS.
           05  QT-EXEC-SALVO-W       PIC 9(9)     VALUE ZEROS.
           05  QT-LIDOS-W            PIC 9(9)     VALUE ZEROS.
           05  QT-GRAVADOS-W         PIC 9(9)     VALUE ZEROS.
           05  QT-TRUNCADOS-W        PIC 9(9)     VALUE ZEROS.
           05  QT-E                  PIC ZZZ.ZZZ.ZZ9.
           05  NUM-E                 PIC Z9.
           05  DIGITO-X              PIC X        VALUE ZERO.
           05  DIGITO-N REDEFINES DIGITO-X PIC 9.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-GED001       PIC X(60)    VALUE SPACES.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-MTD019       PIC X(60)    VALUE SPACES.
           05  PATH-COD040       PIC X(60)    VALUE SPACES.
           05  PATH-CGD010       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CHD010       PIC X(60)    VALUE SPACES.
           05  PATH-CSV-W        PIC X(64)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

      *    arquivos que o extrator sabe ler e o 1o/ultimo campo da
      *    chave primaria de cada um (posicao e tamanho vem do GRD038)
       01  TABELA-ARQUIVOS-W.
           05  FILLER            PIC X(8)     VALUE "CRD020".
           05  FILLER            PIC X(30)    VALUE "CHAVE-CR20".
           05  FILLER            PIC X(30)    VALUE "CHAVE-CR20".
           05  FILLER            PIC X(8)     VALUE "MTD019".
           05  FILLER            PIC X(30)    VALUE "ALBUMMT19".
           05  FILLER            PIC X(30)    VALUE "ALBUMMT19".
           05  FILLER            PIC X(8)     VALUE "COD040".
           05  FILLER            PIC X(30)    VALUE "NR-CONTRATO-CO40".
           05  FILLER            PIC X(30)    VALUE "NR-CONTRATO-CO40".
           05  FILLER            PIC X(8)     VALUE "CGD010".
           05  FILLER            PIC X(30)    VALUE "COD-COMPL-CG10".
           05  FILLER            PIC X(30)    VALUE "COD-COMPL-CG10".
           05  FILLER            PIC X(8)     VALUE "CPD020".
           05  FILLER            PIC X(30)    VALUE "FORNEC-CP20".
           05  FILLER            PIC X(30)    VALUE "SEQ-CP20".
           05  FILLER            PIC X(8)     VALUE "CHD010".
           05  FILLER            PIC X(30)    VALUE "DATA-MOVTO-CH10".
           05  FILLER            PIC X(30)    VALUE "SEQ-CH10".
       01  TABELA-ARQUIVOS-R REDEFINES TABELA-ARQUIVOS-W.
           05  TAB-ARQ OCCURS 6 TIMES.
               10  E-ARQUIVO     PIC X(8).
               10  E-CHAVE-INI   PIC X(30).
               10  E-CHAVE-FIM   PIC X(30).

      *    dicionario carregado: 1-ARQUIVO PRINCIPAL  2-RELACIONADO
       01  TABELA-DICIONARIO.
           05  DIC-ARQUIVO OCCURS 2 TIMES.
               10  QT-DIC            PIC 9(3).
               10  ENG-IDX           PIC 9(3).
               10  MODULO-DIC        PIC X(2).
               10  CHAVE-POS-W       PIC 9(5).
               10  CHAVE-TAM-W       PIC 9(5).
               10  TAB-DIC OCCURS 400 TIMES.
                   15  D-CAMPO       PIC X(30).
                   15  D-POSICAO     PIC 9(5).
                   15  D-TAMANHO     PIC 9(5).
                   15  D-TIPO        PIC X.
                   15  D-DIGITOS     PIC 9(2).
                   15  D-DECIMAIS    PIC 9(2).
                   15  D-MASCARA     PIC 9.

      *    campos de saida e filtros ja localizados no dicionario
       01  TABELA-SAIDA.
           05  S-IDX                 PIC 9(3)     OCCURS 20 TIMES.
       01  TABELA-FILTRO.
           05  TAB-FILTRO OCCURS 5 TIMES.
               10  FL-IDX            PIC 9(3).
               10  FL-NUMERICO       PIC 9.
               10  FL-TAM1           PIC 9(2).
               10  FL-TAM2           PIC 9(2).
               10  FL-VALOR1-N       PIC S9(18).
               10  FL-VALOR2-N       PIC S9(18).

       01  EXECUCAO-W.
           05  JOIN-POS-W            PIC 9(5)     VALUE ZEROS.
           05  JOIN-TAM-W            PIC 9(5)     VALUE ZEROS.
           05  CHAVE-INI-TAM-W       PIC 9(2)     VALUE ZEROS.
           05  CHAVE-FIM-TAM-W       PIC 9(2)     VALUE ZEROS.
           05  C-ORIGEM              PIC 9        VALUE ZEROS.
           05  C-IDX                 PIC 9(3)     VALUE ZEROS.
           05  POS-BRUTO-W           PIC 9(5)     VALUE ZEROS.
           05  TAM-BRUTO-W           PIC 9(5)     VALUE ZEROS.
           05  NUMERICO-W            PIC 9        VALUE ZEROS.
           05  MASCARADO-W           PIC 9        VALUE ZEROS.
           05  NUM-W                 PIC S9(18)   VALUE ZEROS.
           05  TAM-VALOR-W           PIC 9(3)     VALUE ZEROS.
           05  TAM-TEXTO-W           PIC 9(3)     VALUE ZEROS.
           05  BRANCOS-W             PIC 9(3)     VALUE ZEROS.
           05  CONTA-W               PIC 9(3)     VALUE ZEROS.
           05  PTR-W                 PIC 9(3)     VALUE ZEROS.
           05  DIGITOS-W             PIC 9(2)     VALUE ZEROS.
           05  DECIMAIS-W            PIC 9(2)     VALUE ZEROS.
           05  CONV-N                PIC S9(18)   VALUE ZEROS.
           05  CONV-DEC-W            PIC 9(2)     VALUE ZEROS.
           05  CONV-PONTO-W          PIC 9        VALUE ZEROS.
           05  CONV-NEG-W            PIC 9        VALUE ZEROS.
           05  VALOR-AUX-W           PIC X(30)    VALUE SPACES.

       01  REG-ARQ-W                 PIC X(2000)  VALUE SPACES.
       01  REG-PRINC-W               PIC X(2000)  VALUE SPACES.
       01  REG-JOIN-W                PIC X(2000)  VALUE SPACES.
       01  BRUTO-W                   PIC X(100)   VALUE SPACES.
       01  VALOR-W                   PIC X(100)   VALUE SPACES.
       01  TEXTO-AUX-W               PIC X(100)   VALUE SPACES.
       01  COMPARA-W                 PIC X(100)   VALUE SPACES.
       01  LINHA-W                   PIC X(200)   VALUE SPACES.

      *    visoes numericas do campo lido (zonado, COMP-3 e binario)
       01  CONVERSAO-W.
           05  ZONADO-X              PIC X(18).
           05  ZONADO-N REDEFINES ZONADO-X PIC S9(18).
           05  PACK-X                PIC X(10).
           05  PACK-N REDEFINES PACK-X     PIC S9(18) COMP-3.
           05  BIN-X                 PIC X(8).
           05  BIN-N REDEFINES BIN-X       PIC S9(18) COMP.
           05  DIGITOS-Z             PIC 9(18).
           05  VALOR-DEC-W           PIC S9(12)V9(6).
           05  EDITADO-INT-W         PIC -(18)9.
           05  EDITADO-DEC-W         PIC -(12)9,9(6).

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  PARAMETROS-GRCSV.
           05  GRCSV-EMPRESA     PIC X(3).
           05  GRCSV-ARQUIVO     PIC X(8).
           05  GRCSV-ACAO        PIC 9(1).
           05  GRCSV-LINHA       PIC X(200).
           05  GRCSV-RETORNO     PIC 9(1).

       01  PARAMETROS-GRMASC.
           05  GRMASC-EMPRESA        PIC X(3).
           05  GRMASC-USUARIO        PIC 9(3).
           05  GRMASC-FUNCAO         PIC 9(1).
           05  GRMASC-VE-CPF         PIC 9(1).
           05  GRMASC-VE-BANCO       PIC 9(1).
           05  GRMASC-CAMPO          PIC X(20).

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              EVALUATE OPCAO-W
                  WHEN 1 PERFORM DEFINE-EXTRATO
                  WHEN 2 PERFORM EXECUTA-EXTRATO
                  WHEN 3 PERFORM LISTA-EXTRATOS
                  WHEN 4 PERFORM EXCLUI-EXTRATO
              END-EVALUATE
              PERFORM FINALIZA-PROGRAMA.
           STOP RUN.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           DISPLAY "USUARIO........: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           DISPLAY "CODIGO USUARIO.: " WITH NO ADVANCING.
           ACCEPT COD-USUARIO-W.
           DISPLAY "1-DEFINE EXTRATO  2-EXECUTA  3-LISTA  4-EXCLUI: "
                   WITH NO ADVANCING.
           ACCEPT OPCAO-W.
           IF OPCAO-W < 1 OR OPCAO-W > 4
              DISPLAY "OPCAO INVALIDA"
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           OPEN INPUT GRD038.
           IF ST-GRD038 > "09"
              DISPLAY "DICIONARIO GRD038 NAO IMPORTADO (GRDIC1): "
                      ST-GRD038
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           OPEN I-O GRD039.
           IF ST-GRD039 = "35"
              CLOSE GRD039      OPEN OUTPUT GRD039
              CLOSE GRD039      OPEN I-O GRD039.
           IF ST-GRD039 > "09"
              DISPLAY "ERRO ABERTURA GRD039: " ST-GRD039
              CLOSE GRD038
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
      *    sem GED001 ninguem tem direito de extrato
           MOVE EMPRESA-W TO GRPATH-EMPRESA.
           MOVE "GED001"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-GED001.
           OPEN INPUT GED001.
           IF ST-GED001 < "10"
              MOVE 1 TO GED001-ABERTO-W.
           MOVE EMPRESA-W     TO GRMASC-EMPRESA.
           MOVE COD-USUARIO-W TO GRMASC-USUARIO.
           MOVE 1             TO GRMASC-FUNCAO.
           CALL "GRMASC" USING PARAMETROS-GRMASC.
       INICIALIZA-PROGRAMA-FIM.
           CONTINUE.

      *    ------------------------------------------------------
      *    OPCAO 1 - DEFINE/ALTERA EXTRATO
      *    ------------------------------------------------------
       DEFINE-EXTRATO SECTION.
           DISPLAY "NOME DO EXTRATO (= NOME DO .CSV): "
                   WITH NO ADVANCING.
           ACCEPT NOME-W.
           IF NOME-W = SPACES
              GO TO DEFINE-EXTRATO-FIM.
           MOVE ZEROS TO EXISTE-W EXEC-EXTRATO-W QT-EXEC-SALVO-W.
           MOVE NOME-W TO NOME-GR39.
           READ GRD039 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO EXISTE-W
           END-READ.
           IF EXISTE-W = 1
              DISPLAY "EXTRATO JA CADASTRADO: " DESCRICAO-GR39
              MOVE ARQUIVO-GR39 TO ARQ-NOME-W
              MOVE 1 TO ORIG-W
              PERFORM VALIDA-ARQUIVO
              IF ARQ-OK-W = 0
                 GO TO DEFINE-EXTRATO-FIM
              END-IF
              DISPLAY "ALTERA (S/N)? " WITH NO ADVANCING
              ACCEPT CONFIRMA-W
              IF CONFIRMA-W NOT = "S" AND NOT = "s"
                 GO TO DEFINE-EXTRATO-FIM
              END-IF
              MOVE DATA-EXEC-GR39 TO EXEC-EXTRATO-W
              MOVE QT-EXEC-GR39   TO QT-EXEC-SALVO-W
           END-IF.
           INITIALIZE REG-GRD039.
           MOVE NOME-W TO NOME-GR39.
           DISPLAY "DESCRICAO..............: " WITH NO ADVANCING.
           ACCEPT DESCRICAO-GR39.
           DISPLAY "ARQUIVO (EX. CRD020)...: " WITH NO ADVANCING.
           ACCEPT ARQUIVO-GR39.
           MOVE ARQUIVO-GR39 TO ARQ-NOME-W.
           MOVE 1 TO ORIG-W.
           PERFORM VALIDA-ARQUIVO.
           IF ARQ-OK-W = 0
              GO TO DEFINE-EXTRATO-FIM.
           MOVE ENG-IDX (1) TO E.
           DISPLAY "CHAVE: " E-CHAVE-INI (E) " A " E-CHAVE-FIM (E).
           DISPLAY "INICIO DA CHAVE (BRANCO = TUDO): "
                   WITH NO ADVANCING.
           ACCEPT CHAVE-INI-GR39.
           DISPLAY "FIM DA CHAVE (BRANCO = TUDO)...: "
                   WITH NO ADVANCING.
           ACCEPT CHAVE-FIM-GR39.
           DISPLAY "ARQUIVO RELACIONADO (BRANCO = NENHUM): "
                   WITH NO ADVANCING.
           ACCEPT JOIN-ARQUIVO-GR39.
           IF JOIN-ARQUIVO-GR39 NOT = SPACES
              IF JOIN-ARQUIVO-GR39 = ARQUIVO-GR39
                 DISPLAY "RELACIONADO TEM QUE SER OUTRO ARQUIVO"
                 GO TO DEFINE-EXTRATO-FIM
              END-IF
              MOVE JOIN-ARQUIVO-GR39 TO ARQ-NOME-W
              MOVE 2 TO ORIG-W
              PERFORM VALIDA-ARQUIVO
              IF ARQ-OK-W = 0
                 GO TO DEFINE-EXTRATO-FIM
              END-IF
              MOVE ENG-IDX (2) TO E
              DISPLAY "CAMPO DO " ARQUIVO-GR39 " COM A CHAVE "
                      E-CHAVE-INI (E) ": " WITH NO ADVANCING
              ACCEPT JOIN-CAMPO-GR39
              MOVE ARQUIVO-GR39    TO ARQ-NOME-W
              MOVE JOIN-CAMPO-GR39 TO CAMPO-W
              PERFORM EXISTE-CAMPO
              IF EXISTE-W = 0
                 DISPLAY "CAMPO NAO EXISTE NO DICIONARIO"
                 GO TO DEFINE-EXTRATO-FIM
              END-IF
           END-IF.
           PERFORM PEDE-CAMPOS.
           IF QT-CAMPOS-GR39 = ZEROS
              DISPLAY "NENHUM CAMPO DE SAIDA - EXTRATO NAO GRAVADO"
              GO TO DEFINE-EXTRATO-FIM.
           PERFORM PEDE-FILTROS.
           MOVE USUARIO-W       TO USUARIO-GR39.
           MOVE DATA-SISTEMA-N  TO DATA-CAD-GR39.
           MOVE EXEC-EXTRATO-W  TO DATA-EXEC-GR39.
           MOVE QT-EXEC-SALVO-W TO QT-EXEC-GR39.
           IF EXISTE-W = 1
              REWRITE REG-GRD039 INVALID KEY
                      DISPLAY "ERRO ATUALIZANDO GRD039: " ST-GRD039
                      GO TO DEFINE-EXTRATO-FIM
              END-REWRITE
           ELSE
              WRITE REG-GRD039 INVALID KEY
                    DISPLAY "ERRO GRAVANDO GRD039: " ST-GRD039
                    GO TO DEFINE-EXTRATO-FIM
              END-WRITE.
           DISPLAY "EXTRATO " NOME-GR39 " GRAVADO".
       DEFINE-EXTRATO-FIM.
           CONTINUE.

       PEDE-CAMPOS SECTION.
           DISPLAY "CAMPOS DE SAIDA (CAMPO EM BRANCO ENCERRA)".
           MOVE ZEROS TO FIM-LISTA-W.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 20 OR FIM-LISTA-W = 1
              PERFORM PEDE-CAMPO
           END-PERFORM.

       PEDE-CAMPO SECTION.
           MOVE I TO NUM-E.
           DISPLAY "CAMPO " NUM-E ": " WITH NO ADVANCING.
           ACCEPT CAMPO-W.
           IF CAMPO-W = SPACES
              MOVE 1 TO FIM-LISTA-W
              GO TO PEDE-CAMPO-FIM.
           MOVE 1 TO ORIG-W.
           IF JOIN-ARQUIVO-GR39 NOT = SPACES
              DISPLAY "   ORIGEM 1-" ARQUIVO-GR39 " 2-"
                      JOIN-ARQUIVO-GR39 ": " WITH NO ADVANCING
              ACCEPT ORIG-W.
           IF ORIG-W = 2
              MOVE JOIN-ARQUIVO-GR39 TO ARQ-NOME-W
           ELSE
              MOVE 1 TO ORIG-W
              MOVE ARQUIVO-GR39 TO ARQ-NOME-W.
           PERFORM EXISTE-CAMPO.
           IF EXISTE-W = 0
              DISPLAY "   CAMPO NAO EXISTE NO DICIONARIO DO " ARQ-NOME-W
              SUBTRACT 1 FROM I
              GO TO PEDE-CAMPO-FIM.
           ADD 1 TO QT-CAMPOS-GR39.
           MOVE ORIG-W  TO ORIGEM-GR39 (QT-CAMPOS-GR39).
           MOVE CAMPO-W TO CAMPO-GR39 (QT-CAMPOS-GR39).
       PEDE-CAMPO-FIM.
           CONTINUE.

       PEDE-FILTROS SECTION.
           DISPLAY "FILTROS (CAMPO EM BRANCO ENCERRA)".
           MOVE ZEROS TO FIM-LISTA-W.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 5 OR FIM-LISTA-W = 1
              PERFORM PEDE-FILTRO
           END-PERFORM.

       PEDE-FILTRO SECTION.
           MOVE I TO NUM-E.
           DISPLAY "FILTRO " NUM-E " - CAMPO: " WITH NO ADVANCING.
           ACCEPT CAMPO-W.
           IF CAMPO-W = SPACES
              MOVE 1 TO FIM-LISTA-W
              GO TO PEDE-FILTRO-FIM.
           MOVE 1 TO ORIG-W.
           IF JOIN-ARQUIVO-GR39 NOT = SPACES
              DISPLAY "   ORIGEM 1-" ARQUIVO-GR39 " 2-"
                      JOIN-ARQUIVO-GR39 ": " WITH NO ADVANCING
              ACCEPT ORIG-W.
           IF ORIG-W = 2
              MOVE JOIN-ARQUIVO-GR39 TO ARQ-NOME-W
           ELSE
              MOVE 1 TO ORIG-W
              MOVE ARQUIVO-GR39 TO ARQ-NOME-W.
           PERFORM EXISTE-CAMPO.
           IF EXISTE-W = 0
              DISPLAY "   CAMPO NAO EXISTE NO DICIONARIO DO " ARQ-NOME-W
              SUBTRACT 1 FROM I
              GO TO PEDE-FILTRO-FIM.
           ADD 1 TO QT-FILTROS-GR39.
           MOVE QT-FILTROS-GR39 TO J.
           MOVE ORIG-W  TO F-ORIGEM-GR39 (J).
           MOVE CAMPO-W TO F-CAMPO-GR39 (J).
           DISPLAY "   I-IGUAL  F-FAIXA  C-CONTEM: " WITH NO ADVANCING.
           ACCEPT F-OPERADOR-GR39 (J).
           INSPECT F-OPERADOR-GR39 (J) CONVERTING "ifc" TO "IFC".
           IF F-OPERADOR-GR39 (J) NOT = "I" AND NOT = "F"
                                  AND NOT = "C"
              MOVE "I" TO F-OPERADOR-GR39 (J).
           IF F-OPERADOR-GR39 (J) = "F"
              DISPLAY "   DE.: " WITH NO ADVANCING
              ACCEPT F-VALOR1-GR39 (J)
              DISPLAY "   ATE: " WITH NO ADVANCING
              ACCEPT F-VALOR2-GR39 (J)
           ELSE
              DISPLAY "   VALOR: " WITH NO ADVANCING
              ACCEPT F-VALOR1-GR39 (J).
       PEDE-FILTRO-FIM.
           CONTINUE.

      *    arquivo do extrator com dicionario e direito do usuario
      *    (ARQ-NOME-W / ORIG-W -> ARQ-OK-W, ENG-IDX e MODULO-DIC)
       VALIDA-ARQUIVO SECTION.
           MOVE ZEROS TO ARQ-OK-W.
           PERFORM VARYING E FROM 1 BY 1
                   UNTIL E > 6 OR E-ARQUIVO (E) = ARQ-NOME-W
              CONTINUE
           END-PERFORM.
           IF E > 6
              DISPLAY "ARQUIVO " ARQ-NOME-W " NAO DISPONIVEL NO EXTRATO"
              GO TO VALIDA-ARQUIVO-FIM.
           MOVE E TO ENG-IDX (ORIG-W).
           MOVE ARQ-NOME-W TO ARQUIVO-GR38.
           MOVE SPACES     TO CAMPO-GR38.
           READ GRD038 INVALID KEY
                DISPLAY "ARQUIVO " ARQ-NOME-W " SEM DICIONARIO (GRDIC1)"
                GO TO VALIDA-ARQUIVO-FIM
           END-READ.
           MOVE MODULO-GR38 TO MODULO-DIC (ORIG-W).
           IF GED001-ABERTO-W = 0
              DISPLAY "USUARIO SEM DIREITO EXTRATO-" MODULO-GR38
                      " (GED001)"
              GO TO VALIDA-ARQUIVO-FIM.
           MOVE COD-USUARIO-W TO USUARIO-GE01.
           MOVE SPACES        TO PROGRAMA-GE01.
           STRING "EXTRATO-" MODULO-GR38 DELIMITED BY SIZE
                  INTO PROGRAMA-GE01.
           READ GED001 INVALID KEY
                DISPLAY "USUARIO SEM DIREITO " PROGRAMA-GE01 (1: 10)
                        " (GED001)"
                GO TO VALIDA-ARQUIVO-FIM
           END-READ.
           MOVE 1 TO ARQ-OK-W.
       VALIDA-ARQUIVO-FIM.
           CONTINUE.

       EXISTE-CAMPO SECTION.
           MOVE ZEROS TO EXISTE-W.
           IF CAMPO-W = SPACES
              GO TO EXISTE-CAMPO-FIM.
           MOVE ARQ-NOME-W TO ARQUIVO-GR38.
           MOVE CAMPO-W    TO CAMPO-GR38.
           READ GRD038 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE 1 TO EXISTE-W
           END-READ.
       EXISTE-CAMPO-FIM.
           CONTINUE.

      *    ------------------------------------------------------
      *    OPCAO 2 - EXECUTA EXTRATO
      *    ------------------------------------------------------
       EXECUTA-EXTRATO SECTION.
           DISPLAY "NOME DO EXTRATO: " WITH NO ADVANCING.
           ACCEPT NOME-GR39.
           READ GRD039 INVALID KEY
                DISPLAY "EXTRATO NAO CADASTRADO"
                GO TO EXECUTA-EXTRATO-FIM
           END-READ.
           MOVE ARQUIVO-GR39 TO ARQ-NOME-W.
           MOVE 1 TO ORIG-W.
           PERFORM VALIDA-ARQUIVO.
           IF ARQ-OK-W = 0
              GO TO EXECUTA-EXTRATO-FIM.
           PERFORM CARREGA-DICIONARIO.
           IF JOIN-ARQUIVO-GR39 NOT = SPACES
              MOVE JOIN-ARQUIVO-GR39 TO ARQ-NOME-W
              MOVE 2 TO ORIG-W
              PERFORM VALIDA-ARQUIVO
              IF ARQ-OK-W = 0
                 GO TO EXECUTA-EXTRATO-FIM
              END-IF
              PERFORM CARREGA-DICIONARIO
           END-IF.
           PERFORM RESOLVE-DEFINICAO.
           IF ERRO-W = 1
              DISPLAY "REFACA O EXTRATO (OPCAO 1) OU REIMPORTE O "
                      "DICIONARIO (GRDIC1)"
              GO TO EXECUTA-EXTRATO-FIM.
           MOVE ARQUIVO-GR39 TO ARQ-NOME-W.
           PERFORM ABRE-ARQUIVO.
           IF ERRO-W = 1
              GO TO EXECUTA-EXTRATO-FIM.
           IF JOIN-ARQUIVO-GR39 NOT = SPACES
              MOVE JOIN-ARQUIVO-GR39 TO ARQ-NOME-W
              PERFORM ABRE-ARQUIVO
              IF ERRO-W = 1
                 MOVE ARQUIVO-GR39 TO ARQ-NOME-W
                 PERFORM FECHA-ARQUIVO
                 GO TO EXECUTA-EXTRATO-FIM
              END-IF
           END-IF.
           MOVE EMPRESA-W TO GRCSV-EMPRESA.
           MOVE NOME-GR39 TO GRCSV-ARQUIVO.
           MOVE 1         TO GRCSV-ACAO.
           CALL "GRCSV" USING PARAMETROS-GRCSV.
           IF GRCSV-RETORNO = 1
              DISPLAY "ERRO ABRINDO O .CSV DO EXTRATO " NOME-GR39
           ELSE
              MOVE ZEROS TO QT-LIDOS-W QT-GRAVADOS-W QT-TRUNCADOS-W
              PERFORM GRAVA-CABECALHO
              PERFORM PROCESSA-EXTRATO
              MOVE 3 TO GRCSV-ACAO
              CALL "GRCSV" USING PARAMETROS-GRCSV
           END-IF.
           MOVE ARQUIVO-GR39 TO ARQ-NOME-W.
           PERFORM FECHA-ARQUIVO.
           IF JOIN-ARQUIVO-GR39 NOT = SPACES
              MOVE JOIN-ARQUIVO-GR39 TO ARQ-NOME-W
              PERFORM FECHA-ARQUIVO.
           IF GRCSV-RETORNO = 1
              GO TO EXECUTA-EXTRATO-FIM.
           MOVE DATA-SISTEMA-N TO DATA-EXEC-GR39.
           MOVE QT-GRAVADOS-W  TO QT-EXEC-GR39.
           REWRITE REG-GRD039 INVALID KEY
                   DISPLAY "ERRO ATUALIZANDO GRD039: " ST-GRD039
           END-REWRITE.
           MOVE EMPRESA-W TO GRPATH-EMPRESA.
           MOVE NOME-GR39 TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE SPACES TO PATH-CSV-W.
           STRING GRPATH-CAMINHO DELIMITED BY SPACE
                  ".CSV"         DELIMITED BY SIZE
                  INTO PATH-CSV-W.
           MOVE QT-LIDOS-W TO QT-E.
           DISPLAY "REGISTROS LIDOS.....: " QT-E.
           MOVE QT-GRAVADOS-W TO QT-E.
           DISPLAY "REGISTROS EXTRAIDOS.: " QT-E.
           IF QT-TRUNCADOS-W > ZEROS
              MOVE QT-TRUNCADOS-W TO QT-E
              DISPLAY "LINHAS CORTADAS EM 200 POSICOES: " QT-E.
           DISPLAY "ARQUIVO GERADO: " PATH-CSV-W.
       EXECUTA-EXTRATO-FIM.
           CONTINUE.

      *    campos do arquivo ARQ-NOME-W na tabela ORIG-W
       CARREGA-DICIONARIO SECTION.
           MOVE ZEROS TO QT-DIC (ORIG-W) FIM-LEITURA-W.
           MOVE ARQ-NOME-W TO ARQUIVO-GR38.
           MOVE SPACES     TO CAMPO-GR38.
           START GRD038 KEY IS NOT LESS CHAVE-GR38 INVALID KEY
                 MOVE 1 TO FIM-LEITURA-W
           END-START.
           PERFORM UNTIL FIM-LEITURA-W = 1
              READ GRD038 NEXT RECORD AT END
                   MOVE 1 TO FIM-LEITURA-W
              NOT AT END
                   IF ARQUIVO-GR38 NOT = ARQ-NOME-W
                      MOVE 1 TO FIM-LEITURA-W
                   ELSE
                      IF CAMPO-GR38 NOT = SPACES
                         PERFORM GUARDA-CAMPO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

       GUARDA-CAMPO SECTION.
           IF QT-DIC (ORIG-W) = 400
              GO TO GUARDA-CAMPO-FIM.
           ADD 1 TO QT-DIC (ORIG-W).
           MOVE QT-DIC (ORIG-W) TO J.
           MOVE CAMPO-GR38    TO D-CAMPO    (ORIG-W, J).
           MOVE POSICAO-GR38  TO D-POSICAO  (ORIG-W, J).
           MOVE TAMANHO-GR38  TO D-TAMANHO  (ORIG-W, J).
           MOVE TIPO-GR38     TO D-TIPO     (ORIG-W, J).
           MOVE DIGITOS-GR38  TO D-DIGITOS  (ORIG-W, J).
           MOVE DECIMAIS-GR38 TO D-DECIMAIS (ORIG-W, J).
           MOVE MASCARA-GR38  TO D-MASCARA  (ORIG-W, J).
       GUARDA-CAMPO-FIM.
           CONTINUE.

      *    C-ORIGEM / CAMPO-W -> C-IDX (ZERO = NAO ACHOU)
       ACHA-CAMPO SECTION.
           MOVE ZEROS TO C-IDX.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > QT-DIC (C-ORIGEM) OR C-IDX > ZEROS
              IF D-CAMPO (C-ORIGEM, K) = CAMPO-W
                 MOVE K TO C-IDX
              END-IF
           END-PERFORM.

      *    localiza chave, ligacao, campos e filtros no dicionario
      *    atual (o layout pode ter mudado depois da definicao)
       RESOLVE-DEFINICAO SECTION.
           MOVE ZEROS TO ERRO-W.
           MOVE 1 TO C-ORIGEM.
           PERFORM RESOLVE-CHAVE.
           IF JOIN-ARQUIVO-GR39 NOT = SPACES
              MOVE 2 TO C-ORIGEM
              PERFORM RESOLVE-CHAVE
              MOVE 1 TO C-ORIGEM
              MOVE JOIN-CAMPO-GR39 TO CAMPO-W
              PERFORM ACHA-CAMPO
              IF C-IDX = ZEROS
                 DISPLAY "CAMPO " CAMPO-W " NAO ESTA NO DICIONARIO"
                 MOVE 1 TO ERRO-W
              ELSE
                 MOVE D-POSICAO (1, C-IDX) TO JOIN-POS-W
                 MOVE D-TAMANHO (1, C-IDX) TO JOIN-TAM-W
              END-IF
           END-IF.
           MOVE CHAVE-INI-GR39 TO TEXTO-AUX-W.
           PERFORM TAMANHO-TEXTO.
           MOVE TAM-TEXTO-W TO CHAVE-INI-TAM-W.
           IF CHAVE-INI-TAM-W > CHAVE-TAM-W (1)
              MOVE CHAVE-TAM-W (1) TO CHAVE-INI-TAM-W.
           MOVE CHAVE-FIM-GR39 TO TEXTO-AUX-W.
           PERFORM TAMANHO-TEXTO.
           MOVE TAM-TEXTO-W TO CHAVE-FIM-TAM-W.
           IF CHAVE-FIM-TAM-W > CHAVE-TAM-W (1)
              MOVE CHAVE-TAM-W (1) TO CHAVE-FIM-TAM-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CAMPOS-GR39
              MOVE ORIGEM-GR39 (I) TO C-ORIGEM
              MOVE CAMPO-GR39 (I)  TO CAMPO-W
              PERFORM ACHA-CAMPO
              IF C-IDX = ZEROS
                 DISPLAY "CAMPO " CAMPO-W " NAO ESTA NO DICIONARIO"
                 MOVE 1 TO ERRO-W
              END-IF
              MOVE C-IDX TO S-IDX (I)
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-FILTROS-GR39
              PERFORM RESOLVE-FILTRO
           END-PERFORM.

       RESOLVE-CHAVE SECTION.
           MOVE ENG-IDX (C-ORIGEM) TO E.
           MOVE E-CHAVE-INI (E) TO CAMPO-W.
           PERFORM ACHA-CAMPO.
           IF C-IDX = ZEROS
              DISPLAY "CHAVE " CAMPO-W " NAO ESTA NO DICIONARIO"
              MOVE 1 TO ERRO-W
              GO TO RESOLVE-CHAVE-FIM.
           MOVE D-POSICAO (C-ORIGEM, C-IDX) TO CHAVE-POS-W (C-ORIGEM).
           MOVE E-CHAVE-FIM (E) TO CAMPO-W.
           PERFORM ACHA-CAMPO.
           IF C-IDX = ZEROS
              DISPLAY "CHAVE " CAMPO-W " NAO ESTA NO DICIONARIO"
              MOVE 1 TO ERRO-W
              GO TO RESOLVE-CHAVE-FIM.
           COMPUTE CHAVE-TAM-W (C-ORIGEM) = D-POSICAO (C-ORIGEM, C-IDX)
                                          + D-TAMANHO (C-ORIGEM, C-IDX)
                                          - CHAVE-POS-W (C-ORIGEM).
       RESOLVE-CHAVE-FIM.
           CONTINUE.

       RESOLVE-FILTRO SECTION.
           MOVE F-ORIGEM-GR39 (I) TO C-ORIGEM.
           MOVE F-CAMPO-GR39 (I)  TO CAMPO-W.
           PERFORM ACHA-CAMPO.
           MOVE C-IDX TO FL-IDX (I).
           IF C-IDX = ZEROS
              DISPLAY "FILTRO " CAMPO-W " NAO ESTA NO DICIONARIO"
              MOVE 1 TO ERRO-W
              GO TO RESOLVE-FILTRO-FIM.
           MOVE ZEROS TO FL-NUMERICO (I).
           IF D-TIPO (C-ORIGEM, C-IDX) = "9" OR "P" OR "B"
              MOVE 1 TO FL-NUMERICO (I).
           MOVE D-DECIMAIS (C-ORIGEM, C-IDX) TO DECIMAIS-W.
           MOVE F-VALOR1-GR39 (I) TO VALOR-AUX-W TEXTO-AUX-W.
           PERFORM TAMANHO-TEXTO.
           MOVE TAM-TEXTO-W TO FL-TAM1 (I).
           PERFORM CONVERTE-VALOR.
           MOVE CONV-N TO FL-VALOR1-N (I).
           MOVE F-VALOR2-GR39 (I) TO VALOR-AUX-W TEXTO-AUX-W.
           PERFORM TAMANHO-TEXTO.
           MOVE TAM-TEXTO-W TO FL-TAM2 (I).
           PERFORM CONVERTE-VALOR.
           MOVE CONV-N TO FL-VALOR2-N (I).
       RESOLVE-FILTRO-FIM.
           CONTINUE.

      *    valor digitado no filtro (aceita - e , ou . decimal, sem
      *    separador de milhar) -> inteiro na escala do campo
       CONVERTE-VALOR SECTION.
           MOVE ZEROS TO CONV-N CONV-DEC-W CONV-PONTO-W CONV-NEG-W.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 30
              MOVE VALOR-AUX-W (K: 1) TO DIGITO-X
              EVALUATE TRUE
                  WHEN DIGITO-X NUMERIC
                       IF CONV-PONTO-W = 0
                          COMPUTE CONV-N = CONV-N * 10 + DIGITO-N
                       ELSE
                          IF CONV-DEC-W < DECIMAIS-W
                             COMPUTE CONV-N = CONV-N * 10 + DIGITO-N
                             ADD 1 TO CONV-DEC-W
                          END-IF
                       END-IF
                  WHEN DIGITO-X = "," OR DIGITO-X = "."
                       MOVE 1 TO CONV-PONTO-W
                  WHEN DIGITO-X = "-"
                       MOVE 1 TO CONV-NEG-W
              END-EVALUATE
           END-PERFORM.
           PERFORM UNTIL CONV-DEC-W NOT < DECIMAIS-W
              COMPUTE CONV-N = CONV-N * 10
              ADD 1 TO CONV-DEC-W
           END-PERFORM.
           IF CONV-NEG-W = 1
              COMPUTE CONV-N = CONV-N * -1.

      *    ------------------------------------------------------
      *    LEITURA DOS ARQUIVOS DO EXTRATOR (ARQ-NOME-W)
      *    ------------------------------------------------------
       ABRE-ARQUIVO SECTION.
           MOVE ZEROS TO ERRO-W.
           MOVE EMPRESA-W  TO GRPATH-EMPRESA.
           MOVE ARQ-NOME-W TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           EVALUATE ARQ-NOME-W
               WHEN "CRD020"
                    MOVE GRPATH-CAMINHO TO PATH-CRD020
                    OPEN INPUT CRD020
                    MOVE ST-CRD020 TO ST-ARQ-W
               WHEN "MTD019"
                    MOVE GRPATH-CAMINHO TO PATH-MTD019
                    OPEN INPUT MTD019
                    MOVE ST-MTD019 TO ST-ARQ-W
               WHEN "COD040"
                    MOVE GRPATH-CAMINHO TO PATH-COD040
                    OPEN INPUT COD040
                    MOVE ST-COD040 TO ST-ARQ-W
               WHEN "CGD010"
                    MOVE GRPATH-CAMINHO TO PATH-CGD010
                    OPEN INPUT CGD010
                    MOVE ST-CGD010 TO ST-ARQ-W
               WHEN "CPD020"
                    MOVE GRPATH-CAMINHO TO PATH-CPD020
                    OPEN INPUT CPD020
                    MOVE ST-CPD020 TO ST-ARQ-W
               WHEN "CHD010"
                    MOVE GRPATH-CAMINHO TO PATH-CHD010
                    OPEN INPUT CHD010
                    MOVE ST-CHD010 TO ST-ARQ-W
           END-EVALUATE.
           IF ST-ARQ-W > "09"
              DISPLAY "ERRO ABERTURA " ARQ-NOME-W ": " ST-ARQ-W
              MOVE 1 TO ERRO-W.

       FECHA-ARQUIVO SECTION.
           EVALUATE ARQ-NOME-W
               WHEN "CRD020" CLOSE CRD020
               WHEN "MTD019" CLOSE MTD019
               WHEN "COD040" CLOSE COD040
               WHEN "CGD010" CLOSE CGD010
               WHEN "CPD020" CLOSE CPD020
               WHEN "CHD010" CLOSE CHD010
           END-EVALUATE.

      *    posiciona pela chave montada em REG-ARQ-W
       INICIA-LEITURA SECTION.
           MOVE ZEROS TO ARQ-FIM-W.
           EVALUATE ARQ-NOME-W
               WHEN "CRD020"
                    MOVE REG-ARQ-W TO REG-CRD020
                    START CRD020 KEY IS NOT LESS CHAVE-CR20
                          INVALID KEY CONTINUE
                    END-START
                    MOVE ST-CRD020 TO ST-ARQ-W
               WHEN "MTD019"
                    MOVE REG-ARQ-W TO REG-MTD019
                    START MTD019 KEY IS NOT LESS ALBUMMT19
                          INVALID KEY CONTINUE
                    END-START
                    MOVE ST-MTD019 TO ST-ARQ-W
               WHEN "COD040"
                    MOVE REG-ARQ-W TO REG-COD040
                    START COD040 KEY IS NOT LESS NR-CONTRATO-CO40
                          INVALID KEY CONTINUE
                    END-START
                    MOVE ST-COD040 TO ST-ARQ-W
               WHEN "CGD010"
                    MOVE REG-ARQ-W TO REG-CGD010
                    START CGD010 KEY IS NOT LESS COD-COMPL-CG10
                          INVALID KEY CONTINUE
                    END-START
                    MOVE ST-CGD010 TO ST-ARQ-W
               WHEN "CPD020"
                    MOVE REG-ARQ-W TO REG-CPD020
                    START CPD020 KEY IS NOT LESS CHAVE-CP20
                          INVALID KEY CONTINUE
                    END-START
                    MOVE ST-CPD020 TO ST-ARQ-W
               WHEN "CHD010"
                    MOVE REG-ARQ-W TO REG-CHD010
                    START CHD010 KEY IS NOT LESS CHAVE-CH10
                          INVALID KEY CONTINUE
                    END-START
                    MOVE ST-CHD010 TO ST-ARQ-W
           END-EVALUATE.
           IF ST-ARQ-W > "09"
              MOVE 1 TO ARQ-FIM-W.

       LE-PROXIMO SECTION.
           EVALUATE ARQ-NOME-W
               WHEN "CRD020"
                    READ CRD020 NEXT RECORD AT END CONTINUE END-READ
                    MOVE ST-CRD020  TO ST-ARQ-W
                    MOVE REG-CRD020 TO REG-ARQ-W
               WHEN "MTD019"
                    READ MTD019 NEXT RECORD AT END CONTINUE END-READ
                    MOVE ST-MTD019  TO ST-ARQ-W
                    MOVE REG-MTD019 TO REG-ARQ-W
               WHEN "COD040"
                    READ COD040 NEXT RECORD AT END CONTINUE END-READ
                    MOVE ST-COD040  TO ST-ARQ-W
                    MOVE REG-COD040 TO REG-ARQ-W
               WHEN "CGD010"
                    READ CGD010 NEXT RECORD AT END CONTINUE END-READ
                    MOVE ST-CGD010  TO ST-ARQ-W
                    MOVE REG-CGD010 TO REG-ARQ-W
               WHEN "CPD020"
                    READ CPD020 NEXT RECORD AT END CONTINUE END-READ
                    MOVE ST-CPD020  TO ST-ARQ-W
                    MOVE REG-CPD020 TO REG-ARQ-W
               WHEN "CHD010"
                    READ CHD010 NEXT RECORD AT END CONTINUE END-READ
                    MOVE ST-CHD010  TO ST-ARQ-W
                    MOVE REG-CHD010 TO REG-ARQ-W
           END-EVALUATE.
           IF ST-ARQ-W > "09"
              MOVE 1 TO ARQ-FIM-W
              IF ST-ARQ-W NOT = "10"
                 DISPLAY "ERRO LEITURA " ARQ-NOME-W ": " ST-ARQ-W.

       LE-CHAVE SECTION.
           EVALUATE ARQ-NOME-W
               WHEN "CRD020"
                    MOVE REG-ARQ-W TO REG-CRD020
                    READ CRD020 INVALID KEY CONTINUE END-READ
                    MOVE ST-CRD020  TO ST-ARQ-W
                    MOVE REG-CRD020 TO REG-ARQ-W
               WHEN "MTD019"
                    MOVE REG-ARQ-W TO REG-MTD019
                    READ MTD019 INVALID KEY CONTINUE END-READ
                    MOVE ST-MTD019  TO ST-ARQ-W
                    MOVE REG-MTD019 TO REG-ARQ-W
               WHEN "COD040"
                    MOVE REG-ARQ-W TO REG-COD040
                    READ COD040 INVALID KEY CONTINUE END-READ
                    MOVE ST-COD040  TO ST-ARQ-W
                    MOVE REG-COD040 TO REG-ARQ-W
               WHEN "CGD010"
                    MOVE REG-ARQ-W TO REG-CGD010
                    READ CGD010 INVALID KEY CONTINUE END-READ
                    MOVE ST-CGD010  TO ST-ARQ-W
                    MOVE REG-CGD010 TO REG-ARQ-W
               WHEN "CPD020"
                    MOVE REG-ARQ-W TO REG-CPD020
                    READ CPD020 INVALID KEY CONTINUE END-READ
                    MOVE ST-CPD020  TO ST-ARQ-W
                    MOVE REG-CPD020 TO REG-ARQ-W
               WHEN "CHD010"
                    MOVE REG-ARQ-W TO REG-CHD010
                    READ CHD010 INVALID KEY CONTINUE END-READ
                    MOVE ST-CHD010  TO ST-ARQ-W
                    MOVE REG-CHD010 TO REG-ARQ-W
           END-EVALUATE.
           MOVE ZEROS TO ARQ-ACHOU-W.
           IF ST-ARQ-W < "10"
              MOVE 1 TO ARQ-ACHOU-W.

      *    ------------------------------------------------------
      *    GERACAO DO .CSV
      *    ------------------------------------------------------
       PROCESSA-EXTRATO SECTION.
           MOVE ARQUIVO-GR39 TO ARQ-NOME-W.
           MOVE LOW-VALUES TO REG-ARQ-W.
           IF CHAVE-INI-TAM-W > ZEROS
              MOVE CHAVE-INI-GR39 (1: CHAVE-INI-TAM-W)
                TO REG-ARQ-W (CHAVE-POS-W (1): CHAVE-INI-TAM-W).
           PERFORM INICIA-LEITURA.
           PERFORM UNTIL ARQ-FIM-W = 1
              MOVE ARQUIVO-GR39 TO ARQ-NOME-W
              PERFORM LE-PROXIMO
              IF ARQ-FIM-W = 0
                 MOVE REG-ARQ-W TO REG-PRINC-W
                 IF CHAVE-FIM-TAM-W > ZEROS AND
                    REG-PRINC-W (CHAVE-POS-W (1): CHAVE-FIM-TAM-W) >
                    CHAVE-FIM-GR39 (1: CHAVE-FIM-TAM-W)
                    MOVE 1 TO ARQ-FIM-W
                 ELSE
                    ADD 1 TO QT-LIDOS-W
                    PERFORM TRATA-REGISTRO
                 END-IF
              END-IF
           END-PERFORM.

       TRATA-REGISTRO SECTION.
           MOVE ZEROS TO JOIN-ACHOU-W.
           IF JOIN-ARQUIVO-GR39 NOT = SPACES
              MOVE JOIN-ARQUIVO-GR39 TO ARQ-NOME-W
              MOVE SPACES TO REG-ARQ-W
              MOVE REG-PRINC-W (JOIN-POS-W: JOIN-TAM-W)
                TO REG-ARQ-W (CHAVE-POS-W (2): CHAVE-TAM-W (2))
              PERFORM LE-CHAVE
              IF ARQ-ACHOU-W = 1
                 MOVE 1 TO JOIN-ACHOU-W
                 MOVE REG-ARQ-W TO REG-JOIN-W
              END-IF
           END-IF.
           PERFORM TESTA-FILTROS.
           IF PASSOU-W = 0
              GO TO TRATA-REGISTRO-FIM.
           PERFORM MONTA-LINHA.
           IF TRUNCOU-W = 1
              ADD 1 TO QT-TRUNCADOS-W.
           MOVE LINHA-W TO GRCSV-LINHA.
           MOVE 2       TO GRCSV-ACAO.
           CALL "GRCSV" USING PARAMETROS-GRCSV.
           ADD 1 TO QT-GRAVADOS-W.
       TRATA-REGISTRO-FIM.
           CONTINUE.

       GRAVA-CABECALHO SECTION.
           MOVE SPACES TO LINHA-W.
           MOVE 1 TO PTR-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CAMPOS-GR39
              IF I > 1
                 STRING "," DELIMITED BY SIZE
                        INTO LINHA-W WITH POINTER PTR-W
                 END-STRING
              END-IF
              STRING CAMPO-GR39 (I) DELIMITED BY SPACE
                     INTO LINHA-W WITH POINTER PTR-W
              END-STRING
           END-PERFORM.
           MOVE LINHA-W TO GRCSV-LINHA.
           MOVE 2       TO GRCSV-ACAO.
           CALL "GRCSV" USING PARAMETROS-GRCSV.

       MONTA-LINHA SECTION.
           MOVE SPACES TO LINHA-W.
           MOVE 1 TO PTR-W.
           MOVE ZEROS TO TRUNCOU-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CAMPOS-GR39
              IF I > 1
                 STRING "," DELIMITED BY SIZE
                        INTO LINHA-W WITH POINTER PTR-W
                        ON OVERFLOW MOVE 1 TO TRUNCOU-W
                 END-STRING
              END-IF
              MOVE ORIGEM-GR39 (I) TO C-ORIGEM
              MOVE S-IDX (I)       TO C-IDX
              PERFORM FORMATA-CAMPO
              IF TAM-VALOR-W > ZEROS
                 STRING VALOR-W (1: TAM-VALOR-W) DELIMITED BY SIZE
                        INTO LINHA-W WITH POINTER PTR-W
                        ON OVERFLOW MOVE 1 TO TRUNCOU-W
                 END-STRING
              END-IF
           END-PERFORM.

      *    filtro em campo mascarado p/ o usuario compara o texto
      *    mascarado (nao revela o dado pelo resultado do filtro)
       TESTA-FILTROS SECTION.
           MOVE 1 TO PASSOU-W.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > QT-FILTROS-GR39 OR PASSOU-W = 0
              PERFORM TESTA-FILTRO
           END-PERFORM.

       TESTA-FILTRO SECTION.
           MOVE F-ORIGEM-GR39 (J) TO C-ORIGEM.
           MOVE FL-IDX (J)        TO C-IDX.
           IF C-ORIGEM = 2 AND JOIN-ACHOU-W = 0
              MOVE 0 TO PASSOU-W
              GO TO TESTA-FILTRO-FIM.
           PERFORM FORMATA-CAMPO.
           IF FL-NUMERICO (J) = 1 AND NUMERICO-W = 1 AND
              MASCARADO-W = 0 AND F-OPERADOR-GR39 (J) NOT = "C"
              IF NUM-W < FL-VALOR1-N (J)
                 MOVE 0 TO PASSOU-W
              END-IF
              IF F-OPERADOR-GR39 (J) = "I" AND
                 NUM-W NOT = FL-VALOR1-N (J)
                 MOVE 0 TO PASSOU-W
              END-IF
              IF F-OPERADOR-GR39 (J) = "F" AND
                 NUM-W > FL-VALOR2-N (J)
                 MOVE 0 TO PASSOU-W
              END-IF
              GO TO TESTA-FILTRO-FIM.
           EVALUATE F-OPERADOR-GR39 (J)
               WHEN "I"
                    MOVE F-VALOR1-GR39 (J) TO COMPARA-W
                    IF VALOR-W NOT = COMPARA-W
                       MOVE 0 TO PASSOU-W
                    END-IF
               WHEN "F"
                    MOVE F-VALOR1-GR39 (J) TO COMPARA-W
                    IF VALOR-W < COMPARA-W
                       MOVE 0 TO PASSOU-W
                    END-IF
                    IF FL-TAM2 (J) > ZEROS
                       IF VALOR-W (1: FL-TAM2 (J)) >
                          F-VALOR2-GR39 (J) (1: FL-TAM2 (J))
                          MOVE 0 TO PASSOU-W
                       END-IF
                    END-IF
               WHEN "C"
                    IF FL-TAM1 (J) > ZEROS
                       MOVE ZEROS TO CONTA-W
                       INSPECT VALOR-W TALLYING CONTA-W FOR ALL
                               F-VALOR1-GR39 (J) (1: FL-TAM1 (J))
                       IF CONTA-W = ZEROS
                          MOVE 0 TO PASSOU-W
                       END-IF
                    END-IF
           END-EVALUATE.
       TESTA-FILTRO-FIM.
           CONTINUE.

      *    campo C-IDX da tabela C-ORIGEM -> VALOR-W (TAM-VALOR-W);
      *    campo numerico tambem em NUM-W (sem a virgula decimal)
       FORMATA-CAMPO SECTION.
           MOVE SPACES TO VALOR-W.
           MOVE ZEROS  TO TAM-VALOR-W NUM-W NUMERICO-W MASCARADO-W.
           IF C-ORIGEM = 2 AND JOIN-ACHOU-W = 0
              GO TO FORMATA-CAMPO-FIM.
           MOVE D-POSICAO (C-ORIGEM, C-IDX) TO POS-BRUTO-W.
           MOVE D-TAMANHO (C-ORIGEM, C-IDX) TO TAM-BRUTO-W.
           IF TAM-BRUTO-W > 100
              MOVE 100 TO TAM-BRUTO-W.
           IF POS-BRUTO-W + TAM-BRUTO-W > 2001 OR TAM-BRUTO-W = ZEROS
              GO TO FORMATA-CAMPO-FIM.
           MOVE SPACES TO BRUTO-W.
           IF C-ORIGEM = 1
              MOVE REG-PRINC-W (POS-BRUTO-W: TAM-BRUTO-W) TO BRUTO-W
           ELSE
              MOVE REG-JOIN-W (POS-BRUTO-W: TAM-BRUTO-W) TO BRUTO-W.
           PERFORM VALOR-NUMERICO.
           IF (D-MASCARA (C-ORIGEM, C-IDX) = 1 AND GRMASC-VE-CPF = 0)
              OR (D-MASCARA (C-ORIGEM, C-IDX) = 2 AND
                  GRMASC-VE-BANCO = 0)
              MOVE 1 TO MASCARADO-W.
           IF NUMERICO-W = 0
              MOVE BRUTO-W TO VALOR-W
              INSPECT VALOR-W REPLACING ALL "," BY ";"
                                        ALL LOW-VALUE BY SPACE
           ELSE
              IF MASCARADO-W = 1
      *          digitos com zeros a esquerda, como o GRMASC espera
                 MOVE NUM-W TO DIGITOS-Z
                 MOVE D-DIGITOS (C-ORIGEM, C-IDX) TO DIGITOS-W
                 IF DIGITOS-W = ZEROS OR DIGITOS-W > 18
                    MOVE 18 TO DIGITOS-W
                 END-IF
                 COMPUTE K = 19 - DIGITOS-W
                 MOVE DIGITOS-Z (K: DIGITOS-W) TO VALOR-W
              ELSE
                 PERFORM EDITA-NUMERO
              END-IF
           END-IF.
           IF MASCARADO-W = 1
              MOVE VALOR-W (1: 20) TO GRMASC-CAMPO
              COMPUTE GRMASC-FUNCAO = D-MASCARA (C-ORIGEM, C-IDX) + 1
              CALL "GRMASC" USING PARAMETROS-GRMASC
              MOVE GRMASC-CAMPO TO VALOR-W (1: 20).
           MOVE VALOR-W TO TEXTO-AUX-W.
           PERFORM TAMANHO-TEXTO.
           MOVE TAM-TEXTO-W TO TAM-VALOR-W.
       FORMATA-CAMPO-FIM.
           CONTINUE.

      *    zonado, COMP-3 e binario alinhados a direita numa visao
      *    S9(18); conteudo invalido sai como zero
       VALOR-NUMERICO SECTION.
           EVALUATE D-TIPO (C-ORIGEM, C-IDX)
               WHEN "9"
                    IF TAM-BRUTO-W NOT > 18
                       MOVE 1 TO NUMERICO-W
                       MOVE ALL "0" TO ZONADO-X
                       COMPUTE K = 19 - TAM-BRUTO-W
                       MOVE BRUTO-W (1: TAM-BRUTO-W)
                         TO ZONADO-X (K: TAM-BRUTO-W)
                       IF ZONADO-N NUMERIC
                          MOVE ZONADO-N TO NUM-W
                       END-IF
                    END-IF
               WHEN "P"
                    IF TAM-BRUTO-W NOT > 10
                       MOVE 1 TO NUMERICO-W
                       MOVE LOW-VALUES TO PACK-X
                       COMPUTE K = 11 - TAM-BRUTO-W
                       MOVE BRUTO-W (1: TAM-BRUTO-W)
                         TO PACK-X (K: TAM-BRUTO-W)
                       IF PACK-N NUMERIC
                          MOVE PACK-N TO NUM-W
                       END-IF
                    END-IF
               WHEN "B"
                    IF TAM-BRUTO-W NOT > 8
                       MOVE 1 TO NUMERICO-W
                       MOVE LOW-VALUES TO BIN-X
                       IF BRUTO-W (1: 1) > X"7F"
                          MOVE HIGH-VALUES TO BIN-X
                       END-IF
                       COMPUTE K = 9 - TAM-BRUTO-W
                       MOVE BRUTO-W (1: TAM-BRUTO-W)
                         TO BIN-X (K: TAM-BRUTO-W)
                       MOVE BIN-N TO NUM-W
                    END-IF
           END-EVALUATE.

      *    ponto decimal no .CSV: a virgula e o separador de campos
       EDITA-NUMERO SECTION.
           MOVE D-DECIMAIS (C-ORIGEM, C-IDX) TO DECIMAIS-W.
           IF DECIMAIS-W > 6
              MOVE 6 TO DECIMAIS-W.
           IF DECIMAIS-W = ZEROS
              MOVE NUM-W TO EDITADO-INT-W
              MOVE ZEROS TO BRANCOS-W
              INSPECT EDITADO-INT-W TALLYING BRANCOS-W
                      FOR LEADING SPACES
              COMPUTE K = BRANCOS-W + 1
              COMPUTE TAM-TEXTO-W = 19 - BRANCOS-W
              MOVE EDITADO-INT-W (K: TAM-TEXTO-W) TO VALOR-W
           ELSE
              COMPUTE VALOR-DEC-W = NUM-W /
                      (10 ** D-DECIMAIS (C-ORIGEM, C-IDX))
              MOVE VALOR-DEC-W TO EDITADO-DEC-W
              MOVE ZEROS TO BRANCOS-W
              INSPECT EDITADO-DEC-W TALLYING BRANCOS-W
                      FOR LEADING SPACES
              COMPUTE K = BRANCOS-W + 1
              COMPUTE TAM-TEXTO-W = 13 - BRANCOS-W
              STRING EDITADO-DEC-W (K: TAM-TEXTO-W) DELIMITED BY SIZE
                     "."                           DELIMITED BY SIZE
                     EDITADO-DEC-W (15: DECIMAIS-W) DELIMITED BY SIZE
                     INTO VALOR-W.

      *    tamanho de TEXTO-AUX-W sem os brancos do fim
       TAMANHO-TEXTO SECTION.
           MOVE 100 TO TAM-TEXTO-W.
           PERFORM UNTIL TAM-TEXTO-W = ZEROS
                      OR TEXTO-AUX-W (TAM-TEXTO-W: 1) NOT = SPACE
              SUBTRACT 1 FROM TAM-TEXTO-W
           END-PERFORM.

      *    ------------------------------------------------------
      *    OPCAO 3 - LISTA EXTRATOS
      *    ------------------------------------------------------
       LISTA-EXTRATOS SECTION.
           MOVE LOW-VALUES TO NOME-GR39.
           MOVE ZEROS TO FIM-LEITURA-W.
           START GRD039 KEY IS NOT LESS NOME-GR39 INVALID KEY
                 MOVE 1 TO FIM-LEITURA-W
           END-START.
           DISPLAY "NOME     ARQUIVO  RELACION DESCRICAO"
                   "                                ULT.EXEC  QTDE".
           PERFORM UNTIL FIM-LEITURA-W = 1
              READ GRD039 NEXT RECORD AT END
                   MOVE 1 TO FIM-LEITURA-W
              NOT AT END
                   MOVE QT-EXEC-GR39 TO QT-E
                   DISPLAY NOME-GR39 " " ARQUIVO-GR39 " "
                           JOIN-ARQUIVO-GR39 " " DESCRICAO-GR39 " "
                           DATA-EXEC-GR39 " " QT-E
              END-READ
           END-PERFORM.

      *    ------------------------------------------------------
      *    OPCAO 4 - EXCLUI EXTRATO
      *    ------------------------------------------------------
       EXCLUI-EXTRATO SECTION.
           DISPLAY "NOME DO EXTRATO: " WITH NO ADVANCING.
           ACCEPT NOME-GR39.
           READ GRD039 INVALID KEY
                DISPLAY "EXTRATO NAO CADASTRADO"
                GO TO EXCLUI-EXTRATO-FIM
           END-READ.
           MOVE ARQUIVO-GR39 TO ARQ-NOME-W.
           MOVE 1 TO ORIG-W.
           PERFORM VALIDA-ARQUIVO.
           IF ARQ-OK-W = 0
              GO TO EXCLUI-EXTRATO-FIM.
           DISPLAY DESCRICAO-GR39.
           DISPLAY "CONFIRMA EXCLUSAO (S/N)? " WITH NO ADVANCING.
           ACCEPT CONFIRMA-W.
           IF CONFIRMA-W NOT = "S" AND NOT = "s"
              GO TO EXCLUI-EXTRATO-FIM.
           DELETE GRD039 RECORD INVALID KEY
                  DISPLAY "ERRO EXCLUINDO GRD039: " ST-GRD039
                  GO TO EXCLUI-EXTRATO-FIM
           END-DELETE.
           DISPLAY "EXTRATO EXCLUIDO".
       EXCLUI-EXTRATO-FIM.
           CONTINUE.

       FINALIZA-PROGRAMA SECTION.
           CLOSE GRD038 GRD039.
           IF GED001-ABERTO-W = 1
              CLOSE GED001.
