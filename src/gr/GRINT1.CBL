       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRINT1.
       AUTHOR. ALFREDO SAVIOLLI NETO.
       DATE-WRITTEN. 15/10/2026.
      *FUNCAO: CONFERENCIA DE INTEGRIDADE ENTRE OS ARQUIVOS PRINCIPAIS,
      *        PASSO DA CADEIA DO GER003 ("GRINT1 <EMPRESA>", ARQUIVO
      *        DE SITUACAO GRINTL) - NO LUGAR DOS GALHOS AVULSOS
      *        (GALHO33, GALHO60, GALHO21...) QUE CADA UM ACHAVA UM
      *        TIPO DE REGISTRO APONTANDO P/ PAI QUE NAO EXISTE MAIS.
      *        RELACOES CONFERIDAS (FILHO -> PAI):
      *        01 CRD020 -> CGD010 (COD-COMPL-CR20)
      *        02 CHD010 -> CGD010 (COD-COMPL-CH10, CLIENTE 0 = CHEQUE
      *                             SEM CLIENTE, NAO CONFERE)
      *        03 RCD101 -> RCD100 (ALBUM-REC1)
      *        04 RCD100 -> MTD019 (ALBUM-REC)
      *        05 MTD020 -> MTD019 (ALBUM-MTG)
      *        06 MTD019 -> COD040 (CONTRATO-MT19)
      *        07 COD060 -> COD040 (NR-CONTRATO-CO60)
      *        08 CPD020 -> CGD001 (FORNEC-CP20)
      *        09 CXD100 -> CXD020 (CONTA-REDUZ-CX100)
      *        CADA ORFAO VAI P/ A FILA GRD041, ONDE O GRINT2 DA A
      *        CORRECAO. ORFAO QUE JA ESTA NA FILA SO TEM A DATA DA
      *        ULTIMA CONFERENCIA ATUALIZADA; O QUE NAO APARECEU MAIS
      *        (O PAI FOI CADASTRADO OU O FILHO SUMIU) SAI DA FILA
      *        COMO RESOLVIDO FORA DELA - SO QUANDO A LEITURA DA
      *        RELACAO FOI ATE O FIM SEM ERRO. CORRIGIDO QUE VOLTA A
      *        SER ORFAO E REABERTO.
      *        IMPRIME OS ORFAOS E O RESUMO POR RELACAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GRVX041.
           COPY CRPX020.
           COPY CHPX010.
           COPY CGPX010.
           COPY RCPX101.
           COPY RCPX100.
           COPY MTPX019.
           COPY MTPX020.
           COPY COPX040.
           COPY COPX060.
           COPY CPPX020.
           COPY CGPX001.
           COPY CXPX100.
           COPY CXPX020.
           SELECT CTLLOG ASSIGN TO PATH-CTLLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-CTLLOG.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
           COPY GRVW041.
           COPY CRPW020.
           COPY CHPW010.
           COPY CGPW010.
           COPY RCPW101.
           COPY RCPW100.
           COPY MTPW019.
           COPY MTPW020.
           COPY COPW040.
           COPY COPW060.
           COPY CPPW020.
           COPY CGPW001.
           COPY CXPW100.
           COPY CXPW020.
       FD  CTLLOG
           LABEL RECORD IS OMITTED.
       01  REG-CTLLOG               PIC X(80).
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  FILLER              PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-GRD041             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-RCD101             PIC XX       VALUE SPACES.
           05  ST-RCD100             PIC XX       VALUE SPACES.
           05  ST-MTD019             PIC XX       VALUE SPACES.
           05  ST-MTD020             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD060             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CXD100             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CTLLOG             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  CTLLOG-OK-W           PIC 9        VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE 99.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  FIM-GRD041-W          PIC 9        VALUE ZEROS.
           05  QT-ERRO-W             PIC 9(3)     VALUE ZEROS.
           05  QT-ORFAOS-TOT-W       PIC 9(9)     VALUE ZEROS.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  QT-E                  PIC ZZZ.ZZZ.ZZ9.

      *    relacao que esta sendo conferida
       01  RELACAO-ATUAL-W.
           05  RELACAO-W             PIC 9(2)     VALUE ZEROS.
           05  ARQ-FILHO-W           PIC X(8)     VALUE SPACES.
           05  ARQ-PAI-W             PIC X(8)     VALUE SPACES.
           05  ERRO-RELACAO-W        PIC 9        VALUE ZEROS.
           05  QT-LIDOS-W            PIC 9(9)     VALUE ZEROS.
           05  QT-ORFAOS-W           PIC 9(9)     VALUE ZEROS.
           05  QT-NOVOS-W            PIC 9(9)     VALUE ZEROS.
           05  QT-RESOLVIDOS-W       PIC 9(9)     VALUE ZEROS.

      *    orfao achado
       01  CHAVE-FILHO-W             PIC X(30)    VALUE SPACES.
       01  CHAVE-PAI-W               PIC 9(9)     VALUE ZEROS.
       01  DESCRICAO-W               PIC X(40)    VALUE SPACES.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
           05  DD-SIS                PIC 9(2).
       01  DATA-SISTEMA-N REDEFINES DATA-SISTEMA-W PIC 9(8).
       01  HORA-SISTEMA-W            PIC 9(8)     VALUE ZEROS.

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CTLLOG       PIC X(60)    VALUE SPACES.
           05  PATH-GRD041       PIC X(60)    VALUE SPACES.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-CHD010       PIC X(60)    VALUE SPACES.
           05  PATH-CGD010       PIC X(60)    VALUE SPACES.
           05  PATH-RCD101       PIC X(60)    VALUE SPACES.
           05  PATH-RCD100       PIC X(60)    VALUE SPACES.
           05  PATH-MTD019       PIC X(60)    VALUE SPACES.
           05  PATH-MTD020       PIC X(60)    VALUE SPACES.
           05  PATH-COD040       PIC X(60)    VALUE SPACES.
           05  PATH-COD060       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
           05  PATH-CGD001       PIC X(60)    VALUE SPACES.
           05  PATH-CXD100       PIC X(60)    VALUE SPACES.
           05  PATH-CXD020       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.

       01  PARAMETROS-GRPATH.
           05  GRPATH-EMPRESA    PIC X(3).
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

      *    linha de situacao no padrao do CXP040L (data na 21 e
      *    situacao na 47) - e o que o GER003 confere p/ dar o
      *    passo como OK
       01  LINHA-CTLLOG.
           05  FILLER               PIC X(08)    VALUE "EMPRESA ".
           05  EMP-CTL-E            PIC X(03).
           05  FILLER               PIC X(03)    VALUE SPACES.
           05  FILLER               PIC X(06)    VALUE "DATA: ".
           05  DATA-CTL-E           PIC 9(08).
           05  FILLER               PIC X(03)    VALUE SPACES.
           05  FILLER               PIC X(06)    VALUE "HORA: ".
           05  HORA-CTL-E           PIC 9(06).
           05  FILLER               PIC X(03)    VALUE SPACES.
           05  SITUACAO-CTL-E       PIC X(30)    VALUE SPACES.

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "GRINT1 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           05  FILLER            PIC X(16)  VALUE SPACES.
           05  FILLER            PIC X(35)  VALUE
           "CONFERENCIA DE INTEGRIDADE - DATA ".
           05  CAB01-DATA        PIC 9(8).
           05  FILLER            PIC X(41)  VALUE SPACES.
           05  FILLER            PIC X(4)   VALUE "PAG.".
           05  CAB01-PAG         PIC ZZ9.
       01  CAB03.
           05  FILLER            PIC X(5)   VALUE "REL".
           05  FILLER            PIC X(9)   VALUE "ARQUIVO".
           05  FILLER            PIC X(31)  VALUE "CHAVE DO REGISTRO".
           05  FILLER            PIC X(9)   VALUE "PAI".
           05  FILLER            PIC X(12)  VALUE "CHAVE PAI".
           05  FILLER            PIC X(42)  VALUE "DESCRICAO".
           05  FILLER            PIC X(22)  VALUE "FILA".
       01  LINDET.
           05  LINDET-REL        PIC X(130) VALUE SPACES.
       01  LINDET-ORFAO.
           05  DET-RELACAO       PIC 9(2).
           05  FILLER            PIC X(3)   VALUE SPACES.
           05  DET-ARQ-FILHO     PIC X(9).
           05  DET-CHAVE-FILHO   PIC X(31).
           05  DET-ARQ-PAI       PIC X(9).
           05  DET-CHAVE-PAI     PIC 9(9).
           05  FILLER            PIC X(3)   VALUE SPACES.
           05  DET-DESCRICAO     PIC X(42).
           05  DET-FILA          PIC X(22).
       01  LINDET-RESUMO.
           05  FILLER            PIC X(9)   VALUE "RELACAO ".
           05  RES-RELACAO       PIC 9(2).
           05  FILLER            PIC X(2)   VALUE SPACES.
           05  RES-ARQ-FILHO     PIC X(8).
           05  FILLER            PIC X(4)   VALUE " -> ".
           05  RES-ARQ-PAI       PIC X(8).
           05  FILLER            PIC X(8)   VALUE " LIDOS:".
           05  RES-LIDOS         PIC ZZZ.ZZZ.ZZ9.
           05  FILLER            PIC X(9)   VALUE " ORFAOS:".
           05  RES-ORFAOS        PIC ZZZ.ZZ9.
           05  FILLER            PIC X(8)   VALUE " NOVOS:".
           05  RES-NOVOS         PIC ZZZ.ZZ9.
           05  FILLER            PIC X(13)  VALUE " RESOLVIDOS:".
           05  RES-RESOLVIDOS    PIC ZZZ.ZZ9.
           05  FILLER            PIC X(2)   VALUE SPACES.
           05  RES-SITUACAO      PIC X(15).

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           IF ERRO-W = 0
              PERFORM CONFERE-CRD020
              PERFORM CONFERE-CHD010
              PERFORM CONFERE-RCD101
              PERFORM CONFERE-RCD100
              PERFORM CONFERE-MTD020
              PERFORM CONFERE-MTD019
              PERFORM CONFERE-COD060
              PERFORM CONFERE-CPD020
              PERFORM CONFERE-CXD100
              PERFORM FINALIZA-PROGRAMA.
           PERFORM GRAVA-SITUACAO.
           STOP RUN.

      *    Desatendido: a empresa vem da linha de comando, do jeito
      *    que o GER003 chama os passos da cadeia
       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           IF EMPRESA-W = SPACES
              MOVE "001" TO EMPRESA-W.
           ACCEPT DATA-SISTEMA-W FROM DATE YYYYMMDD.
           MOVE EMPRESA-W TO GRPATH-EMPRESA CAB01-EMPRESA.
           MOVE DATA-SISTEMA-N TO CAB01-DATA.
           MOVE "GRINTL"  TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CTLLOG.
           OPEN EXTEND CTLLOG.
           IF ST-CTLLOG = "35"
              OPEN OUTPUT CTLLOG
              CLOSE       CTLLOG
              OPEN EXTEND CTLLOG.
           IF ST-CTLLOG < "10"
              MOVE 1 TO CTLLOG-OK-W.
           MOVE "GRD041" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-GRD041.
           OPEN I-O GRD041.
           IF ST-GRD041 = "35"
              CLOSE GRD041      OPEN OUTPUT GRD041
              CLOSE GRD041      OPEN I-O GRD041.
           IF ST-GRD041 > "09"
              DISPLAY "ERRO ABERTURA GRD041: " ST-GRD041
              MOVE 1 TO ERRO-W
              GO TO INICIALIZA-PROGRAMA-FIM.
           MOVE "CRD020" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CRD020.
           MOVE "CHD010" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CHD010.
           MOVE "CGD010" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CGD010.
           MOVE "RCD101" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-RCD101.
           MOVE "RCD100" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-RCD100.
           MOVE "MTD019" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-MTD019.
           MOVE "MTD020" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-MTD020.
           MOVE "COD040" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-COD040.
           MOVE "COD060" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-COD060.
           MOVE "CPD020" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CPD020.
           MOVE "CGD001" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CGD001.
           MOVE "CXD100" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CXD100.
           MOVE "CXD020" TO GRPATH-ARQUIVO.
           CALL "GRPATH" USING PARAMETROS-GRPATH.
           MOVE GRPATH-CAMINHO TO PATH-CXD020.
           OPEN OUTPUT RELAT.
       INICIALIZA-PROGRAMA-FIM.
           CONTINUE.

       INICIA-RELACAO SECTION.
           MOVE ZEROS TO ERRO-RELACAO-W QT-LIDOS-W QT-ORFAOS-W
                         QT-NOVOS-W QT-RESOLVIDOS-W.

      *    ------------------------------------------------------
      *    01 - TITULOS A RECEBER SEM CLIENTE
      *    ------------------------------------------------------
       CONFERE-CRD020 SECTION.
           MOVE 01       TO RELACAO-W.
           MOVE "CRD020" TO ARQ-FILHO-W.
           MOVE "CGD010" TO ARQ-PAI-W.
           PERFORM INICIA-RELACAO.
           OPEN INPUT CRD020 CGD010.
           IF ST-CRD020 > "09" OR ST-CGD010 > "09"
              DISPLAY "ERRO ABERTURA CRD020/CGD010: " ST-CRD020 " "
                      ST-CGD010
              MOVE 1 TO ERRO-RELACAO-W
              CLOSE CRD020 CGD010
              GO TO CONFERE-CRD020-FIM.
           INITIALIZE REG-CRD020.
           START CRD020 KEY IS NOT LESS CHAVE-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020
           END-START.
           PERFORM UNTIL ST-CRD020 NOT < "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                   ADD 1 TO QT-LIDOS-W
                   MOVE COD-COMPL-CR20 TO COD-COMPL-CG10
                   READ CGD010 INVALID KEY
                        PERFORM ORFAO-CRD020
                   END-READ
              END-READ
           END-PERFORM.
           IF ST-CRD020 NOT = "10"
              DISPLAY "ERRO LEITURA CRD020: " ST-CRD020
              MOVE 1 TO ERRO-RELACAO-W.
           CLOSE CRD020 CGD010.
       CONFERE-CRD020-FIM.
           PERFORM TERMINA-RELACAO.

       ORFAO-CRD020 SECTION.
           MOVE SPACES TO CHAVE-FILHO-W DESCRICAO-W.
           STRING COD-COMPL-CR20 SEQ-CR20 DELIMITED BY SIZE
                  INTO CHAVE-FILHO-W.
           MOVE COD-COMPL-CR20 TO CHAVE-PAI-W.
           MOVE VALOR-TOT-CR20 TO VALOR-E.
           STRING DESCRICAO-CR20 (1: 24) " " VALOR-E
                  DELIMITED BY SIZE INTO DESCRICAO-W.
           PERFORM REGISTRA-ORFAO.

      *    ------------------------------------------------------
      *    02 - CHEQUES SEM CLIENTE NO CADASTRO
      *    ------------------------------------------------------
       CONFERE-CHD010 SECTION.
           MOVE 02       TO RELACAO-W.
           MOVE "CHD010" TO ARQ-FILHO-W.
           MOVE "CGD010" TO ARQ-PAI-W.
           PERFORM INICIA-RELACAO.
           OPEN INPUT CHD010 CGD010.
           IF ST-CHD010 > "09" OR ST-CGD010 > "09"
              DISPLAY "ERRO ABERTURA CHD010/CGD010: " ST-CHD010 " "
                      ST-CGD010
              MOVE 1 TO ERRO-RELACAO-W
              CLOSE CHD010 CGD010
              GO TO CONFERE-CHD010-FIM.
           INITIALIZE REG-CHD010.
           START CHD010 KEY IS NOT LESS CHAVE-CH10 INVALID KEY
                 MOVE "10" TO ST-CHD010
           END-START.
           PERFORM UNTIL ST-CHD010 NOT < "10"
              READ CHD010 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD010
              NOT AT END
                   ADD 1 TO QT-LIDOS-W
                   IF CLIENTE-CH10 NOT = ZEROS
                      MOVE COD-COMPL-CH10 TO COD-COMPL-CG10
                      READ CGD010 INVALID KEY
                           PERFORM ORFAO-CHD010
                      END-READ
                   END-IF
              END-READ
           END-PERFORM.
           IF ST-CHD010 NOT = "10"
              DISPLAY "ERRO LEITURA CHD010: " ST-CHD010
              MOVE 1 TO ERRO-RELACAO-W.
           CLOSE CHD010 CGD010.
       CONFERE-CHD010-FIM.
           PERFORM TERMINA-RELACAO.

       ORFAO-CHD010 SECTION.
           MOVE SPACES TO CHAVE-FILHO-W DESCRICAO-W.
           STRING DATA-MOVTO-CH10 SEQ-CH10 DELIMITED BY SIZE
                  INTO CHAVE-FILHO-W.
           MOVE COD-COMPL-CH10 TO CHAVE-PAI-W.
           MOVE VALOR-CH10 TO VALOR-E.
           STRING NOME-CH10 (1: 24) " " VALOR-E
                  DELIMITED BY SIZE INTO DESCRICAO-W.
           PERFORM REGISTRA-ORFAO.

      *    ------------------------------------------------------
      *    03 - PARCELAS DE ALBUM SEM A VENDA
      *    ------------------------------------------------------
       CONFERE-RCD101 SECTION.
           MOVE 03       TO RELACAO-W.
           MOVE "RCD101" TO ARQ-FILHO-W.
           MOVE "RCD100" TO ARQ-PAI-W.
           PERFORM INICIA-RELACAO.
           OPEN INPUT RCD101 RCD100.
           IF ST-RCD101 > "09" OR ST-RCD100 > "09"
              DISPLAY "ERRO ABERTURA RCD101/RCD100: " ST-RCD101 " "
                      ST-RCD100
              MOVE 1 TO ERRO-RELACAO-W
              CLOSE RCD101 RCD100
              GO TO CONFERE-RCD101-FIM.
           INITIALIZE REG-RCD101.
           START RCD101 KEY IS NOT LESS CHAVE-REC1 INVALID KEY
                 MOVE "10" TO ST-RCD101
           END-START.
           PERFORM UNTIL ST-RCD101 NOT < "10"
              READ RCD101 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD101
              NOT AT END
                   ADD 1 TO QT-LIDOS-W
                   MOVE ALBUM-REC1 TO ALBUM-REC
                   READ RCD100 INVALID KEY
                        PERFORM ORFAO-RCD101
                   END-READ
              END-READ
           END-PERFORM.
           IF ST-RCD101 NOT = "10"
              DISPLAY "ERRO LEITURA RCD101: " ST-RCD101
              MOVE 1 TO ERRO-RELACAO-W.
           CLOSE RCD101 RCD100.
       CONFERE-RCD101-FIM.
           PERFORM TERMINA-RELACAO.

       ORFAO-RCD101 SECTION.
           MOVE SPACES TO CHAVE-FILHO-W DESCRICAO-W.
           STRING ALBUM-REC1 VENCTO-REC1 BANCO-REC1 NUMERO-REC1
                  PARCELA-REC1 DELIMITED BY SIZE INTO CHAVE-FILHO-W.
           MOVE ALBUM-REC1 TO CHAVE-PAI-W.
           MOVE VALOR-REC1 TO VALOR-E.
           STRING "VENC " VENCTO-REC1 " BX " DTA-BAIXA-REC1 " "
                  VALOR-E DELIMITED BY SIZE INTO DESCRICAO-W.
           PERFORM REGISTRA-ORFAO.

      *    ------------------------------------------------------
      *    04 - VENDAS DE ALBUM SEM O FORMANDO
      *    ------------------------------------------------------
       CONFERE-RCD100 SECTION.
           MOVE 04       TO RELACAO-W.
           MOVE "RCD100" TO ARQ-FILHO-W.
           MOVE "MTD019" TO ARQ-PAI-W.
           PERFORM INICIA-RELACAO.
           OPEN INPUT RCD100 MTD019.
           IF ST-RCD100 > "09" OR ST-MTD019 > "09"
              DISPLAY "ERRO ABERTURA RCD100/MTD019: " ST-RCD100 " "
                      ST-MTD019
              MOVE 1 TO ERRO-RELACAO-W
              CLOSE RCD100 MTD019
              GO TO CONFERE-RCD100-FIM.
           INITIALIZE REG-RCD100.
           START RCD100 KEY IS NOT LESS CHAVE-ALBUM-REC INVALID KEY
                 MOVE "10" TO ST-RCD100
           END-START.
           PERFORM UNTIL ST-RCD100 NOT < "10"
              READ RCD100 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD100
              NOT AT END
                   ADD 1 TO QT-LIDOS-W
                   MOVE ALBUM-REC TO ALBUM-MT19
                   READ MTD019 INVALID KEY
                        PERFORM ORFAO-RCD100
                   END-READ
              END-READ
           END-PERFORM.
           IF ST-RCD100 NOT = "10"
              DISPLAY "ERRO LEITURA RCD100: " ST-RCD100
              MOVE 1 TO ERRO-RELACAO-W.
           CLOSE RCD100 MTD019.
       CONFERE-RCD100-FIM.
           PERFORM TERMINA-RELACAO.

       ORFAO-RCD100 SECTION.
           MOVE SPACES TO CHAVE-FILHO-W DESCRICAO-W.
           MOVE ALBUM-REC TO CHAVE-FILHO-W.
           MOVE ALBUM-REC TO CHAVE-PAI-W.
           MOVE TOTAL-REC TO VALOR-E.
           STRING "VENDA " DATA-MOVTO-REC " TOTAL " VALOR-E
                  DELIMITED BY SIZE INTO DESCRICAO-W.
           PERFORM REGISTRA-ORFAO.

      *    ------------------------------------------------------
      *    05 - MONTAGENS SEM O FORMANDO
      *    ------------------------------------------------------
       CONFERE-MTD020 SECTION.
           MOVE 05       TO RELACAO-W.
           MOVE "MTD020" TO ARQ-FILHO-W.
           MOVE "MTD019" TO ARQ-PAI-W.
           PERFORM INICIA-RELACAO.
           OPEN INPUT MTD020 MTD019.
           IF ST-MTD020 > "09" OR ST-MTD019 > "09"
              DISPLAY "ERRO ABERTURA MTD020/MTD019: " ST-MTD020 " "
                      ST-MTD019
              MOVE 1 TO ERRO-RELACAO-W
              CLOSE MTD020 MTD019
              GO TO CONFERE-MTD020-FIM.
           INITIALIZE REG-MTD020.
           START MTD020 KEY IS NOT LESS ALBUM-MTG INVALID KEY
                 MOVE "10" TO ST-MTD020
           END-START.
           PERFORM UNTIL ST-MTD020 NOT < "10"
              READ MTD020 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD020
              NOT AT END
                   ADD 1 TO QT-LIDOS-W
                   MOVE ALBUM-MTG TO ALBUMMT19
                   READ MTD019 INVALID KEY
                        PERFORM ORFAO-MTD020
                   END-READ
              END-READ
           END-PERFORM.
           IF ST-MTD020 NOT = "10"
              DISPLAY "ERRO LEITURA MTD020: " ST-MTD020
              MOVE 1 TO ERRO-RELACAO-W.
           CLOSE MTD020 MTD019.
       CONFERE-MTD020-FIM.
           PERFORM TERMINA-RELACAO.

       ORFAO-MTD020 SECTION.
           MOVE SPACES TO CHAVE-FILHO-W DESCRICAO-W.
           MOVE ALBUM-MTG TO CHAVE-FILHO-W.
           MOVE ALBUM-MTG TO CHAVE-PAI-W.
           STRING "MONTAGEM " DATAMOV-MTG " FOTOS " QT-FOTOS-MTG
                  " FOGO " FOGO-MTG DELIMITED BY SIZE
                  INTO DESCRICAO-W.
           PERFORM REGISTRA-ORFAO.

      *    ------------------------------------------------------
      *    06 - FORMANDOS SEM O CONTRATO
      *    ------------------------------------------------------
       CONFERE-MTD019 SECTION.
           MOVE 06       TO RELACAO-W.
           MOVE "MTD019" TO ARQ-FILHO-W.
           MOVE "COD040" TO ARQ-PAI-W.
           PERFORM INICIA-RELACAO.
           OPEN INPUT MTD019 COD040.
           IF ST-MTD019 > "09" OR ST-COD040 > "09"
              DISPLAY "ERRO ABERTURA MTD019/COD040: " ST-MTD019 " "
                      ST-COD040
              MOVE 1 TO ERRO-RELACAO-W
              CLOSE MTD019 COD040
              GO TO CONFERE-MTD019-FIM.
           INITIALIZE REG-MTD019.
           START MTD019 KEY IS NOT LESS ALBUMMT19 INVALID KEY
                 MOVE "10" TO ST-MTD019
           END-START.
           PERFORM UNTIL ST-MTD019 NOT < "10"
              READ MTD019 NEXT RECORD AT END
                   MOVE "10" TO ST-MTD019
              NOT AT END
                   ADD 1 TO QT-LIDOS-W
                   MOVE CONTRATO-MT19 TO NR-CONTRATO-CO40
                   READ COD040 INVALID KEY
                        PERFORM ORFAO-MTD019
                   END-READ
              END-READ
           END-PERFORM.
           IF ST-MTD019 NOT = "10"
              DISPLAY "ERRO LEITURA MTD019: " ST-MTD019
              MOVE 1 TO ERRO-RELACAO-W.
           CLOSE MTD019 COD040.
       CONFERE-MTD019-FIM.
           PERFORM TERMINA-RELACAO.

       ORFAO-MTD019 SECTION.
           MOVE SPACES TO CHAVE-FILHO-W DESCRICAO-W.
           MOVE ALBUMMT19 TO CHAVE-FILHO-W.
           MOVE CONTRATO-MT19 TO CHAVE-PAI-W.
           MOVE NOME-FORM-MT19 TO DESCRICAO-W.
           PERFORM REGISTRA-ORFAO.

      *    ------------------------------------------------------
      *    07 - EVENTOS SEM O CONTRATO
      *    ------------------------------------------------------
       CONFERE-COD060 SECTION.
           MOVE 07       TO RELACAO-W.
           MOVE "COD060" TO ARQ-FILHO-W.
           MOVE "COD040" TO ARQ-PAI-W.
           PERFORM INICIA-RELACAO.
           OPEN INPUT COD060 COD040.
           IF ST-COD060 > "09" OR ST-COD040 > "09"
              DISPLAY "ERRO ABERTURA COD060/COD040: " ST-COD060 " "
                      ST-COD040
              MOVE 1 TO ERRO-RELACAO-W
              CLOSE COD060 COD040
              GO TO CONFERE-COD060-FIM.
           INITIALIZE REG-COD060.
           START COD060 KEY IS NOT LESS CHAVE-CO60 INVALID KEY
                 MOVE "10" TO ST-COD060
           END-START.
           PERFORM UNTIL ST-COD060 NOT < "10"
              READ COD060 NEXT RECORD AT END
                   MOVE "10" TO ST-COD060
              NOT AT END
                   ADD 1 TO QT-LIDOS-W
                   MOVE NR-CONTRATO-CO60 TO NR-CONTRATO-CO40
                   READ COD040 INVALID KEY
                        PERFORM ORFAO-COD060
                   END-READ
              END-READ
           END-PERFORM.
           IF ST-COD060 NOT = "10"
              DISPLAY "ERRO LEITURA COD060: " ST-COD060
              MOVE 1 TO ERRO-RELACAO-W.
           CLOSE COD060 COD040.
       CONFERE-COD060-FIM.
           PERFORM TERMINA-RELACAO.

       ORFAO-COD060 SECTION.
           MOVE SPACES TO CHAVE-FILHO-W DESCRICAO-W.
           MOVE CHAVE-CO60 TO CHAVE-FILHO-W.
           MOVE NR-CONTRATO-CO60 TO CHAVE-PAI-W.
           STRING LOCAL-CO60 " " DATAREALIZA-CO60
                  DELIMITED BY SIZE INTO DESCRICAO-W.
           PERFORM REGISTRA-ORFAO.

      *    ------------------------------------------------------
      *    08 - TITULOS A PAGAR SEM O FORNECEDOR
      *    ------------------------------------------------------
       CONFERE-CPD020 SECTION.
           MOVE 08       TO RELACAO-W.
           MOVE "CPD020" TO ARQ-FILHO-W.
           MOVE "CGD001" TO ARQ-PAI-W.
           PERFORM INICIA-RELACAO.
           OPEN INPUT CPD020 CGD001.
           IF ST-CPD020 > "09" OR ST-CGD001 > "09"
              DISPLAY "ERRO ABERTURA CPD020/CGD001: " ST-CPD020 " "
                      ST-CGD001
              MOVE 1 TO ERRO-RELACAO-W
              CLOSE CPD020 CGD001
              GO TO CONFERE-CPD020-FIM.
           INITIALIZE REG-CPD020.
           START CPD020 KEY IS NOT LESS CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020
           END-START.
           PERFORM UNTIL ST-CPD020 NOT < "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   ADD 1 TO QT-LIDOS-W
                   MOVE FORNEC-CP20 TO CODIGO-CG01
                   READ CGD001 INVALID KEY
                        PERFORM ORFAO-CPD020
                   END-READ
              END-READ
           END-PERFORM.
           IF ST-CPD020 NOT = "10"
              DISPLAY "ERRO LEITURA CPD020: " ST-CPD020
              MOVE 1 TO ERRO-RELACAO-W.
           CLOSE CPD020 CGD001.
       CONFERE-CPD020-FIM.
           PERFORM TERMINA-RELACAO.

       ORFAO-CPD020 SECTION.
           MOVE SPACES TO CHAVE-FILHO-W DESCRICAO-W.
           STRING FORNEC-CP20 SEQ-CP20 DELIMITED BY SIZE
                  INTO CHAVE-FILHO-W.
           MOVE FORNEC-CP20 TO CHAVE-PAI-W.
           MOVE VALOR-TOT-CP20 TO VALOR-E.
           STRING DESCRICAO-CP20 (1: 24) " " VALOR-E
                  DELIMITED BY SIZE INTO DESCRICAO-W.
           PERFORM REGISTRA-ORFAO.

      *    ------------------------------------------------------
      *    09 - LANCAMENTOS DE CAIXA SEM A CONTA REDUZIDA
      *    ------------------------------------------------------
       CONFERE-CXD100 SECTION.
           MOVE 09       TO RELACAO-W.
           MOVE "CXD100" TO ARQ-FILHO-W.
           MOVE "CXD020" TO ARQ-PAI-W.
           PERFORM INICIA-RELACAO.
           OPEN INPUT CXD100 CXD020.
           IF ST-CXD100 > "09" OR ST-CXD020 > "09"
              DISPLAY "ERRO ABERTURA CXD100/CXD020: " ST-CXD100 " "
                      ST-CXD020
              MOVE 1 TO ERRO-RELACAO-W
              CLOSE CXD100 CXD020
              GO TO CONFERE-CXD100-FIM.
           INITIALIZE REG-CXD100.
           START CXD100 KEY IS NOT LESS CHAVE-CX100 INVALID KEY
                 MOVE "10" TO ST-CXD100
           END-START.
           PERFORM UNTIL ST-CXD100 NOT < "10"
              READ CXD100 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD100
              NOT AT END
                   ADD 1 TO QT-LIDOS-W
                   MOVE CONTA-REDUZ-CX100 TO CODIGO-REDUZ-CX20
                   READ CXD020 INVALID KEY
                        PERFORM ORFAO-CXD100
                   END-READ
              END-READ
           END-PERFORM.
           IF ST-CXD100 NOT = "10"
              DISPLAY "ERRO LEITURA CXD100: " ST-CXD100
              MOVE 1 TO ERRO-RELACAO-W.
           CLOSE CXD100 CXD020.
       CONFERE-CXD100-FIM.
           PERFORM TERMINA-RELACAO.

       ORFAO-CXD100 SECTION.
           MOVE SPACES TO CHAVE-FILHO-W DESCRICAO-W.
           STRING DATA-MOV-CX100 SEQ-CX100 DELIMITED BY SIZE
                  INTO CHAVE-FILHO-W.
           MOVE CONTA-REDUZ-CX100 TO CHAVE-PAI-W.
           MOVE VALOR-CX100 TO VALOR-E.
           STRING HISTORICO-CX100 (1: 24) " " VALOR-E
                  DELIMITED BY SIZE INTO DESCRICAO-W.
           PERFORM REGISTRA-ORFAO.

      *    ------------------------------------------------------
      *    ORFAO NA FILA: NOVO ENTRA PENDENTE; O QUE JA ESTA SO
      *    ATUALIZA A CONFERENCIA; CORRIGIDO/RESOLVIDO QUE VOLTOU
      *    E REABERTO; ACEITO CONTINUA ACEITO
      *    ------------------------------------------------------
       REGISTRA-ORFAO SECTION.
           ADD 1 TO QT-ORFAOS-W.
           MOVE SPACES TO DET-FILA.
           MOVE RELACAO-W     TO RELACAO-GR41.
           MOVE CHAVE-FILHO-W TO CHAVE-FILHO-GR41.
           READ GRD041 INVALID KEY
                MOVE 0 TO ACHOU-W
           NOT INVALID KEY
                MOVE 1 TO ACHOU-W
           END-READ.
           IF ACHOU-W = 0
              INITIALIZE REG-GRD041
              MOVE RELACAO-W      TO RELACAO-GR41
              MOVE CHAVE-FILHO-W  TO CHAVE-FILHO-GR41
              MOVE ARQ-FILHO-W    TO ARQUIVO-FILHO-GR41
              MOVE ARQ-PAI-W      TO ARQUIVO-PAI-GR41
              MOVE CHAVE-PAI-W    TO CHAVE-PAI-GR41
              MOVE DESCRICAO-W    TO DESCRICAO-GR41
              MOVE DATA-SISTEMA-N TO DATA-DETECCAO-GR41
                                     DATA-VISTO-GR41
              MOVE 0              TO SITUACAO-GR41
              WRITE REG-GRD041 INVALID KEY
                    DISPLAY "ERRO GRAVACAO GRD041: " ST-GRD041
              END-WRITE
              ADD 1 TO QT-NOVOS-W
              MOVE "NOVO" TO DET-FILA
           ELSE
              IF SITUACAO-GR41 = 1 OR SITUACAO-GR41 = 2
                 MOVE 0              TO SITUACAO-GR41
                 MOVE DATA-SISTEMA-N TO DATA-DETECCAO-GR41
                 MOVE "REABERTO"     TO DET-FILA
              ELSE
                 IF SITUACAO-GR41 = 3
                    MOVE "ACEITO"    TO DET-FILA
                 ELSE
                    MOVE "PENDENTE"  TO DET-FILA
                 END-IF
              END-IF
              MOVE CHAVE-PAI-W    TO CHAVE-PAI-GR41
              MOVE DESCRICAO-W    TO DESCRICAO-GR41
              MOVE DATA-SISTEMA-N TO DATA-VISTO-GR41
              REWRITE REG-GRD041 INVALID KEY
                      DISPLAY "ERRO ATUALIZANDO GRD041: " ST-GRD041
              END-REWRITE
           END-IF.
           MOVE RELACAO-W     TO DET-RELACAO.
           MOVE ARQ-FILHO-W   TO DET-ARQ-FILHO.
           MOVE CHAVE-FILHO-W TO DET-CHAVE-FILHO.
           MOVE ARQ-PAI-W     TO DET-ARQ-PAI.
           MOVE CHAVE-PAI-W   TO DET-CHAVE-PAI.
           MOVE DESCRICAO-W   TO DET-DESCRICAO.
           MOVE LINDET-ORFAO  TO LINDET-REL.
           PERFORM IMPRIME-LINDET.

      *    Fim da relacao: o que esta na fila (pendente ou aceito) e
      *    nao apareceu nesta conferencia saiu como resolvido - so
      *    quando a leitura foi ate o fim
       TERMINA-RELACAO SECTION.
           IF ERRO-RELACAO-W = 0
              PERFORM MARCA-RESOLVIDOS
           ELSE
              ADD 1 TO QT-ERRO-W.
           ADD QT-ORFAOS-W TO QT-ORFAOS-TOT-W.
           MOVE RELACAO-W       TO RES-RELACAO.
           MOVE ARQ-FILHO-W     TO RES-ARQ-FILHO.
           MOVE ARQ-PAI-W       TO RES-ARQ-PAI.
           MOVE QT-LIDOS-W      TO RES-LIDOS.
           MOVE QT-ORFAOS-W     TO RES-ORFAOS.
           MOVE QT-NOVOS-W      TO RES-NOVOS.
           MOVE QT-RESOLVIDOS-W TO RES-RESOLVIDOS.
           IF ERRO-RELACAO-W = 1
              MOVE "ERRO NA LEITURA" TO RES-SITUACAO
           ELSE
              MOVE "OK"              TO RES-SITUACAO.
           PERFORM IMPRIME-LINDET.
           MOVE LINDET-RESUMO TO LINDET-REL.
           PERFORM IMPRIME-LINDET.
           PERFORM IMPRIME-LINDET.
           MOVE QT-ORFAOS-W TO QT-E.
           DISPLAY "RELACAO " RELACAO-W " " ARQ-FILHO-W " -> "
                   ARQ-PAI-W " ORFAOS: " QT-E "  " RES-SITUACAO.

       MARCA-RESOLVIDOS SECTION.
           MOVE RELACAO-W  TO RELACAO-GR41.
           MOVE LOW-VALUES TO CHAVE-FILHO-GR41.
           MOVE ZEROS      TO FIM-GRD041-W.
           START GRD041 KEY IS NOT LESS CHAVE-GR41 INVALID KEY
                 MOVE 1 TO FIM-GRD041-W
           END-START.
           PERFORM UNTIL FIM-GRD041-W = 1
              READ GRD041 NEXT RECORD AT END
                   MOVE 1 TO FIM-GRD041-W
              NOT AT END
                   IF RELACAO-GR41 NOT = RELACAO-W
                      MOVE 1 TO FIM-GRD041-W
                   ELSE
                      IF DATA-VISTO-GR41 NOT = DATA-SISTEMA-N
                         AND (SITUACAO-GR41 = 0 OR SITUACAO-GR41 = 3)
                         MOVE 2 TO SITUACAO-GR41
                         REWRITE REG-GRD041 INVALID KEY
                                 DISPLAY "ERRO ATUALIZANDO GRD041: "
                                         ST-GRD041
                         END-REWRITE
                         ADD 1 TO QT-RESOLVIDOS-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

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
           WRITE REG-RELAT FROM CAB03 AFTER 2.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER 1.
           MOVE 5 TO LIN.

       FINALIZA-PROGRAMA SECTION.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT AFTER PAGE.
           CLOSE RELAT GRD041.

       GRAVA-SITUACAO SECTION.
           IF CTLLOG-OK-W = 0
              GO TO GRAVA-SITUACAO-FIM.
           ACCEPT HORA-SISTEMA-W FROM TIME.
           MOVE EMPRESA-W              TO EMP-CTL-E.
           MOVE DATA-SISTEMA-N         TO DATA-CTL-E.
           MOVE HORA-SISTEMA-W (1: 6)  TO HORA-CTL-E.
           IF ERRO-W = 1
              MOVE "ERRO ABERTURA DO GRD041" TO SITUACAO-CTL-E
           ELSE
              IF QT-ERRO-W > 0
                 MOVE "ERRO NA LEITURA DE RELACOES"
                                       TO SITUACAO-CTL-E
              ELSE
                 MOVE "OK"             TO SITUACAO-CTL-E.
           MOVE SPACES TO REG-CTLLOG.
           MOVE LINHA-CTLLOG TO REG-CTLLOG.
           WRITE REG-CTLLOG.
           CLOSE CTLLOG.
       GRAVA-SITUACAO-FIM.
           CONTINUE.

       END PROGRAM GRINT1.
