      *          SERIE (NFD101), AMARRA AO TITULO CRD020 QUE A
      *          ORIGINOU E PREENCHE AUTOMATICAMENTE NR-NOTA-FISCAL/
      *          DATA-NTA-FISCAL NO TITULO - FIM DO NUMERO DE NF
      *          DIGITADO A MAO DO BLOCO DE PAPEL; MARCA SE O ISS
      *          FOI RETIDO PELO TOMADOR (DAS DO SIMPLES - NFP103);
      *        OPCAO 2 - CANCELAR: CANCELA A NOTA COM MOTIVO,
      *          LIMPANDO OS CAMPOS DE NF DO TITULO;
      *        OPCAO 3 - LIVRO DE SAIDAS: TOTAIS DO MES POR DIA E
      *          POR CONTA REDUZIDA P/ O CONTADOR (CHAVE ALT1 POR
      *          DATA DE EMISSAO).
      *        TITULO PRESO POR OUTRA SESSAO: O GRLOCK ESPERA,
      *        MOSTRA QUEM ESTA COM ELE E DEIXA ESPERAR MAIS OU
      *        DESISTIR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  SEQ-W                 PIC 9(5)     VALUE ZEROS.
           05  MOTIVO-W              PIC X(30)    VALUE SPACES.
           05  USUARIO-W             PIC X(5)     VALUE SPACES.
           05  ISS-RETIDO-W          PIC 9        VALUE ZEROS.
           05  ANOMES-W              PIC 9(6)     VALUE ZEROS.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
       01  LINDET.
           05  LINDET-REL        PIC X(130) VALUE SPACES.

       01  PARAMETROS-GRLOCK.
           05  GRLOCK-EMPRESA    PIC X(3).
           05  GRLOCK-ARQUIVO    PIC X(8).
           05  GRLOCK-CHAVE      PIC X(30).
           05  GRLOCK-PROGRAMA   PIC X(8).
           05  GRLOCK-FUNCAO     PIC 9(1).
           05  GRLOCK-SEGUNDOS   PIC 9(5).
           05  GRLOCK-RETORNO    PIC 9(1).
           05  GRLOCK-CONTROLE   PIC X(120).

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           ACCEPT CLIENTE-W.
           DISPLAY "SEQ DO TITULO......: " WITH NO ADVANCING.
           ACCEPT SEQ-W.
           DISPLAY "ISS RETIDO (0/1)...: " WITH NO ADVANCING.
           ACCEPT ISS-RETIDO-W.
           DISPLAY "USUARIO............: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           IF ISS-RETIDO-W > 1
              DISPLAY "ISS RETIDO INVALIDO"
              GO TO EMITE-NOTA-FIM.
           MOVE CLASS-W   TO CLASS-CLIENTE-CR20.
           MOVE CLIENTE-W TO CLIENTE-CR20.
           MOVE SEQ-W     TO SEQ-CR20.
                DISPLAY "TITULO NAO ENCONTRADO"
                GO TO EMITE-NOTA-FIM
           END-READ.
           IF ST-CRD020 = "9D"
              PERFORM ESPERA-CRD020.
           IF ST-CRD020 > "09"
              GO TO EMITE-NOTA-FIM.
           IF NR-NOTA-FISCAL-CR20 NOT = SPACES
              AND NR-NOTA-FISCAL-CR20 NOT = ZEROS
              DISPLAY "TITULO JA TEM NOTA FISCAL: "
           MOVE ZEROS          TO SITUACAO-NF100 DATA-CANCEL-NF100.
           MOVE SPACES         TO MOTIVO-CANCEL-NF100.
           MOVE USUARIO-W      TO USUARIO-NF100.
           MOVE ISS-RETIDO-W   TO ISS-RETIDO-NF100.
           WRITE REG-NFD100 INVALID KEY
                 DISPLAY "ERRO GRAVANDO NFD100: " ST-NFD100
                 GO TO EMITE-NOTA-FIM
              MOVE SEQ-TITULO-NF100    TO SEQ-CR20
              READ CRD020 INVALID KEY
                   CONTINUE
              END-READ
              IF ST-CRD020 = "9D"
                 PERFORM ESPERA-CRD020
              END-IF
              IF ST-CRD020 < "10"
                 MOVE SPACES TO NR-NOTA-FISCAL-CR20
                 MOVE ZEROS  TO DATA-NTA-FISCAL-CR20
                 REWRITE REG-CRD020 INVALID KEY
                       DISPLAY "ERRO ATUALIZANDO CRD020: "
                               ST-CRD020
                 END-REWRITE
              END-IF.
           DISPLAY "NOTA CANCELADA".
       CANCELA-NOTA-FIM.
           CONTINUE.
       FINALIZA-PROGRAMA SECTION.
           CLOSE CRD020 NFD100 NFD101.

      *    Titulo preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D
       ESPERA-CRD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "CRD020"      TO GRLOCK-ARQUIVO.
           MOVE CHAVE-CR20    TO GRLOCK-CHAVE.
           MOVE "NFP100"      TO GRLOCK-PROGRAMA.
           MOVE ZEROS         TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
           PERFORM UNTIL ST-CRD020 NOT = "9D" OR GRLOCK-RETORNO = 1
              MOVE 1 TO GRLOCK-FUNCAO
              CALL "GRLOCK" USING PARAMETROS-GRLOCK
              IF GRLOCK-RETORNO = 0
                 READ CRD020 INVALID KEY
                      DISPLAY "TITULO NAO ENCONTRADO NO CRD020"
                 END-READ
              END-IF
           END-PERFORM.
           MOVE 2 TO GRLOCK-FUNCAO.
           CALL "GRLOCK" USING PARAMETROS-GRLOCK.

       END PROGRAM NFP100.
