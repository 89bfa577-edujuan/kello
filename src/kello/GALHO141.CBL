      *        OPCAO 4 - CONSULTA POR TITULO: TODO O HISTORICO DE
      *          ALTERACOES DO DOCUMENTO, EM ORDEM CRONOLOGICA
      *          (CHAVE ARQUIVO+REGISTRO+PERIODO DO LOG006).
      *        TITULO CRD020 PRESO POR OUTRA SESSAO: O GRLOCK ESPERA,
      *        MOSTRA QUEM ESTA COM ELE E DEIXA ESPERAR OU DESISTIR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  GRIMAGE-DEPOIS       PIC X(30).
           05  GRIMAGE-USUARIO      PIC X(5).

       01  PARAMETROS-GRLOCK.
           05  GRLOCK-EMPRESA    PIC X(3).
           05  GRLOCK-ARQUIVO    PIC X(8).
           05  GRLOCK-CHAVE      PIC X(30).
           05  GRLOCK-PROGRAMA   PIC X(8).
           05  GRLOCK-FUNCAO     PIC 9(1).
           05  GRLOCK-SEGUNDOS   PIC 9(5).
           05  GRLOCK-RETORNO    PIC 9(1).
           05  GRLOCK-CONTROLE   PIC X(120).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CRD020       PIC X(60)    VALUE SPACES.
           05  PATH-CPD020       PIC X(60)    VALUE SPACES.
                DISPLAY "TITULO NAO ENCONTRADO"
                GO TO ALTERA-CRD020-FIM
           END-READ.
           IF ST-CRD020 = "9D"
              PERFORM ESPERA-CRD020.
           IF ST-CRD020 > "09"
              DISPLAY "TITULO EM USO, NAO ALTERADO"
              GO TO ALTERA-CRD020-FIM.
           MOVE SPACES TO CHAVE-DOC-W.
           MOVE COD-COMPL-CR20 TO CHAVE-DOC-W (1: 9).
           MOVE SEQ-CR20       TO CHAVE-DOC-W (10: 5).
              PERFORM GRAVA-IMAGEM
              MOVE SALDO-NOVO-W      TO VALOR-SALDO-CH10.

      *    Titulo preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D
       ESPERA-CRD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "CRD020"      TO GRLOCK-ARQUIVO.
           MOVE CHAVE-CR20    TO GRLOCK-CHAVE.
           MOVE "GALHO141"    TO GRLOCK-PROGRAMA.
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

       CONSULTA-HISTORICO SECTION.
           DISPLAY "ARQUIVO (CRD020/CPD020/CHD010): "
                   WITH NO ADVANCING.
