      *          RECEBEDOR), RECUSADO OU RETORNADO, POR ALBUM;
      *        OPCAO 4 - PENDENTES: RELACIONA ITENS PENDENTES,
      *          RECUSADOS E RETORNADOS P/ REAGENDAR A ENTREGA.
      *        NO MANIFESTO, ABAIXO DE CADA ALBUM, SAI O CODIGO DA
      *        GALERIA ONLINE DO FORMANDO (MTD064, MTP063).
      *        ITEM INCLUIDO PELO MTP064 (REPOSICAO/SEGUNDA VIA) SAI
      *        COM A OBSERVACAO DO PEDIDO LOGO ABAIXO DO ALBUM.
      *        ALBUM PRESO POR OUTRA SESSAO: O GRLOCK ESPERA,
      *        MOSTRA QUEM ESTA COM ELE E DEIXA ESPERAR MAIS OU
      *        DESISTIR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY MTPX049.
           COPY MTPX051.
           COPY MTPX052.
           COPY MTPX064.
           SELECT RELAT ASSIGN TO PRINTER.

       DATA DIVISION.
           COPY MTPW049.
           COPY MTPW051.
           COPY MTPW052.
           COPY MTPW064.
       FD  RELAT
           LABEL RECORD IS OMITTED.
       01  REG-RELAT.
           05  ST-MTD049             PIC XX       VALUE SPACES.
           05  ST-MTD051             PIC XX       VALUE SPACES.
           05  ST-MTD052             PIC XX       VALUE SPACES.
           05  ST-MTD064             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  PAG-W                 PIC 9(3)     VALUE ZEROS.
           05  PATH-MTD049       PIC X(60)    VALUE SPACES.
           05  PATH-MTD051       PIC X(60)    VALUE SPACES.
           05  PATH-MTD052       PIC X(60)    VALUE SPACES.
           05  PATH-MTD064       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.
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
              MOVE "MTD052"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD052
              MOVE "MTD064"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-MTD064
              OPEN INPUT MTD019 MTD049 MTD064
              OPEN I-O MTD020 MTD051 MTD052
              IF ST-MTD051 = "35"
                 CLOSE MTD051      OPEN OUTPUT MTD051
      *          localizacao e opcional no manifesto
                 MOVE "10" TO ST-MTD049
              END-IF
              IF ST-MTD064 > "09"
      *          galeria online tambem e opcional
                 MOVE "10" TO ST-MTD064
              END-IF
              IF ST-MTD019 > "09"
                 DISPLAY "ERRO ABERTURA MTD019: " ST-MTD019
                 MOVE 1 TO ERRO-W
                 MOVE 1 TO ERRO-W
              END-IF
              IF ERRO-W = 1
                 CLOSE MTD019 MTD020 MTD049 MTD051 MTD052 MTD064
              END-IF.

       GERA-ROMANEIO SECTION.
           READ MTD020 INVALID KEY
                GO TO INCLUI-ALBUM-ROMANEIO-FIM
           END-READ.
           IF ST-MTD020 = "9D"
              PERFORM ESPERA-MTD020.
           IF ST-MTD020 > "09"
              GO TO INCLUI-ALBUM-ROMANEIO-FIM.
           IF FOGO-MTG NOT = 1 OR DATAROMANEIO-MTG NOT = ZEROS
              GO TO INCLUI-ALBUM-ROMANEIO-FIM.
           MOVE ROMANEIO-W  TO ROMANEIO-MT52.
               WHEN 3 MOVE "RETORNADO"   TO LINDET-REL (68: 10)
           END-EVALUATE.
           PERFORM IMPRIME-LINDET.
           IF OBS-MT52 NOT = SPACES
              MOVE OBS-MT52 TO LINDET-REL (11: 30)
              PERFORM IMPRIME-LINDET.
           IF ST-MTD064 NOT = "10"
              MOVE ALBUM-MT52 TO ALBUM-MT64
              READ MTD064 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   IF SITUACAO-MT64 NOT = 9
                      MOVE "GALERIA ONLINE - CODIGO" TO
                           LINDET-REL (11: 23)
                      MOVE CODIGO-MT64 TO LINDET-REL (35: 8)
                      IF SITUACAO-MT64 = 0
                         MOVE "(LIBERA NA QUITACAO)" TO
                              LINDET-REL (45: 20)
                      END-IF
                      PERFORM IMPRIME-LINDET
                   END-IF
              END-READ
           END-IF.

       REGISTRA-RESULTADO SECTION.
           DISPLAY "ROMANEIO: " WITH NO ADVANCING.
              MOVE ALBUM-W TO ALBUM-MTG
              READ MTD020 INVALID KEY
                   CONTINUE
              END-READ
              IF ST-MTD020 = "9D"
                 PERFORM ESPERA-MTD020
              END-IF
              IF ST-MTD020 < "10"
                 MOVE ZEROS TO DATAROMANEIO-MTG
                 REWRITE REG-MTD020 INVALID KEY
                       DISPLAY "ERRO ATUALIZANDO MTD020: "
                               ST-MTD020
                 END-REWRITE
              END-IF.
       REGISTRA-UM-RESULTADO-FIM.
           CONTINUE.

           MOVE GRBARCO-ALBUM TO ALBUM-W.

       FINALIZA-PROGRAMA SECTION.
           CLOSE MTD019 MTD020 MTD049 MTD051 MTD052 MTD064.

      *    Album preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D
       ESPERA-MTD020 SECTION.
           MOVE EMPRESA-W     TO GRLOCK-EMPRESA.
           MOVE "MTD020"      TO GRLOCK-ARQUIVO.
           MOVE ALBUM-MTG     TO GRLOCK-CHAVE.
           MOVE "MTP051"      TO GRLOCK-PROGRAMA.
           MOVE ZEROS         TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
           PERFORM UNTIL ST-MTD020 NOT = "9D" OR GRLOCK-RETORNO = 1
              MOVE 1 TO GRLOCK-FUNCAO
              CALL "GRLOCK" USING PARAMETROS-GRLOCK
              IF GRLOCK-RETORNO = 0
                 READ MTD020 INVALID KEY
                      DISPLAY "ALBUM NAO ENCONTRADO NO MTD020"
                 END-READ
              END-IF
           END-PERFORM.
           MOVE 2 TO GRLOCK-FUNCAO.
           CALL "GRLOCK" USING PARAMETROS-GRLOCK.

       END PROGRAM MTP051.
