      *         DESCONTO E A DATA DE PAGAMENTO, E LISTANDO NO RELAT
      *         SO AS OCORRENCIAS QUE NAO FORAM ENCONTRADAS, PARA
      *         CONFERENCIA MANUAL.
      *         TITULO OU PARCELA PRESO POR OUTRA SESSAO (9D): O
      *         GRLOCK ESPERA, MOSTRA QUEM ESTA COM ELE E DEIXA
      *         ESPERAR MAIS OU DESISTIR; NA DESISTENCIA A OCORRENCIA
      *         SAI NO RELAT COMO "EM USO", P/ BAIXA MANUAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  ACHOU-CRD020-W       PIC 9(1)     VALUE ZEROS.
               88  ACHOU-CRD020             VALUE 1.
           05  NR-DOCTO-RET-W       PIC X(10)    VALUE SPACES.
      *    ocorrencia com titulo (CRD020) ou parcela (RCD101) preso
      *    por outra sessao e o operador desistiu de esperar
           05  EM-USO-W             PIC 9(1)     VALUE ZEROS.
           05  EM-USO-ARQ-W         PIC X(6)     VALUE SPACES.
           05  TOT-EM-USO-W         PIC 9(5)     VALUE ZEROS.

      *    linha de comando "GALHO128 EEE CAMINHO" - o FILLER
      *    recebe o espaco separador
           05  GRPATH-ARQUIVO       PIC X(8).
           05  GRPATH-CAMINHO       PIC X(60).

       01  PARAMETROS-GRLOCK.
           05  GRLOCK-EMPRESA       PIC X(3).
           05  GRLOCK-ARQUIVO       PIC X(8).
           05  GRLOCK-CHAVE         PIC X(30).
           05  GRLOCK-PROGRAMA      PIC X(8).
           05  GRLOCK-FUNCAO        PIC 9(1).
           05  GRLOCK-SEGUNDOS      PIC 9(5).
           05  GRLOCK-RETORNO       PIC 9(1).
           05  GRLOCK-CONTROLE      PIC X(120).

       01  CAMINHOS-ARQUIVOS-W.
           05  PATH-CRD020          PIC X(60)    VALUE SPACES.
           05  PATH-RCD101          PIC X(60)    VALUE SPACES.

       01  CAB01.
           05  FILLER              PIC X(132) VALUE
           "RETORNO BANCARIO - TITULOS NAO ENCONTRADOS OU EM USO".

       01  CAB02.
           05  FILLER              PIC X(60) VALUE
           END-IF.

           OPEN INPUT RETORNO.
           MOVE ZEROS TO PAG-W TOT-BAIXADOS-W TOT-NAO-ENCONTR-W
                         TOT-EM-USO-W.
           MOVE 99    TO LIN-W.

       CORPO-PROGRAMA SECTION.
                     INTO DATA-CONV-X
              MOVE NOSSO-NUMERO-RET TO NR-DOCTO-RET-W
              PERFORM BAIXA-CRD020
              IF EM-USO-W = 1
                 PERFORM IMPRIME-EM-USO
              ELSE
                 IF NOT ACHOU-CRD020
                    PERFORM IMPRIME-NAO-ENCONTRADO
                 END-IF
              END-IF
           END-IF.

      *    dela em vez de leitura randomica direta, processando todo
      *    titulo em aberto que bata com o nosso-numero do retorno.
       BAIXA-CRD020 SECTION.
           MOVE 0 TO ACHOU-CRD020-W EM-USO-W.
           MOVE NR-DOCTO-RET-W TO NR-DOCTO-CR20.
           START CRD020 KEY IS NOT LESS NR-DOCTO-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              END-READ
              IF ST-CRD020 = "9D"
                 PERFORM ESPERA-PROXIMO-CRD020
              END-IF
              IF ST-CRD020 = "9D"
                 MOVE 1        TO EM-USO-W
                 MOVE "CRD020" TO EM-USO-ARQ-W
                 MOVE "10"     TO ST-CRD020
              END-IF
              IF ST-CRD020 > "10"
                 DISPLAY "ERRO LENDO CRD020: " ST-CRD020
                 MOVE "10" TO ST-CRD020
              END-IF
              IF ST-CRD020 < "10"
                 PERFORM BAIXA-TITULO
              END-IF
           END-PERFORM.

       BAIXA-TITULO SECTION.
           IF NR-DOCTO-CR20 NOT = NR-DOCTO-RET-W
              MOVE "10" TO ST-CRD020
              GO TO BAIXA-TITULO-FIM.
           IF SITUACAO-CR20 NOT = 0 AND SITUACAO-CR20 NOT = 1
              GO TO BAIXA-TITULO-FIM.
           MOVE DATA-CONV-N        TO DATA-RCTO-CR20.
           MOVE VALOR-JUROS-RET    TO JURO-RCTO-CR20.
           MOVE VALOR-DESCONTO-RET TO DESCONTO-CR20.
           MOVE VALOR-PAGO-RET     TO VALOR-LIQ-CR20.
           MOVE 2                  TO SITUACAO-CR20.
           REWRITE REG-CRD020.
           IF ST-CRD020 = "9D"
              PERFORM ESPERA-REGRAVA-CRD020.
           IF ST-CRD020 = "9D"
              MOVE 1        TO EM-USO-W
              MOVE "CRD020" TO EM-USO-ARQ-W
              MOVE "10"     TO ST-CRD020
              GO TO BAIXA-TITULO-FIM.
           IF ST-CRD020 > "09"
              DISPLAY "ERRO BAIXANDO CRD020: " ST-CRD020
              GO TO BAIXA-TITULO-FIM.
           MOVE 1 TO ACHOU-CRD020-W.
           ADD 1 TO TOT-BAIXADOS-W.
           PERFORM ATUALIZA-RCD101.
       BAIXA-TITULO-FIM.
           CONTINUE.

      *    ATUALIZA-RCD101: RCD101 nao tem chave por banco/nosso-
      *    numero isolados, entao a baixa e feita por varredura
      *    sequencial comparando BANCO-REC1/NUMERO-REC1.
           PERFORM UNTIL ST-RCD101 = "10"
              READ RCD101 NEXT RECORD AT END
                   MOVE "10" TO ST-RCD101
              END-READ
              IF ST-RCD101 = "9D"
                 PERFORM ESPERA-PROXIMO-RCD101
              END-IF
              IF ST-RCD101 = "9D"
                 MOVE 1        TO EM-USO-W
                 MOVE "RCD101" TO EM-USO-ARQ-W
                 MOVE "10"     TO ST-RCD101
              END-IF
              IF ST-RCD101 > "10"
                 DISPLAY "ERRO LENDO RCD101: " ST-RCD101
                 MOVE "10" TO ST-RCD101
              END-IF
              IF ST-RCD101 < "10"
                 PERFORM BAIXA-PARCELA
              END-IF
           END-PERFORM.

       BAIXA-PARCELA SECTION.
           IF BANCO-REC1 NOT = BANCO-RET
              OR NUMERO-REC1 NOT = NUMERO-REC-RET
              GO TO BAIXA-PARCELA-FIM.
           MOVE DATA-CONV-N TO DTA-BAIXA-REC1.
           REWRITE REG-RCD101.
           IF ST-RCD101 = "9D"
              PERFORM ESPERA-REGRAVA-RCD101.
           IF ST-RCD101 = "9D"
              MOVE 1        TO EM-USO-W
              MOVE "RCD101" TO EM-USO-ARQ-W
              MOVE "10"     TO ST-RCD101
              GO TO BAIXA-PARCELA-FIM.
           IF ST-RCD101 > "09"
              DISPLAY "ERRO BAIXANDO RCD101: " ST-RCD101
              GO TO BAIXA-PARCELA-FIM.
           MOVE 1 TO ACHOU-RCD101-W.
       BAIXA-PARCELA-FIM.
           CONTINUE.

      *    Registro preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D. Na leitura sequencial o
      *    registro travado nao chega na area: a chave mostrada e a
      *    do retorno. No REWRITE o proprio REWRITE e repetido - reler
      *    pela chave primaria mudaria a chave de referencia e a
      *    varredura se perderia.
       ESPERA-PROXIMO-CRD020 SECTION.
           MOVE EMPRESA-W      TO GRLOCK-EMPRESA.
           MOVE "CRD020"       TO GRLOCK-ARQUIVO.
           MOVE SPACES         TO GRLOCK-CHAVE.
           MOVE "DOCTO"        TO GRLOCK-CHAVE (1: 5).
           MOVE NR-DOCTO-RET-W TO GRLOCK-CHAVE (7: 10).
           MOVE "GALHO128"     TO GRLOCK-PROGRAMA.
           MOVE ZEROS          TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
           PERFORM UNTIL ST-CRD020 NOT = "9D" OR GRLOCK-RETORNO = 1
              MOVE 1 TO GRLOCK-FUNCAO
              CALL "GRLOCK" USING PARAMETROS-GRLOCK
              IF GRLOCK-RETORNO = 0
                 READ CRD020 NEXT RECORD AT END
                      MOVE "10" TO ST-CRD020
                 END-READ
              END-IF
           END-PERFORM.
           MOVE 2 TO GRLOCK-FUNCAO.
           CALL "GRLOCK" USING PARAMETROS-GRLOCK.

       ESPERA-REGRAVA-CRD020 SECTION.
           MOVE EMPRESA-W      TO GRLOCK-EMPRESA.
           MOVE "CRD020"       TO GRLOCK-ARQUIVO.
           MOVE CHAVE-CR20     TO GRLOCK-CHAVE.
           MOVE "GALHO128"     TO GRLOCK-PROGRAMA.
           MOVE ZEROS          TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
           PERFORM UNTIL ST-CRD020 NOT = "9D" OR GRLOCK-RETORNO = 1
              MOVE 1 TO GRLOCK-FUNCAO
              CALL "GRLOCK" USING PARAMETROS-GRLOCK
              IF GRLOCK-RETORNO = 0
                 REWRITE REG-CRD020
              END-IF
           END-PERFORM.
           MOVE 2 TO GRLOCK-FUNCAO.
           CALL "GRLOCK" USING PARAMETROS-GRLOCK.

       ESPERA-PROXIMO-RCD101 SECTION.
           MOVE EMPRESA-W      TO GRLOCK-EMPRESA.
           MOVE "RCD101"       TO GRLOCK-ARQUIVO.
           MOVE SPACES         TO GRLOCK-CHAVE.
           MOVE "BANCO"        TO GRLOCK-CHAVE (1: 5).
           MOVE BANCO-RET      TO GRLOCK-CHAVE (7: 3).
           MOVE NUMERO-REC-RET TO GRLOCK-CHAVE (11: 6).
           MOVE "GALHO128"     TO GRLOCK-PROGRAMA.
           MOVE ZEROS          TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
           PERFORM UNTIL ST-RCD101 NOT = "9D" OR GRLOCK-RETORNO = 1
              MOVE 1 TO GRLOCK-FUNCAO
              CALL "GRLOCK" USING PARAMETROS-GRLOCK
              IF GRLOCK-RETORNO = 0
                 READ RCD101 NEXT RECORD AT END
                      MOVE "10" TO ST-RCD101
                 END-READ
              END-IF
           END-PERFORM.
           MOVE 2 TO GRLOCK-FUNCAO.
           CALL "GRLOCK" USING PARAMETROS-GRLOCK.

       ESPERA-REGRAVA-RCD101 SECTION.
           MOVE EMPRESA-W      TO GRLOCK-EMPRESA.
           MOVE "RCD101"       TO GRLOCK-ARQUIVO.
           MOVE SPACES         TO GRLOCK-CHAVE.
           MOVE ALBUM-REC1     TO GRLOCK-CHAVE (1: 8).
           MOVE NUMERO-REC1    TO GRLOCK-CHAVE (10: 6).
           MOVE PARCELA-REC1   TO GRLOCK-CHAVE (17: 2).
           MOVE "GALHO128"     TO GRLOCK-PROGRAMA.
           MOVE ZEROS          TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
           PERFORM UNTIL ST-RCD101 NOT = "9D" OR GRLOCK-RETORNO = 1
              MOVE 1 TO GRLOCK-FUNCAO
              CALL "GRLOCK" USING PARAMETROS-GRLOCK
              IF GRLOCK-RETORNO = 0
                 REWRITE REG-RCD101
              END-IF
           END-PERFORM.
           MOVE 2 TO GRLOCK-FUNCAO.
           CALL "GRLOCK" USING PARAMETROS-GRLOCK.

       IMPRIME-NAO-ENCONTRADO SECTION.
           IF LIN-W > 55
           ADD 1 TO LIN-W.
           ADD 1 TO TOT-NAO-ENCONTR-W.

       IMPRIME-EM-USO SECTION.
           IF LIN-W > 55
              PERFORM IMPRIME-CABECALHO.

           WRITE REG-RELAT FROM SPACES.
           MOVE BANCO-RET          TO REG-RELAT (1: 4).
           MOVE NOSSO-NUMERO-RET   TO REG-RELAT (8: 10).
           MOVE CODIGO-OCORREN-RET TO REG-RELAT (21: 3).
           MOVE DATA-CONV-N        TO REG-RELAT (33: 9).
           MOVE VALOR-PAGO-RET     TO REG-RELAT (43: 14).
           MOVE "EM USO NO"        TO REG-RELAT (60: 9).
           MOVE EM-USO-ARQ-W       TO REG-RELAT (70: 6).
           WRITE REG-RELAT.
           ADD 1 TO LIN-W.
           ADD 1 TO TOT-EM-USO-W.

       IMPRIME-CABECALHO SECTION.
           ADD 1 TO PAG-W.
           WRITE REG-RELAT FROM CAB01 AFTER PAGE.
                REG-RELAT (1: 36).
           MOVE TOT-NAO-ENCONTR-W TO REG-RELAT (37: 5).
           WRITE REG-RELAT.
           MOVE SPACES TO REG-RELAT.
           MOVE "TOTAL EM USO (BAIXAR NA MAO) ....: " TO
                REG-RELAT (1: 36).
           MOVE TOT-EM-USO-W TO REG-RELAT (37: 5).
           WRITE REG-RELAT.

       FINALIZA-PROGRAMA SECTION.
           CLOSE CRD020 RCD101 RETORNO RELAT.
