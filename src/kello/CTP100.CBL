      *        - CRD020 EMITIDOS NO MES (CONTABILIZADO-CR20 = 0):
      *          DEBITO CLIENTES / CREDITO CONTA REDUZIDA DO TITULO;
      *        - CPD020 LANCADOS NO MES (CONTABILIZADO-CP20 = 0):
      *          DEBITO CONTA REDUZIDA / CREDITO FORNECEDORES; PARCELA
      *          DE EMPRESTIMO (CPD034, CPP025) SAI EM DUAS PARTIDAS -
      *          PRINCIPAL NA CONTA DO TITULO E JUROS NA CONTA DE
      *          JUROS DO CONTRATO;
      *        - CXD100 DO MES (CHECKPOINT CTD101, POIS O CXD100 NAO
      *          TEM FLAG): ENTRADA = DEBITO CAIXA/CREDITO CLIENTES,
      *          SAIDA = DEBITO FORNECEDORES/CREDITO CAIXA.
      *        TODAS AS CONTAS MOVIMENTADAS NO MES MAPEADAS NO
      *        DE-PARA CTD103 (CTP103) - SEM ISSO, NADA DE CONTA
      *        PONTE NO CONTADOR.
      *        TITULO DO CRD020 PRESO POR OUTRA SESSAO (9D) PASSA PELO
      *        GRLOCK; DESISTENCIA NA VALIDACAO BLOQUEIA A RODADA E NA
      *        CONTABILIZACAO PARA O RECEBER ALI - O QUE FALTOU FICA
      *        COM O FLAG ZERADO P/ A PROXIMA RODADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CXPX134.
           COPY CTPX103.
           COPY CAPX001.
           COPY CPPX034.
           SELECT EXPORTA ASSIGN TO PATH-EXPORTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  STATUS IS ST-EXPORTA.
           COPY CXPW134.
           COPY CTPW103.
           COPY CAPW001.
           COPY CPPW034.
       FD  EXPORTA.
       01  REG-EXPORTA.
           05  EXP-DATA            PIC 9(8).
           05  ST-CXD134             PIC XX       VALUE SPACES.
           05  ST-CTD103             PIC XX       VALUE SPACES.
           05  ST-CAD001             PIC XX       VALUE SPACES.
           05  ST-CPD034             PIC XX       VALUE SPACES.
           05  QT-SEM-MAPA-W         PIC 9(3)     VALUE ZEROS.
           05  QT-VISTAS-W           PIC 9(3)     VALUE ZEROS.
           05  IX-W                  PIC 9(3)     VALUE ZEROS.
           05  PATH-EXPORTA      PIC X(60)    VALUE SPACES.
           05  PATH-CXD134       PIC X(60)    VALUE SPACES.
           05  PATH-CTD103       PIC X(60)    VALUE SPACES.
           05  PATH-CPD034       PIC X(60)    VALUE SPACES.

       01  PARAMETROS-W.
           05  EMPRESA-W         PIC X(3)     VALUE SPACES.
           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

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
              MOVE "CTD103"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CTD103
              MOVE "CPD034"  TO GRPATH-ARQUIVO
              CALL "GRPATH" USING PARAMETROS-GRPATH
              MOVE GRPATH-CAMINHO TO PATH-CPD034
              OPEN I-O CRD020 CPD020 CTD100 CTD101
              OPEN INPUT CXD100 CXD134 CTD103 CPD034
              OPEN EXTEND EXPORTA
              IF ST-EXPORTA > "09"
                 CLOSE EXPORTA
       VALIDA-DE-PARA-SAI.
           IF ERRO-W = 1
              CLOSE CRD020 CPD020 CXD100 CTD100 CTD101 CXD134
                    CTD103 CPD034 EXPORTA.

       VALIDA-RECEBER SECTION.
           MOVE DATA-INI-W TO DATA-MOVTO-CR20.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              END-READ
              IF ST-CRD020 = "9D"
                 PERFORM ESPERA-PROXIMO-CRD020
              END-IF
              IF ST-CRD020 = "9D"
                 DISPLAY "TITULO DO CRD020 EM USO - VALIDACAO NAO "
                         "CONCLUIDA, RODADA BLOQUEADA"
                 MOVE 1 TO ERRO-W
                 MOVE "10" TO ST-CRD020
              END-IF
              IF ST-CRD020 > "10"
                 DISPLAY "ERRO LENDO CRD020: " ST-CRD020
                 MOVE 1 TO ERRO-W
                 MOVE "10" TO ST-CRD020
              END-IF
              IF ST-CRD020 < "10"
                 IF DATA-MOVTO-CR20 > DATA-FIM-W
                    MOVE "10" TO ST-CRD020
                 ELSE
                    IF CONTABILIZADO-CR20 = 0
                       AND SITUACAO-CR20 NOT = 4
                       AND CODREDUZ-APUR-CR20 > ZEROS
                       MOVE CODREDUZ-APUR-CR20 TO CONTA-TESTE-W
                       PERFORM TESTA-CONTA-MAPEADA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "00" TO ST-CRD020.

                      AND CODREDUZ-APUR-CP20 > ZEROS
                      MOVE CODREDUZ-APUR-CP20 TO CONTA-TESTE-W
                      PERFORM TESTA-CONTA-MAPEADA
                      PERFORM BUSCA-PARCELA-EMPRESTIMO
                      IF ST-CPD034 = "00"
                         AND CONTA-JUROS-CP34 > ZEROS
                         MOVE CONTA-JUROS-CP34 TO CONTA-TESTE-W
                         PERFORM TESTA-CONTA-MAPEADA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              END-READ
              IF ST-CRD020 = "9D"
                 PERFORM ESPERA-PROXIMO-CRD020
              END-IF
              IF ST-CRD020 = "9D"
                 DISPLAY "TITULO DO CRD020 EM USO - RECEBER PAROU "
                         "AQUI, O RESTANTE VAI NA PROXIMA RODADA"
                 MOVE "10" TO ST-CRD020
              END-IF
              IF ST-CRD020 > "10"
                 DISPLAY "ERRO LENDO CRD020: " ST-CRD020
                 MOVE "10" TO ST-CRD020
              END-IF
              IF ST-CRD020 < "10"
                 IF DATA-MOVTO-CR20 > DATA-FIM-W
                    MOVE "10" TO ST-CRD020
                 ELSE
                    IF CONTABILIZADO-CR20 = 0
                       AND SITUACAO-CR20 NOT = 4
                       PERFORM LANCA-UM-RECEBER
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *    Titulo preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D. O registro travado nao chega
      *    na area: a chave mostrada e o mes sendo contabilizado.
       ESPERA-PROXIMO-CRD020 SECTION.
           MOVE EMPRESA-W        TO GRLOCK-EMPRESA.
           MOVE "CRD020"         TO GRLOCK-ARQUIVO.
           MOVE SPACES           TO GRLOCK-CHAVE.
           MOVE "MOVTO"          TO GRLOCK-CHAVE (1: 5).
           MOVE ANOMES-W         TO GRLOCK-CHAVE (7: 6).
           MOVE "CTP100"         TO GRLOCK-PROGRAMA.
           MOVE ZEROS            TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
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

       LANCA-UM-RECEBER SECTION.
           ADD 1 TO SEQ-DIARIO-W QT-CR-W.
           MOVE SPACES             TO CHAVE-ORIGEM-CT100.
           MOVE FORNEC-CP20        TO CHAVE-ORIGEM-CT100 (1: 6).
           MOVE SEQ-CP20           TO CHAVE-ORIGEM-CT100 (7: 5).
           PERFORM BUSCA-PARCELA-EMPRESTIMO.
           IF ST-CPD034 = "00" AND VLR-JUROS-CP34 > ZEROS
              PERFORM LANCA-JUROS-EMPRESTIMO
           ELSE
              PERFORM GRAVA-PARTIDA.
           MOVE 1 TO CONTABILIZADO-CP20.
           REWRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO CPD020: " ST-CPD020
           END-REWRITE.

      *    Parcela de emprestimo (CPD034, CPP025): o titulo traz
      *    principal + juros no VALOR-TOT-CP20; ST-CPD034 = "00" so
      *    quando o titulo corrente e parcela de contrato.
       BUSCA-PARCELA-EMPRESTIMO SECTION.
           IF ST-CPD034 > "09" AND ST-CPD034 NOT = "23"
              GO TO BUSCA-PARCELA-EMPRESTIMO-FIM.
           MOVE FORNEC-CP20 TO FORNEC-CP34.
           MOVE SEQ-CP20    TO SEQ-CP20-CP34.
           READ CPD034 KEY IS ALT1-CP34 INVALID KEY
                MOVE "23" TO ST-CPD034
           END-READ.
       BUSCA-PARCELA-EMPRESTIMO-FIM.
           CONTINUE.

      *    principal na conta reduzida do titulo, juros na conta de
      *    juros do contrato - as duas contra fornecedores
       LANCA-JUROS-EMPRESTIMO SECTION.
           IF VLR-AMORTIZ-CP34 > ZEROS
              MOVE VLR-AMORTIZ-CP34 TO VALOR-CT100
              PERFORM GRAVA-PARTIDA
              ADD 1 TO SEQ-DIARIO-W
              MOVE SEQ-DIARIO-W     TO SEQ-CT100.
           MOVE CONTA-JUROS-CP34    TO CONTA-DEBITO-CT100.
           MOVE VLR-JUROS-CP34      TO VALOR-CT100.
           MOVE SPACES              TO HISTORICO-CT100.
           MOVE "JUROS"             TO HISTORICO-CT100 (1: 5).
           MOVE DESCRICAO-CP20      TO HISTORICO-CT100 (7: 24).
           PERFORM GRAVA-PARTIDA.

      *    Caixa: processa do checkpoint em diante, dentro do mes.
       CONTABILIZA-CAIXA SECTION.
           IF ULT-DATA-CX-W = ZEROS

       FINALIZA-PROGRAMA SECTION.
           CLOSE CRD020 CPD020 CXD100 CTD100 CTD101 CXD134 CTD103
                 CPD034 EXPORTA.

       END PROGRAM CTP100.
