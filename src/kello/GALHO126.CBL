      *         REDUZIDO NÃO MUDA A CONTA COMPLETA A QUE ELE SE REFERE.
      *
      *         PARAMETROS: EMPRESA-W, CODIGO-ANTIGO-W, CODIGO-NOVO-W
      *
      *         TÍTULO DO CRD020 PRESO POR OUTRA SESSÃO (9D) PASSA
      *         PELO GRLOCK, QUE ESPERA E DEIXA DESISTIR. TÍTULO
      *         DESISTIDO NO REWRITE FICA COM O CÓDIGO ANTIGO E SAI NO
      *         CONSOLE; DESISTÊNCIA NA LEITURA INTERROMPE O CRD020 -
      *         OS DOIS CASOS SAEM NO RESUMO PARA ACERTO MANUAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  TOT-CPD020-W         PIC 9(5)     VALUE ZEROS.
           05  TOT-CHD010-W         PIC 9(5)     VALUE ZEROS.
           05  TOT-CCD100-W         PIC 9(5)     VALUE ZEROS.
           05  TOT-EM-USO-CRD020-W  PIC 9(5)     VALUE ZEROS.
           05  PAROU-CRD020-W       PIC 9(1)     VALUE ZEROS.
               88  PAROU-CRD020-EM-USO        VALUE 1.

       01  PARAMETROS-W.
           05  EMPRESA-W            PIC X(3)     VALUE SPACES.
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
           05  PATH-CXD020          PIC X(60)    VALUE SPACES.
           05  PATH-CXD042          PIC X(60)    VALUE SPACES.

           OPEN OUTPUT RELAT.
           MOVE ZEROS TO PAG-W TOT-CXD042-W TOT-CXD100-W TOT-CRD020-W
                         TOT-CPD020-W TOT-CHD010-W TOT-CCD100-W
                         TOT-EM-USO-CRD020-W PAROU-CRD020-W.
           MOVE 99    TO LIN-W.

           IF CODIGO-ANTIGO-W = ZEROS OR CODIGO-NOVO-W = ZEROS
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              END-READ
              IF ST-CRD020 = "9D"
                 PERFORM ESPERA-PROXIMO-CRD020
              END-IF
              IF ST-CRD020 = "9D"
                 DISPLAY "CRD020 INTERROMPIDO - TITULO EM USO"
                 MOVE 1 TO PAROU-CRD020-W
                 MOVE "10" TO ST-CRD020
              END-IF
              IF ST-CRD020 > "10"
                 DISPLAY "ERRO LENDO CRD020: " ST-CRD020
                 MOVE "10" TO ST-CRD020
              END-IF
              IF ST-CRD020 < "10"
                 IF CODREDUZ-APUR-CR20 = CODIGO-ANTIGO-W
                    PERFORM RENUMERA-TITULO-CRD020
                 END-IF
              END-IF
           END-PERFORM.

       RENUMERA-TITULO-CRD020 SECTION.
           MOVE CODIGO-NOVO-W TO CODREDUZ-APUR-CR20.
           REWRITE REG-CRD020.
           IF ST-CRD020 = "9D"
              PERFORM ESPERA-REGRAVA-CRD020.
           IF ST-CRD020 = "9D"
              DISPLAY "TITULO EM USO, FICOU NO CODIGO ANTIGO: "
                      CHAVE-CR20
              ADD 1 TO TOT-EM-USO-CRD020-W
              MOVE "00" TO ST-CRD020
           ELSE
              ADD 1 TO TOT-CRD020-W.

      *    Titulo preso por outra sessao (9D): o GRLOCK espera,
      *    mostra quem esta com ele e deixa esperar mais ou desistir;
      *    desistencia volta com o 9D. Na leitura sequencial o
      *    registro travado nao chega na area: a chave mostrada e a
      *    do codigo sendo renumerado. No REWRITE o proprio REWRITE e
      *    repetido, sem reler o titulo.
       ESPERA-PROXIMO-CRD020 SECTION.
           MOVE EMPRESA-W        TO GRLOCK-EMPRESA.
           MOVE "CRD020"         TO GRLOCK-ARQUIVO.
           MOVE SPACES           TO GRLOCK-CHAVE.
           MOVE "CODREDUZ"       TO GRLOCK-CHAVE (1: 8).
           MOVE CODIGO-ANTIGO-W  TO GRLOCK-CHAVE (10: 5).
           MOVE "GALHO126"       TO GRLOCK-PROGRAMA.
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

       ESPERA-REGRAVA-CRD020 SECTION.
           MOVE EMPRESA-W        TO GRLOCK-EMPRESA.
           MOVE "CRD020"         TO GRLOCK-ARQUIVO.
           MOVE CHAVE-CR20       TO GRLOCK-CHAVE.
           MOVE "GALHO126"       TO GRLOCK-PROGRAMA.
           MOVE ZEROS            TO GRLOCK-SEGUNDOS GRLOCK-RETORNO.
           PERFORM UNTIL ST-CRD020 NOT = "9D" OR GRLOCK-RETORNO = 1
              MOVE 1 TO GRLOCK-FUNCAO
              CALL "GRLOCK" USING PARAMETROS-GRLOCK
              IF GRLOCK-RETORNO = 0
                 REWRITE REG-CRD020
              END-IF
           END-PERFORM.
           MOVE 2 TO GRLOCK-FUNCAO.
           CALL "GRLOCK" USING PARAMETROS-GRLOCK.

      *    ATUALIZA-CPD020: idem, para contas a pagar.
       ATUALIZA-CPD020 SECTION.
              MOVE "CRD020 ATUALIZADOS ..: " TO REG-RELAT (1: 23)
              MOVE TOT-CRD020-W              TO REG-RELAT (24: 5)
              WRITE REG-RELAT
              IF TOT-EM-USO-CRD020-W NOT = ZEROS
                 MOVE SPACES TO REG-RELAT
                 MOVE "CRD020 EM USO, NAO ATUALIZADOS (VER CONSOLE): "
                      TO REG-RELAT (1: 47)
                 MOVE TOT-EM-USO-CRD020-W    TO REG-RELAT (48: 5)
                 WRITE REG-RELAT
              END-IF
              IF PAROU-CRD020-EM-USO
                 MOVE SPACES TO REG-RELAT
                 MOVE "CRD020 INTERROMPIDO POR TITULO EM USO - REVISAR"
                      TO REG-RELAT (1: 47)
                 MOVE " O RESTANTE MANUALMENTE" TO REG-RELAT (48: 23)
                 WRITE REG-RELAT
              END-IF
              MOVE SPACES TO REG-RELAT
              MOVE "CPD020 ATUALIZADOS ..: " TO REG-RELAT (1: 23)
              MOVE TOT-CPD020-W              TO REG-RELAT (24: 5)
