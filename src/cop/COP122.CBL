      *          ALBUNS E FOTOS POR CIDADE DOS CONTRATOS VIGENTES,
      *          CONTRA A CAPACIDADE - OS MESES DE CONTRATAR OU
      *          TERCEIRIZAR APARECEM COM UM ANO DE ANTECEDENCIA.
      *          CONTRATO AINDA NAO ASSINADO (ROTINA COP141) NAO
      *          ENTRA NA CARGA - SEUS FORMANDOS SAEM A PARTE COMO
      *          AGUARDANDO ASSINATURA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  TAXA-FOTO-W           PIC 9(4)V99  VALUE ZEROS.
           05  FORM-MES-W            PIC 9(6)     VALUE ZEROS.
           05  FORM-CIDADE-W         PIC 9(6)     VALUE ZEROS.
           05  FORM-SEM-ASSIN-W      PIC 9(6)     VALUE ZEROS.
           05  CIDADE-ATUAL-W        PIC 9(4)     VALUE ZEROS.
           05  ALBUNS-PREV-W         PIC 9(7)     VALUE ZEROS.
           05  FOTOS-PREV-W          PIC 9(9)     VALUE ZEROS.
           05  TAXA-ALBUM-E          PIC ZZ9,99.
           05  TAXA-FOTO-E           PIC ZZZ9,99.

       01  PARAMETROS-COP141.
           05  COP141-EMPRESA        PIC X(3).
           05  COP141-CONTRATO       PIC 9(4).
           05  COP141-TIPO-DOC       PIC 9(1).
           05  COP141-VERSAO         PIC 9(3).
           05  COP141-DATA-PAPEL     PIC 9(8).
           05  COP141-DATA-ASSIN     PIC 9(8).
           05  COP141-RETORNO        PIC 9(1).
               88  COP141-ASSINADO              VALUE 0.

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
      *    Um mes da projecao: contratos vigentes com MESANO-PREV no
      *    mes (chave ALT2 = MESANO+CIDADE), quebrando por cidade.
       PROJETA-UM-MES SECTION.
           MOVE ZEROS TO FORM-MES-W FORM-CIDADE-W CIDADE-ATUAL-W
                         FORM-SEM-ASSIN-W.
           MOVE ANOMES-W TO MESANO-PREV-CO40.
           MOVE ZEROS    TO CIDADE-CO40.
           START COD040 KEY IS NOT LESS ALT2-CO40 INVALID KEY
                      MOVE "10" TO ST-COD040
                   ELSE
                      IF SITUACAO-CO40 = 0
                         PERFORM VERIFICA-ASSINATURA
                         IF COP141-ASSINADO
                            PERFORM ACUMULA-MES-CIDADE
                         ELSE
                            ADD QTDE-FORM-CO40 TO FORM-SEM-ASSIN-W
                         END-IF
                      END-IF
                   END-IF
              END-READ
              MOVE "*** CONTRATAR/TERCEIRIZAR ***"
                   TO LINDET-REL (87: 29).
           PERFORM IMPRIME-LINDET.
           IF FORM-SEM-ASSIN-W > ZEROS
              MOVE "  FORA DA CARGA - AGUARDANDO ASSINATURA:"
                   TO LINDET-REL (1: 40)
              MOVE FORM-SEM-ASSIN-W TO LINDET-REL (42: 6)
              MOVE "FORMANDOS"      TO LINDET-REL (49: 9)
              PERFORM IMPRIME-LINDET.
           MOVE SPACES TO LINDET-REL.
           PERFORM IMPRIME-LINDET.

       VERIFICA-ASSINATURA SECTION.
           MOVE EMPRESA-W        TO COP141-EMPRESA.
           MOVE NR-CONTRATO-CO40 TO COP141-CONTRATO.
           MOVE 1                TO COP141-TIPO-DOC.
           MOVE ZEROS            TO COP141-VERSAO.
           MOVE ASSINATURA-CO40  TO COP141-DATA-PAPEL.
           CALL "COP141" USING PARAMETROS-COP141.

       ACUMULA-MES-CIDADE SECTION.
           IF CIDADE-CO40 NOT = CIDADE-ATUAL-W
              PERFORM QUEBRA-CIDADE
