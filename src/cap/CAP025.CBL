      *        OPCAO 1 - PERFIL: CABECALHO + ITENS (CONTA LIBERADA
      *          NO RECEBER/CRD004, NO PAGAR/CPD004, PROGRAMA DE
      *          CHEFE/GED001);
      *        OPCAO 2 - ATRIBUI USUARIO A PERFIL (CAD027) E AO SEU
      *          GESTOR, QUE RECERTIFICA OS DIREITOS (CAP026); PERFIL
      *          ZERO = USUARIO SO COM DIREITOS INDIVIDUAIS;
      *        OPCAO 3 - APLICA PERFIL: GRAVA DE UMA VEZ, NOS
      *          ARQUIVOS DE DIREITO DA EMPRESA, TUDO QUE O PERFIL
      *          DO USUARIO EMPACOTA (IDEMPOTENTE);
           05  OPCAO-W               PIC 9        VALUE ZEROS.
           05  PERFIL-W              PIC 9(3)     VALUE ZEROS.
           05  USUARIO-W             PIC 9(3)     VALUE ZEROS.
           05  GESTOR-W              PIC 9(3)     VALUE ZEROS.
           05  TIPO-W                PIC 9        VALUE ZEROS.
           05  DIREITO-W             PIC X(38)    VALUE SPACES.
           05  CONTA-W               PIC 9(5)     VALUE ZEROS.
           ACCEPT USUARIO-W.
           DISPLAY "PERFIL....................: " WITH NO ADVANCING.
           ACCEPT PERFIL-W.
           DISPLAY "GESTOR (CAD002)...........: " WITH NO ADVANCING.
           ACCEPT GESTOR-W.
           IF PERFIL-W = ZEROS
              MOVE "SEM PERFIL" TO NOME-CA025
           ELSE
              MOVE PERFIL-W TO PERFIL-CA025
              READ CAD025 INVALID KEY
                   DISPLAY "PERFIL NAO EXISTE"
                   GO TO ATRIBUI-USUARIO-FIM
              END-READ.
           MOVE USUARIO-W TO USUARIO-CA027.
           READ CAD027 INVALID KEY
                INITIALIZE REG-CAD027
                MOVE USUARIO-W TO USUARIO-CA027
                MOVE PERFIL-W  TO PERFIL-CA027
                MOVE GESTOR-W  TO GESTOR-CA027
                WRITE REG-CAD027 INVALID KEY
                      DISPLAY "ERRO GRAVANDO CAD027: " ST-CAD027
                END-WRITE
           NOT INVALID KEY
                MOVE PERFIL-W TO PERFIL-CA027
                MOVE GESTOR-W TO GESTOR-CA027
                MOVE ZEROS    TO DATA-APLICADO-CA027
                REWRITE REG-CAD027 INVALID KEY
                      DISPLAY "ERRO ATUALIZANDO CAD027: " ST-CAD027
