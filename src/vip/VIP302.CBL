      *          SERVIDOR E MARCA COMO AUSENTES OS ARQUIVOS DO
      *          MANIFESTO QUE SUMIRAM; CONFERE TAMBEM A CONTAGEM DO
      *          MANIFESTO CONTRA QTDE-ARQUIVOS-V100 DO VID100 -
      *          TUDO ANTES DE FITAS/CARTOES SEREM REUTILIZADOS;
      *          ARQUIVO JA EXPURGADO PELA TABELA DE GUARDA (VIP305,
      *          SITUACAO 2) CONTA NO MANIFESTO MAS NAO E CONFERIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       VERIFICA-UM-ARQUIVO SECTION.
           ADD 1 TO QT-MANIFESTO-W.
           IF SITUACAO-V102 = 2
              GO TO VERIFICA-UM-ARQUIVO-FIM.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-LISTA-W
              IF TL-NOME (I) = NOME-ARQ-V102
           REWRITE REG-VID102 INVALID KEY
                 DISPLAY "ERRO ATUALIZANDO VID102: " ST-VID102
           END-REWRITE.
       VERIFICA-UM-ARQUIVO-FIM.
           CONTINUE.

      *    Soma QTDE-ARQUIVOS-V100 das fitas do evento (chave ALT3
      *    nao serve - EVENTO-V100 nao e chave; varre por data de
