      *          OS CHEQUES EM CARTEIRA COM VENCIMENTO ATE HOJE,
      *          IMPRIME AS GUIAS DE DEPOSITO COM TOTAIS POR BANCO/
      *          AGENCIA, MARCA A CUSTODIA COMO DEPOSITADA E GRAVA
      *          A TRILHA - NENHUM ENVELOPE FICA ESQUECIDO (AGENCIA
      *          DO EMITENTE MASCARADA PELO GRMASC P/ QUEM NAO TEM O
      *          DIREITO "LGPD-BANCO" NO GED001);
      *        OPCAO 4 - TRILHA: IMPRIME A MOVIMENTACAO DE UM
      *          CHEQUE.

           05  GRPATH-ARQUIVO    PIC X(8).
           05  GRPATH-CAMINHO    PIC X(60).

       01  PARAMETROS-GRMASC.
           05  GRMASC-EMPRESA    PIC X(3).
           05  GRMASC-USUARIO    PIC 9(3).
           05  GRMASC-FUNCAO     PIC 9(1).
           05  GRMASC-VE-CPF     PIC 9(1).
           05  GRMASC-VE-BANCO   PIC 9(1).
           05  GRMASC-CAMPO      PIC X(20).

       01  CAB01.
           05  FILLER            PIC X(20)  VALUE "CHP071 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
       DEPOSITA-HOJE SECTION.
           DISPLAY "USUARIO: " WITH NO ADVANCING.
           ACCEPT USUARIO-W.
           DISPLAY "CODIGO DO USUARIO (CAD002): " WITH NO ADVANCING.
           ACCEPT GRMASC-USUARIO.
           MOVE EMPRESA-W TO GRMASC-EMPRESA.
           MOVE 1         TO GRMASC-FUNCAO.
           CALL "GRMASC" USING PARAMETROS-GRMASC.
           OPEN OUTPUT RELAT.
           MOVE "CHEQUES A DEPOSITAR HOJE" TO CAB01-TITULO.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE SPACES TO LINDET-REL.
           MOVE NR-CHEQUE-CH10 TO LINDET-REL (1: 7).
           MOVE BANCO-CH10     TO LINDET-REL (10: 4).
           MOVE SPACES         TO GRMASC-CAMPO.
           MOVE AGENCIA-CH10   TO GRMASC-CAMPO (1: 5).
           MOVE 3              TO GRMASC-FUNCAO.
           CALL "GRMASC" USING PARAMETROS-GRMASC.
           MOVE GRMASC-CAMPO (1: 5) TO LINDET-REL (16: 5).
           MOVE NOME-CH10      TO LINDET-REL (23: 30).
           MOVE VALOR-CH10     TO VALOR-E.
           MOVE VALOR-E        TO LINDET-REL (55: 13).
