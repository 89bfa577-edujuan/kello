      *        MTP045 NA MAO.
      *        O ENDERECO E SO CONFERIDO NO LISTAO (O MTD019 NAO TEM
      *        CAMPO DE ENDERECO; ELE ENTRA NO CGD011 NA VENDA).
      *        O CPF SAI NO LISTAO MASCARADO PELO GRMASC P/ QUEM NAO
      *        TEM O DIREITO "LGPD-CPF" NO GED001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  CIC-GRDCIC            PIC 9(11).
           05  GRDCIC-RETORNO        PIC XX.

       01  PARAMETROS-GRMASC.
           05  GRMASC-EMPRESA        PIC X(3).
           05  GRMASC-USUARIO        PIC 9(3).
           05  GRMASC-FUNCAO         PIC 9(1).
           05  GRMASC-VE-CPF         PIC 9(1).
           05  GRMASC-VE-BANCO       PIC 9(1).
           05  GRMASC-CAMPO          PIC X(20).

       01  DATA-SISTEMA-W.
           05  AA-SIS                PIC 9(4).
           05  MM-SIS                PIC 9(2).
              ACCEPT UF-W
              DISPLAY "TURNO DA TURMA......: " WITH NO ADVANCING
              ACCEPT TURNO-W
              DISPLAY "CODIGO DO USUARIO...: " WITH NO ADVANCING
              ACCEPT GRMASC-USUARIO
              MOVE EMPRESA-W TO GRMASC-EMPRESA
              MOVE 1         TO GRMASC-FUNCAO
              CALL "GRMASC" USING PARAMETROS-GRMASC
              PERFORM CONTA-FORMANDOS-ATUAIS
              OPEN OUTPUT RELAT
              MOVE EMPRESA-W  TO CAB01-EMPRESA
           MOVE SPACES TO LINDET-REL.
           MOVE QT-LIDAS-W   TO LINDET-REL (1: 4).
           MOVE NOME-LIN-W   TO LINDET-REL (7: 30).
           MOVE CPF-LIN-X    TO GRMASC-CAMPO.
           MOVE 2            TO GRMASC-FUNCAO.
           CALL "GRMASC" USING PARAMETROS-GRMASC.
           MOVE GRMASC-CAMPO (1: 11) TO LINDET-REL (39: 11).
           MOVE TURMA-LIN-W  TO LINDET-REL (52: 3).
           IF MOTIVO-REJ-W = SPACES
              ADD 1 TO QT-ACEITAS-W
