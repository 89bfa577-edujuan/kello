      *          RETENCAO (CPD029);
      *        OPCAO 3 - ACUMULADO ANUAL: POR CPF, BRUTO PAGO E
      *          IMPOSTO RETIDO NO ANO, P/ AS DECLARACOES - SEM
      *          RECONSTRUIR NADA DE CANHOTO DE CHEQUE. O CPF SAI
      *          MASCARADO PELO GRMASC P/ QUEM NAO TEM O DIREITO
      *          "LGPD-CPF" NO GED001.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           05  FILLER            PIC X(20)  VALUE "CPP024 - EMPRESA ".
           05  CAB01-EMPRESA     PIC X(3).
           ACCEPT ANO-W.
           COMPUTE ANO-INI-W = (ANO-W * 10000) + 0101.
           COMPUTE ANO-FIM-W = (ANO-W * 10000) + 1231.
           DISPLAY "CODIGO DO USUARIO: " WITH NO ADVANCING.
           ACCEPT GRMASC-USUARIO.
           MOVE EMPRESA-W TO GRMASC-EMPRESA.
           MOVE 1         TO GRMASC-FUNCAO.
           CALL "GRMASC" USING PARAMETROS-GRMASC.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W TO CAB01-EMPRESA.
           MOVE ANO-W     TO CAB01-ANO.
           MOVE FORNEC-ANT-W TO LINDET-REL (1: 6).
           MOVE "CPF"        TO LINDET-REL (9: 3).
           MOVE CPF-CP25     TO CPF-E.
           MOVE CPF-E        TO GRMASC-CAMPO.
           MOVE 2            TO GRMASC-FUNCAO.
           CALL "GRMASC" USING PARAMETROS-GRMASC.
           MOVE GRMASC-CAMPO (1: 11) TO LINDET-REL (13: 11).
           MOVE "BRUTO"      TO LINDET-REL (26: 5).
           MOVE TOT-BRUTO-W  TO VALOR-E.
           MOVE VALOR-E      TO LINDET-REL (32: 13).
