      *        OPCAO 3 - CONSULTA POR CPF: DIZ SE O CPF E MEMBRO
      *          ATIVO DO CONTRATO NA DATA DE HOJE (USADA P/ VALIDAR
      *          O CONTATO DO EVENTO E O DESCONTO DE MEMBRO NA VENDA);
      *        OPCAO 4 - LISTA OS MEMBROS DO CONTRATO NO RELAT. (CPF
      *          MASCARADO PELO GRMASC P/ QUEM NAO TEM O DIREITO
      *          "LGPD-CPF" NO GED001).

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
           PERFORM ACEITA-CONTRATO.
           IF ERRO-W = 1
              GO TO LISTA-MEMBROS-FIM.
           DISPLAY "CODIGO DO USUARIO (CAD002): " WITH NO ADVANCING.
           ACCEPT GRMASC-USUARIO.
           MOVE EMPRESA-W TO GRMASC-EMPRESA.
           MOVE 1         TO GRMASC-FUNCAO.
           CALL "GRMASC" USING PARAMETROS-GRMASC.
           OPEN OUTPUT RELAT.
           MOVE EMPRESA-W  TO CAB01-EMPRESA.
           MOVE CONTRATO-W TO CAB01-CONTRATO.
           MOVE SPACES TO LINDET-REL.
           MOVE SEQ-MEMBRO-CO125 TO LINDET-REL (1: 3).
           MOVE NOME-CO125       TO LINDET-REL (6: 30).
           MOVE SPACES           TO GRMASC-CAMPO.
           MOVE CPF-CO125        TO GRMASC-CAMPO (1: 11).
           MOVE 2                TO GRMASC-FUNCAO.
           CALL "GRMASC" USING PARAMETROS-GRMASC.
           MOVE GRMASC-CAMPO (1: 11) TO LINDET-REL (38: 11).
           MOVE NOME-CARGO-W (CARGO-CO125) TO LINDET-REL (51: 11).
           MOVE DATA-INICIO-CO125 TO DATA-INVERTE-W.
           CALL "GRIDAT1" USING DATA-INVERTE-W.
