      *FUN��O: RELAT�RIO DE ENVELHECIMENTO DOS CHEQUES DEVOLVIDOS
      *         (CHD013) AINDA N�O RECUPERADOS, C/ ALERTA DE
      *         REAPRESENTA��O VENCIDA OU PR�XIMA.
      *         CHEQUE BAIXADO P/ PERDA (SITUACAO 8, CRP152) FICA FORA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                MOVE SPACES TO NOME-CH10
                MOVE SPACES TO NR-CHEQUE-CH10
                MOVE ZEROS  TO VALOR-CH10
                MOVE ZEROS  TO SITUACAO-CH10
           END-READ.
           IF SITUACAO-CH10 = 8
              GO TO IMPRIME-LINHA-CHEQUE-FIM.

           MOVE DATA-APRES-CH13 TO DATA-PARA-CONV-W.
           PERFORM CALCULA-ORDINAL-DATA.
           MOVE SIT-REAPRES-W   TO REG-RELAT (89: 11).
           WRITE REG-RELAT.
           ADD 1 TO LIN-W.
       IMPRIME-LINHA-CHEQUE-FIM.
           CONTINUE.

       IMPRIME-CABECALHO SECTION.
           ADD 1 TO PAG-W.
