           05  SITUACAO-CR20                    PIC 9.
      *    SITUACAO = 0-OK  2-PAGA  3-ESTONADA 4-CANCELADA  5-DESCONTADA
      *               1-PARCIAL    7-RENEGOCIADA (ver CRD131/CRP131)
      *               8-BAIXADA P/ PERDA (ver CRD154/CRP152)
           05  TIPO-MOEDA-CR20                  PIC 9.
      *    TIPO-MOEDA = 0-REAL  1-DOLAR
           05  NR-PARCELA-CR20.
