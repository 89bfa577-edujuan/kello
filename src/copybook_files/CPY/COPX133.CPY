           SELECT COD133 ASSIGN TO PATH-COD133
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-COD133
                  RECORD KEY IS SEQ-CO133
                  ALTERNATE RECORD KEY IS ALT1-CO133 =
                          PROPOSTA-CO133 SEQ-CO133
                  ALTERNATE RECORD KEY IS ALT2-CO133 =
                          NR-CONTRATO-CO133 SEQ-CO133.
