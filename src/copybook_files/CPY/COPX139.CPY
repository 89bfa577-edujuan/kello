           SELECT COD139 ASSIGN TO PATH-COD139
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-COD139
                  RECORD KEY IS NR-INGRESSO-CO139
                  ALTERNATE RECORD KEY IS ALT1-CO139 =
                          NR-CONTRATO-CO139 ITEM-CO139 ALBUM-CO139
                          NR-INGRESSO-CO139.
