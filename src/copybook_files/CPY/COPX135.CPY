           SELECT COD135 ASSIGN TO PATH-COD135
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-COD135
                  RECORD KEY IS CHAVE-CO135 =
                          NR-CONTRATO-CO135 MODELO-CO135.
