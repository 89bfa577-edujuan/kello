           SELECT COD136 ASSIGN TO PATH-COD136
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-COD136
                  RECORD KEY IS CHAVE-CO136 =
                          NR-CONTRATO-CO136 MODELO-CO136 ALBUM-CO136
                  ALTERNATE RECORD KEY IS ALT1-CO136 =
                          PEDIDO-CP-CO136 ALBUM-CO136
                          WITH DUPLICATES.
