           SELECT COD138 ASSIGN TO PATH-COD138
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-COD138
                  RECORD KEY IS CHAVE-CO138 =
                          NR-CONTRATO-CO138 ITEM-CO138 ALBUM-CO138.
