           SELECT COD137 ASSIGN TO PATH-COD137
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-COD137
                  RECORD KEY IS CHAVE-CO137 =
                          NR-CONTRATO-CO137 ITEM-CO137.
