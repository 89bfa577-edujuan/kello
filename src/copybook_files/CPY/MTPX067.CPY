           SELECT MTD067 ASSIGN TO PATH-MTD067
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-MTD067
                  RECORD KEY IS PEDIDO-MT67
                  ALTERNATE RECORD KEY IS ALT1-MT67 =
                          ALBUM-MT67 PEDIDO-MT67
                  ALTERNATE RECORD KEY IS ALT2-MT67 =
                          DATA-PEDIDO-MT67 PEDIDO-MT67.
