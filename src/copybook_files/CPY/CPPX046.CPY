           SELECT CPD046 ASSIGN TO PATH-CPD046
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CPD046
                  RECORD KEY IS CHAVE-CP46 =
                          COTACAO-CP46 ITEM-CP46.
