           SELECT CPD038 ASSIGN TO PATH-CPD038
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CPD038
                  RECORD KEY IS CHAVE-CP38 =
                          FORNEC-CP38 PRODUTO-CP38.
