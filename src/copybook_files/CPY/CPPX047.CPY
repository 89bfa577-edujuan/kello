           SELECT CPD047 ASSIGN TO PATH-CPD047
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CPD047
                  RECORD KEY IS CHAVE-CP47 =
                          COTACAO-CP47 FORNEC-CP47.
