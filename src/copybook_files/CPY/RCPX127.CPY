           SELECT RCD127 ASSIGN TO PATH-RCD127
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-RCD127
                  RECORD KEY IS CHAVE-RC127 =
                          CONTRATO-RC127 ITEM-RC127.
