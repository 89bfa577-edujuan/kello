           SELECT RCD124 ASSIGN TO PATH-RCD124
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-RCD124
                  RECORD KEY IS CHAVE-RC124 =
                          ANOMES-RC124 VENDEDOR-RC124 SEQ-RC124.
