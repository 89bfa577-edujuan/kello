           SELECT RCD120 ASSIGN TO PATH-RCD120
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-RCD120
                  RECORD KEY IS CHAVE-RC120 =
                          TIPO-RC120 CODIGO-RC120.
