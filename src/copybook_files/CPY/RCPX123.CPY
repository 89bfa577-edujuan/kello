           SELECT RCD123 ASSIGN TO PATH-RCD123
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-RCD123
                  RECORD KEY IS ALBUM-RC123.
