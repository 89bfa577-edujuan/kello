           SELECT MTD064 ASSIGN TO PATH-MTD064
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-MTD064
                  RECORD KEY IS ALBUM-MT64
                  ALTERNATE RECORD KEY IS CODIGO-MT64.
