           SELECT MTD066 ASSIGN TO PATH-MTD066
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-MTD066
                  RECORD KEY IS CODIGO-MT66.
