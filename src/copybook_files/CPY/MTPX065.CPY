           SELECT MTD065 ASSIGN TO PATH-MTD065
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-MTD065
                  RECORD KEY IS CHAVE-MT65 =
                          ALBUM-MT65 DISPOSITIVO-MT65.
