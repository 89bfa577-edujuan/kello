           SELECT COD134 ASSIGN TO PATH-COD134
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-COD134
                  RECORD KEY IS CHAVE-CO134 =
                          ORIGEM-CO134 DATA-INI-CO134.
