           SELECT RCD122 ASSIGN TO PATH-RCD122
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-RCD122
                  RECORD KEY IS CHAVE-RC122 =
                          PRODUTO-RC122 DATA-INI-RC122
                          VOLUME-MIN-RC122.
