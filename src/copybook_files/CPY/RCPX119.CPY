           SELECT RCD119 ASSIGN TO PATH-RCD119
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-RCD119
                  RECORD KEY IS CHAVE-RC119 =
                          ALBUM-RC119 DATA-DEV-RC119
                  ALTERNATE RECORD KEY IS ALT1-RC119 =
                          VENDEDOR-RC119 DATA-DEV-RC119
                          WITH DUPLICATES
                  ALTERNATE RECORD KEY IS ALT2-RC119 =
                          MOTIVO-RC119 DATA-DEV-RC119
                          WITH DUPLICATES.
