           SELECT RCD125 ASSIGN TO PATH-RCD125
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-RCD125
                  RECORD KEY IS NR-RECIBO-RC125
                  ALTERNATE RECORD KEY IS ALT1-RC125 =
                          VENDEDOR-RC125 DATA-RECEB-RC125
                          WITH DUPLICATES
                  ALTERNATE RECORD KEY IS ALBUM-RC125
                          WITH DUPLICATES.
