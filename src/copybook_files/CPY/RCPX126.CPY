           SELECT RCD126 ASSIGN TO PATH-RCD126
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-RCD126
                  RECORD KEY IS NR-ACERTO-RC126
                  ALTERNATE RECORD KEY IS ALT1-RC126 =
                          VENDEDOR-RC126 DATA-ACERTO-RC126
                          WITH DUPLICATES.
