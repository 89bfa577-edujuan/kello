           SELECT PRD111 ASSIGN TO PATH-PRD111
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-PRD111
                  RECORD KEY IS NR-AUTO-PR111
                  ALTERNATE RECORD KEY IS ALT1-PR111 =
                          MOTORISTA-PR111 DATA-PR111
                          WITH DUPLICATES.
