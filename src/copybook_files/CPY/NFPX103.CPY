           SELECT NFD103 ASSIGN TO PATH-NFD103
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-NFD103
                  RECORD KEY IS ANOMES-NF103.
