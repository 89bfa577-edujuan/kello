           SELECT CPD044 ASSIGN TO PATH-CPD044
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CPD044
                  RECORD KEY IS NR-SINISTRO-CP44.
