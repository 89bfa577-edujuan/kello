           SELECT GRD032 ASSIGN TO PATH-GRD032
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-GRD032
                  RECORD KEY IS ARQUIVO-GR32.
