           SELECT GRD035 ASSIGN TO PATH-GRD035
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-GRD035
                  RECORD KEY IS ARQUIVO-GR35.
