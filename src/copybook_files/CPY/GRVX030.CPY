           SELECT GRD030 ASSIGN TO PATH-GRD030
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-GRD030
                  RECORD KEY IS DATA-GR30.
