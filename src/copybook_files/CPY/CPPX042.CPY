           SELECT CPD042 ASSIGN TO PATH-CPD042
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CPD042
                  RECORD KEY IS CODIGO-CP42.
