           SELECT CPD035 ASSIGN TO PATH-CPD035
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CPD035
                  RECORD KEY IS MODELO-CP35.
