           SELECT CPD045 ASSIGN TO PATH-CPD045
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CPD045
                  RECORD KEY IS COTACAO-CP45.
