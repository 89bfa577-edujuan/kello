           SELECT CCD016 ASSIGN TO PATH-CCD016
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CCD016
                  RECORD KEY IS CHAVE-CC16 = COMPETENCIA-CC16
                                             FORNEC-CC16.
