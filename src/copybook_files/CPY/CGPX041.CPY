           SELECT CGD041 ASSIGN TO PATH-CGD041
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CGD041
                  RECORD KEY IS NR-SOLIC-CG41
                  ALTERNATE RECORD KEY IS CPF-CG41
                          WITH DUPLICATES.
