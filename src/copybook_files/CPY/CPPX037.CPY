           SELECT CPD037 ASSIGN TO PATH-CPD037
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CPD037
                  RECORD KEY IS CHAVE-NFE-CP37
                  ALTERNATE RECORD KEY IS ALT1-CP37 =
                          FORNEC-CP37 NR-NF-CP37
                          WITH DUPLICATES.
