           SELECT CBD102 ASSIGN TO PATH-CBD102
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CBD102
                  RECORD KEY IS CHAVE-CB102 =
                          CODIGO-FORN-CB102 NR-CHEQUE-CB102
                  ALTERNATE RECORD KEY IS ALT1-CB102 =
                          PORTADOR-CB102 NR-CHEQUE-CB102
                          WITH DUPLICATES.
