           SELECT GRD037 ASSIGN TO PATH-GRD037
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-GRD037
                  RECORD KEY IS CHAVE-GR37 = DATA-INI-GR37
                                             HORA-INI-GR37.
