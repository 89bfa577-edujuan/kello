           SELECT GRD031 ASSIGN TO PATH-GRD031
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-GRD031
                  RECORD KEY IS CHAVE-GR31 = DATA-GR31 ARQUIVO-GR31.
