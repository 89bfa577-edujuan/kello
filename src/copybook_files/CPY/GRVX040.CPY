           SELECT GRD040 ASSIGN TO PATH-GRD040
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-GRD040
                  RECORD KEY IS CHAVE-GR40 = ARQUIVO-GR40
                                             CHAVE-BI-GR40.
