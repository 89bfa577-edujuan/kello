           SELECT GRD033 ASSIGN TO PATH-GRD033
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-GRD033
                  RECORD KEY IS CHAVE-GR33 = DATA-GR33 HORA-GR33
                                ARQUIVO-GR33 VERSAO-PARA-GR33.
