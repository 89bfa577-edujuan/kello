           SELECT GRD034 ASSIGN TO PATH-GRD034
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-GRD034
                  RECORD KEY IS CHAVE-GR34 = DATA-GR34 HORA-GR34
                                TASK-GR34
                  ALTERNATE RECORD KEY IS ALT-GR34 = ARQUIVO-GR34
                                DATA-GR34 HORA-GR34 TASK-GR34.
