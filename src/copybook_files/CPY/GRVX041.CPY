           SELECT GRD041 ASSIGN TO PATH-GRD041
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-GRD041
                  RECORD KEY IS CHAVE-GR41 = RELACAO-GR41
                                             CHAVE-FILHO-GR41
                  ALTERNATE RECORD KEY IS ALT-GR41 = SITUACAO-GR41
                            RELACAO-GR41 CHAVE-FILHO-GR41.
