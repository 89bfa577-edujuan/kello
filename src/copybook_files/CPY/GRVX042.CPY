           SELECT GRD042 ASSIGN TO PATH-GRD042
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-GRD042
                  RECORD KEY IS CHAVE-GR42 = ENTIDADE-GR42
                                             CHAVE-ENT-GR42
                                             SEQ-GR42
                  ALTERNATE RECORD KEY IS ALT-GR42 = TIPO-GR42
                            ENTIDADE-GR42 CHAVE-ENT-GR42 SEQ-GR42.
