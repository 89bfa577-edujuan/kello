           SELECT CGD040 ASSIGN TO PATH-CGD040
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CGD040
                  RECORD KEY IS CHAVE-CG40 =
                          CPF-CG40 FINALIDADE-CG40 SEQ-CG40
                  ALTERNATE RECORD KEY IS ALBUM-CG40
                          WITH DUPLICATES.
