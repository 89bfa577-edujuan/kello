           SELECT CRD155 ASSIGN TO PATH-CRD155
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CRD155
                  RECORD KEY IS CHAVE-CR155 =
                          DATA-BASE-CR155 TIPO-CR155 PARTE-CR155
                  ALTERNATE RECORD KEY IS ALT1-CR155 =
                          DATA-BASE-CR155 RESPOSTA-CR155
                          WITH DUPLICATES.
