           SELECT CRD156 ASSIGN TO PATH-CRD156
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CRD156
                  RECORD KEY IS CHAVE-CR156 =
                          DATA-BASE-CR156 TIPO-CR156 PARTE-CR156
                          SEQ-CR156.
