           SELECT CRD152 ASSIGN TO PATH-CRD152
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CRD152
                  RECORD KEY IS CHAVE-CR152 =
                          ORIGEM-CR152 FAIXA-CR152.
