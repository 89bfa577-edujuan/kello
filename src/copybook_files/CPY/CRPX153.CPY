           SELECT CRD153 ASSIGN TO PATH-CRD153
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CRD153
                  RECORD KEY IS CHAVE-CR153 =
                          ANOMES-CR153 ORIGEM-CR153 FAIXA-CR153.
