           SELECT CRD154 ASSIGN TO PATH-CRD154
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CRD154
                  RECORD KEY IS CHAVE-CR154 =
                          ORIGEM-CR154 DOCTO-CR154
                  ALTERNATE RECORD KEY IS ALT1-CR154 =
                          SITUACAO-CR154 DATA-PROPOSTA-CR154
                          WITH DUPLICATES.
