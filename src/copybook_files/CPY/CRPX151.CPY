           SELECT CRD151 ASSIGN TO PATH-CRD151
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CRD151
                  RECORD KEY IS CHAVE-CR151 =
                          BORDERO-CR151 CHAVE-TIT-CR151
                  ALTERNATE RECORD KEY IS NOSSO-NUMERO-CR151
                          WITH DUPLICATES
                  ALTERNATE RECORD KEY IS ALT1-CR151 =
                          SITUACAO-CR151 PORTADOR-CR151 BORDERO-CR151
                          WITH DUPLICATES.
