           SELECT CRD150 ASSIGN TO PATH-CRD150
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CRD150
                  RECORD KEY IS BORDERO-CR150
                  ALTERNATE RECORD KEY IS ALT1-CR150 =
                          PORTADOR-CR150 BORDERO-CR150.
