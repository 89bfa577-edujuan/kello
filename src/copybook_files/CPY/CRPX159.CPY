           SELECT CRD159 ASSIGN TO PATH-CRD159
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CRD159
                  RECORD KEY IS CHAVE-CR159 =
                          DATA-CR159 TERMINAL-CR159 NSU-CR159
                  ALTERNATE RECORD KEY IS ALT1-CR159 =
                          TIPO-DOC-CR159 CHAVE-DOC-CR159
                          WITH DUPLICATES.
