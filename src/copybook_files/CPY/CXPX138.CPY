           SELECT CXD138 ASSIGN TO PATH-CXD138
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CXD138
                  RECORD KEY IS CHAVE-CX138 =
                          PORTADOR-CX138 SERVICO-CX138.
