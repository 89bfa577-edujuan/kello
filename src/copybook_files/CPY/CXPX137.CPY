           SELECT CXD137 ASSIGN TO PATH-CXD137
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CXD137
                  RECORD KEY IS CHAVE-CX137 =
                          CONTA-CX137 DATA-CX137 SEQ-CX137.
