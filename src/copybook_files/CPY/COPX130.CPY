           SELECT COD130 ASSIGN TO PATH-COD130
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-COD130
                  RECORD KEY IS CHAVE-CO130 =
                          TIPO-CO130 CODIGO-CO130.
