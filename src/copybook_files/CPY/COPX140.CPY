           SELECT COD140 ASSIGN TO PATH-COD140
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-COD140
                  RECORD KEY IS CHAVE-CO140 =
                          NR-CONTRATO-CO140 TIPO-DOC-CO140
                          VERSAO-CO140.
