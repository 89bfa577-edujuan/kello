           SELECT VID120 ASSIGN TO PATH-VID120
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-VID120
                  RECORD KEY IS CHAVE-V120 =
                          TIPO-MIDIA-V120 SITUACAO-CTR-V120.
