           SELECT OED031 ASSIGN TO PATH-OED031
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-OED031
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-OE31 =
                          NR-CONTRATO-OE31 ALBUM-OE31.
