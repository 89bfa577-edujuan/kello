           SELECT RCD121 ASSIGN TO PATH-RCD121
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-RCD121
                  RECORD KEY IS ALBUM-RC121
                  ALTERNATE RECORD KEY IS ALT1-RC121 =
                          SITUACAO-RC121 ALBUM-RC121
                          WITH DUPLICATES
                  ALTERNATE RECORD KEY IS ALT2-RC121 =
                          DATA-VENDA-RC121 ALBUM-RC121
                          WITH DUPLICATES.
