           SELECT VID121 ASSIGN TO PATH-VID121
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-VID121
                  RECORD KEY IS CHAVE-V121 =
                          CONTRATO-V121 TIPO-MIDIA-V121
                  ALTERNATE RECORD KEY IS ALT1-V121 =
                          DATA-PREV-PURGA-V121 CONTRATO-V121
                          TIPO-MIDIA-V121.
