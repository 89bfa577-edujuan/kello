           SELECT GRD036 ASSIGN "\PROGRAMA\KELLO\PADRAO\GRD036"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-GRD036
                  RECORD KEY IS NUMERO-GR36.
