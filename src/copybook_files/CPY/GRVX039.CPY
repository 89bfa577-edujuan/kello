           SELECT GRD039 ASSIGN "\PROGRAMA\KELLO\PADRAO\GRD039"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-GRD039
                  RECORD KEY IS NOME-GR39.
