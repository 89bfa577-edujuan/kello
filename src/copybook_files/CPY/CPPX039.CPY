           SELECT CPD039 ASSIGN TO PATH-CPD039
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CPD039
                  RECORD KEY IS CODIGO-BARRAS-CP39
                  ALTERNATE RECORD KEY IS ALT1-CP39 =
                     SITUACAO-CP39 VENCTO-CP39 WITH DUPLICATES.
