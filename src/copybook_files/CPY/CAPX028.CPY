           SELECT CAD028 ASSIGN "\PROGRAMA\KELLO\PADRAO\CAD028"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CAD028
                  RECORD KEY IS NR-CONFLITO-CA028.
