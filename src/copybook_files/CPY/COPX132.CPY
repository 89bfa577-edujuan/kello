           SELECT COD132 ASSIGN TO PATH-COD132
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-COD132
                  RECORD KEY IS NR-CONTRATO-CO132.
