           SELECT COD131 ASSIGN TO PATH-COD131
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-COD131
                  RECORD KEY IS CHAVE-CO131 =
                          ANOMES-CO131 NR-CONTRATO-CO131
                          TIPO-CO131 CODIGO-CO131
                  ALTERNATE RECORD KEY IS ALT1-CO131 =
                          NR-CONTRATO-CO131 ANOMES-CO131
                          TIPO-CO131 CODIGO-CO131.
