           SELECT LBD110 ASSIGN TO PATH-LBD110
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-LBD110
                  RECORD KEY IS CHAVE-LB110 =
                          DATA-LB110 TIPO-LB110 CODIGO-LB110
                          JOB-LB110
                  ALTERNATE RECORD KEY IS ALT1-LB110 =
                          OS-LB110 DATA-LB110 TIPO-LB110
                          CODIGO-LB110 JOB-LB110.
