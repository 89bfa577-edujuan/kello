           SELECT PRD110 ASSIGN TO PATH-PRD110
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-PRD110
                  RECORD KEY IS CHAVE-PR110 =
                          DATA-PR110 PLACA-PR110 HORA-PR110
                  ALTERNATE RECORD KEY IS ALT1-PR110 =
                          NR-PLAN-PR110 VEICULO-PR110
                          WITH DUPLICATES
                  ALTERNATE RECORD KEY IS ALT2-PR110 =
                          PLACA-PR110 DATA-PR110 HORA-PR110.
