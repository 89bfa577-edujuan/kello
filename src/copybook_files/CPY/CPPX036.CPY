           SELECT CPD036 ASSIGN TO PATH-CPD036
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CPD036
                  RECORD KEY IS CHAVE-CP36 =
                          MODELO-CP36 ANOMES-CP36
                  ALTERNATE RECORD KEY IS ALT1-CP36 =
                          SITUACAO-CP36 ANOMES-CP36 MODELO-CP36.
