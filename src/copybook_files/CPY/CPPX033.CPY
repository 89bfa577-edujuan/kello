           SELECT CPD033 ASSIGN TO PATH-CPD033
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CPD033
                  RECORD KEY IS CONTRATO-CP33
                  ALTERNATE RECORD KEY IS ALT1-CP33 =
                          FORNEC-CP33 CONTRATO-CP33.
