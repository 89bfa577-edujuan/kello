           SELECT CPD040 ASSIGN TO PATH-CPD040
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CPD040
                  RECORD KEY IS CHAVE-CP40 =
                          FORNEC-CP40 SEQ-CP20-CP40
                  ALTERNATE RECORD KEY IS ALT1-CP40 =
                          SITUACAO-CP40 DATA-EVENTO-CP40
                          WITH DUPLICATES.
