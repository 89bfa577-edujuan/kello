           SELECT RED032 ASSIGN TO PATH-RED032
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-RED032
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  RECORD KEY IS CHAVE-R032 = NR-CONTRATO-R032 ITEM-R032
                                SEQ-R032
                  ALTERNATE RECORD KEY IS ALT-R032 = CODIGO-R032
                            DATA-EVENTO-R032 WITH DUPLICATES.
