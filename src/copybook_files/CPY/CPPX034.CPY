           SELECT CPD034 ASSIGN TO PATH-CPD034
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CPD034
                  RECORD KEY IS CHAVE-CP34 =
                          CONTRATO-CP34 PARCELA-CP34
                  ALTERNATE RECORD KEY IS ALT1-CP34 =
                          FORNEC-CP34 SEQ-CP20-CP34.
