           SELECT CPD041 ASSIGN TO PATH-CPD041
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CPD041
                  RECORD KEY IS CHAVE-CP41 =
                          FORNEC-CP41 SEQ-ADIANT-CP41 SEQ-COMPENS-CP41
                  ALTERNATE RECORD KEY IS ALT1-CP41 =
                          FORNEC-CP41 SEQ-NOTA-CP41
                          WITH DUPLICATES.
