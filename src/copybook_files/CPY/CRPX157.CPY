           SELECT CRD157 ASSIGN TO PATH-CRD157
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CRD157
                  RECORD KEY IS CHAVE-CR157 =
                          CLASS-CLIENTE-CR157 CLIENTE-CR157 SEQ-CR157
                  ALTERNATE RECORD KEY IS ALT1-CR157 =
                          SITUACAO-CR157 VALIDADE-CR157
                          WITH DUPLICATES.
