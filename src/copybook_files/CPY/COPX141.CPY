           SELECT COD141 ASSIGN TO PATH-COD141
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-COD141
                  RECORD KEY IS CHAVE-CO141 =
                          NR-CONTRATO-CO141 TIPO-DOC-CO141
                          VERSAO-CO141 SEQ-MEMBRO-CO141
                  ALTERNATE RECORD KEY IS ALT1-CO141 =
                          NR-CONTRATO-CO141 SEQ-MEMBRO-CO141
                          WITH DUPLICATES.
