           SELECT GRD038 ASSIGN "\PROGRAMA\KELLO\PADRAO\GRD038"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-GRD038
                  RECORD KEY IS CHAVE-GR38 = ARQUIVO-GR38 CAMPO-GR38
                  ALTERNATE RECORD KEY IS ALT-GR38 = ARQUIVO-GR38
                            SEQ-GR38 WITH DUPLICATES.
