           SELECT CPD043 ASSIGN TO PATH-CPD043
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CPD043
                  RECORD KEY IS CHAVE-CP43 = APOLICE-CP43
                                             TIPO-BEM-CP43
                                             COD-BEM-CP43
                  ALTERNATE RECORD KEY IS ALT1-CP43 =
                          TIPO-BEM-CP43 COD-BEM-CP43 APOLICE-CP43.
