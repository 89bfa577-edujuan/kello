           SELECT CCD015 ASSIGN TO PATH-CCD015
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CCD015
                  RECORD KEY IS CHAVE-CC15 = TIPO-LCTO-CC15
                                             CRED-DEB-CC15.
