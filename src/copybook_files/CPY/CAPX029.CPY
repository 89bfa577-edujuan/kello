           SELECT CAD029 ASSIGN TO PATH-CAD029
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CAD029
                  RECORD KEY IS CHAVE-CA029 =
                          CICLO-CA029 USUARIO-CA029
                          TIPO-CA029 DIREITO-CA029
                  ALTERNATE RECORD KEY IS ALT1-CA029 =
                          CICLO-CA029 GESTOR-CA029 USUARIO-CA029
                          TIPO-CA029 DIREITO-CA029.
