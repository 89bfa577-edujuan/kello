           SELECT CRD158 ASSIGN TO PATH-CRD158
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CRD158
                  RECORD KEY IS CHAVE-CR158 =
                          CLASS-CLIENTE-CR158 CLIENTE-CR158
                          SEQ-CR158 SEQ-USO-CR158.
