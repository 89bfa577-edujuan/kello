           SELECT MTD063 ASSIGN TO PATH-MTD063
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-MTD063
                  RECORD KEY IS CHAVE-MT63 =
                          NR-CONTRATO-MT63 CURSO-MT63 TURMA-MT63
                          ALBUM-MT63.
