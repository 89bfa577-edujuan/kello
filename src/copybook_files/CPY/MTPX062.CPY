           SELECT MTD062 ASSIGN TO PATH-MTD062
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-MTD062
                  RECORD KEY IS CHAVE-MT62 =
                          NR-CONTRATO-MT62 CURSO-MT62 TURMA-MT62.
