           SELECT NFD104 ASSIGN TO PATH-NFD104
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-NFD104
                  RECORD KEY IS CHAVE-NF104 =
                          ANEXO-NF104 FAIXA-NF104.
