           SELECT CHD074 ASSIGN TO PATH-CHD074
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-CHD074
                  RECORD KEY IS CHAVE-CH74 =
                          REPASSE-CH74 SEQ-CH74
                  ALTERNATE RECORD KEY IS ALT1-CH74 =
                          DATA-MOVTO-CHQ-CH74 SEQ-CHQ-CH74
                          WITH DUPLICATES.
