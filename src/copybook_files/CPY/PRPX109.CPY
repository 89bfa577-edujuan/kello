           SELECT PRD109 ASSIGN TO PATH-PRD109
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  WITH LOCK ON RECORD
                  STATUS IS ST-PRD109
                  RECORD KEY IS VEICULO-PR109
                  ALTERNATE RECORD KEY IS PLACA-PR109.
