      *    codigo no plano do contador
           05  NATUREZA-CT103        PIC 9(1).
      *    NATUREZA = 1-DEVEDORA  2-CREDORA
           05  GRUPO-DRE-CT103       PIC 9(1).
      *    GRUPO-DRE = 0-PATRIMONIAL (FORA DA DRE)  1-RECEITA BRUTA
      *                2-DEDUCOES  3-CUSTOS  4-DESPESAS OPERACIONAIS
      *                5-RESULTADO FINANCEIRO  6-OUTRAS RECEITAS E
      *                DESPESAS  7-IR/CSLL  (balancete/DRE CTP105)
           05  FILLER                PIC X(19).
