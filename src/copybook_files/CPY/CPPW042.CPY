      * Apolices de seguro da empresa (veiculos, cameras, impressoras
      * do laboratorio, eventos): seguradora, cobertura, vigencia e
      * premio parcelado no CPD020 (CPP033)
       FD  CPD042.
       01  REG-CPD042.
           05  CODIGO-CP42           PIC 9(5).
           05  SEGURADORA-CP42       PIC 9(6).
      *    seguradora/corretora no CGD001 - fornecedor do premio
           05  NR-APOLICE-CP42       PIC X(20).
           05  RAMO-CP42             PIC 9(1).
      *    RAMO = 1-VEICULO  2-EQUIPAMENTO  3-EVENTO  4-PATRIMONIAL
      *           9-OUTROS
           05  COBERTURA-CP42        PIC X(40).
           05  VLR-IS-CP42           PIC 9(10)V99.
      *    importancia segurada total da apolice
           05  VLR-FRANQUIA-CP42     PIC 9(8)V99.
           05  INICIO-VIG-CP42       PIC 9(8).
           05  FIM-VIG-CP42          PIC 9(8).
      *    INICIO-VIG/FIM-VIG - INVERTIDAS AAAAMMDD
           05  PRAZO-AVISO-CP42      PIC 9(3).
      *    dias corridos p/ comunicar o sinistro a seguradora
           05  VLR-PREMIO-CP42       PIC 9(8)V99.
           05  NR-PARC-PREMIO-CP42   PIC 9(2).
           05  PRIM-VENCTO-CP42      PIC 9(8).
           05  CONTA-DESP-CP42       PIC 9(5).
      *    conta reduzida (CXD020) do premio no CPD020
           05  PREMIO-GERADO-CP42    PIC 9(1).
      *    PREMIO-GERADO = 0-NAO  1-PARCELAS JA NO CPD020
           05  SITUACAO-CP42         PIC 9(1).
      *    SITUACAO = 0-ATIVA  1-CANCELADA  2-RENOVADA
           05  USUARIO-CP42          PIC X(5).
           05  FILLER                PIC X(20).
