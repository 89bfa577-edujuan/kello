           05  SITUACAO-RPS-NF100    PIC 9(1).
      *    SITUACAO-RPS = 0-NAO ENVIADA  1-NO LOTE RPS ENVIADO
      *                   2-NFS-E CONFIRMADA  3-REJEITADA (NFP102)
           05  ISS-RETIDO-NF100      PIC 9(1).
      *    ISS-RETIDO = 0-NAO  1-RETIDO PELO TOMADOR (sai da parcela
      *                 de ISS do DAS - NFP103)
