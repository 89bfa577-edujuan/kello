      * Log de conflitos de bloqueio de registro - cada espera por
      * registro preso por outra sessao (GRLOCK), com quem segurava
      * e como terminou; relatorio por arquivo e hora no GRLCK1
       FD  GRD034.
       01  REG-GRD034.
           05  DATA-GR34             PIC 9(8).
           05  HORA-GR34             PIC 9(6).
      *    inicio da espera
           05  TASK-GR34             PIC 9(6).
      *    sessao (USELOG) de quem esperou
           05  ARQUIVO-GR34          PIC X(8).
           05  CHAVE-REG-GR34        PIC X(30).
           05  PROGRAMA-GR34         PIC X(8).
           05  OPERADOR-GR34         PIC X(30).
           05  DET-TASK-GR34         PIC 9(6).
           05  DET-OPERADOR-GR34     PIC X(30).
           05  DET-PROGRAMA-GR34     PIC X(8).
      *    sessao ativa que usa o arquivo (primeira achada no USELOG;
      *    zeros/brancos se nenhuma) e quantas havia
           05  QT-DETENTOR-GR34      PIC 9(3).
           05  ESPERA-SEG-GR34       PIC 9(5).
           05  RESULTADO-GR34        PIC 9(1).
      *    RESULTADO = 1-LIBERADO NA ESPERA AUTOMATICA
      *                2-LIBERADO DEPOIS QUE O USUARIO OPTOU POR ESPERAR
      *                3-USUARIO DESISTIU
           05  FILLER                PIC X(20).
