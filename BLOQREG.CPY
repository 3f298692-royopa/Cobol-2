      *    LAYOUT DO REGISTRO DE LOG DE BLOQUEIO DE CREDITO
      *    (ARQ-BLQ / CREDLOG.DAT) - UM REGISTRO POR BLOQUEIO OU
      *    DESBLOQUEIO DA VENDA A PRAZO DO CLIENTE
      *    TIPO B = BLOQUEIO (EXTRATO, ATRASO ALEM DO LIMITE FINAL
      *    DE EXTRATO.PAR), D = DESBLOQUEIO (QUITACAO DOS VENCIDOS)
      *    ORIGEM E O PROGRAMA QUE GRAVOU E OPER-BLQ O OPERADOR DO
      *    SIGN-ON (ESPACOS NO PROCESSAMENTO EM LOTE)
       01  REG-BLQ.
           02  TIPO-BLQ        PIC X.
               88  BLQ-BLOQUEIO    VALUE "B".
               88  BLQ-DESBLOQUEIO VALUE "D".
           02  CPF-BLQ         PIC 9(14).
           02  DATA-BLQ        PIC 9(8).
           02  HORA-BLQ        PIC 9(6).
           02  DIAS-ATRASO-BLQ PIC 9(5).
           02  VENCIDO-BLQ     PIC 9(9)V99.
           02  ORIGEM-BLQ      PIC X(8).
           02  OPER-BLQ        PIC X(8).
           02  FILLER          PIC X(7).
