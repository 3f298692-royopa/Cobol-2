      *    LAYOUT DO REGISTRO DE PEDIDO DE COMPRA (ARQ-PED /
      *    PEDCOMP.DAT) - UM REGISTRO POR ITEM, CHAVE NUMERO DO
      *    PEDIDO + PRODUTO - TODOS OS ITENS DE UM PEDIDO SAO DO
      *    MESMO FORNECEDOR
      *    SITUACAO R = RASCUNHO (GERADO POR PEDGERA, AGUARDA A
      *    CONFIRMACAO DO COMPRADOR EM PEDCONF), A = ABERTO
      *    (CONFIRMADO), P = RECEBIDO EM PARTE, F = ENCERRADO
      *    (RECEBIDO POR INTEIRO), C = CANCELADO
       01  REG-PED.
           02  CHAVE-PED.
               03  NUM-PED         PIC 9(6).
               03  COD-PROD-PED    PIC 9(3).
           02  COD-FORN-PED    PIC 9(3).
           02  DATA-PED        PIC 9(8).
           02  SIT-PED         PIC X.
               88  PED-RASCUNHO    VALUE "R".
               88  PED-ABERTO      VALUE "A".
               88  PED-PARCIAL     VALUE "P".
               88  PED-ENCERRADO   VALUE "F".
               88  PED-CANCELADO   VALUE "C".
               88  PED-PENDENTE    VALUE "R" "A" "P".
               88  PED-A-RECEBER   VALUE "A" "P".
           02  QTD-SUG-PED     PIC 9(5).
           02  QTD-PED         PIC 9(5).
           02  QTD-RECEB-PED   PIC 9(5).
           02  CUSTO-PED       PIC 9(4)V99.
           02  DATA-CONF-PED   PIC 9(8).
           02  OPER-CONF-PED   PIC X(8).
           02  DATA-RECEB-PED  PIC 9(8).
           02  OPER-RECEB-PED  PIC X(8).
           02  FILLER          PIC X(10).
