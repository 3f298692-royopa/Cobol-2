      *    LAYOUT DO REGISTRO DO JORNAL CONTABIL DIARIO
      *    (ARQ-JORN / JORNAAAAMMDD.DAT) - UM ARQUIVO POR DIA,
      *    GERADO POR JORNCTB PARA IMPORTACAO NA CONTABILIDADE -
      *    CADA LANCAMENTO DEBITA CONTA-DEB-JOR E CREDITA
      *    CONTA-CRED-JOR PELO VALOR, COM O EVENTO DO MAPEAMENTO
      *    CONTABIL (CTBREG), O HISTORICO E O DOCUMENTO DE ORIGEM
      *    (PEDIDO DE VENDA, CLIENTE DO RECEBIMENTO OU PRODUTO DO
      *    AJUSTE DE INVENTARIO)
       01  REG-JORN.
           02  DATA-JOR        PIC 9(8).
           02  NUM-LANC-JOR    PIC 9(5).
           02  COD-EVT-JOR     PIC 99.
           02  CONTA-DEB-JOR   PIC X(15).
           02  CONTA-CRED-JOR  PIC X(15).
           02  VALOR-JOR       PIC 9(11)V99.
           02  HIST-JOR        PIC X(40).
           02  DOCTO-JOR       PIC X(20).
           02  FILLER          PIC X(2).
