      *    LAYOUT DO REGISTRO DE MAPEAMENTO CONTABIL
      *    (ARQ-CTB / CTBMAP.DAT) - UM REGISTRO POR EVENTO DO
      *    JORNAL DIARIO (JORNCTB), MANTIDO EM CTBMANT, COM AS
      *    CONTAS DE DEBITO E DE CREDITO DO PLANO DA CONTABILIDADE
      *    E O HISTORICO PADRAO DO LANCAMENTO
      *    EVENTOS: 01 VENDA A VISTA, 02 VENDA A PRAZO, 03 DESCONTO
      *    CONCEDIDO (LISTA MENOS PRECO COBRADO), 04 DEVOLUCAO DE
      *    VENDA A VISTA, 05 DEVOLUCAO DE VENDA A PRAZO, 06
      *    RECEBIMENTO DE CLIENTE, 07 SOBRA DE INVENTARIO, 08 FALTA
      *    DE INVENTARIO
       01  REG-CTB.
           02  COD-EVT-CTB     PIC 99.
               88  EVT-CTB-VALIDO  VALUE 01 THRU 08.
           02  HIST-CTB        PIC X(40).
           02  CONTA-DEB-CTB   PIC X(15).
           02  CONTA-CRED-CTB  PIC X(15).
           02  FILLER          PIC X(8).
