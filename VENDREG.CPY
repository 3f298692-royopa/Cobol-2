      *    PRECO-UNIT-VENDA E O PRECO EFETIVAMENTE COBRADO (LISTA OU
      *    PROMOCAO) E PRECO-LISTA-VENDA O PRECO DE LISTA NA DATA,
      *    PARA APURACAO DO DESCONTO CONCEDIDO
      *    TIPO V = VENDA, D = DEVOLUCAO (ESTORNO DA LINHA DO MESMO
      *    PEDIDO/PRODUTO - VENDA SEM NUMERO DE PEDIDO, DA MESMA
      *    DATA/CPF/PRODUTO - REGISTROS ANTIGOS TRAZEM ESPACOS E
      *    VALEM COMO VENDA)
      *    CONDICAO V = A VISTA, P = A PRAZO (GERA TITULO EM
      *    COMO A VISTA)
      *    OPER-VENDA E O OPERADOR VALIDADO NO SIGN-ON (SIGNONPR)
      *    QUE GRAVOU O REGISTRO - REGISTROS ANTIGOS TRAZEM ESPACOS
      *    CUSTO-VENDA E O CUSTO MEDIO DO PRODUTO NA DATA DA VENDA
      *    (NA DEVOLUCAO, O DA VENDA ORIGINAL) - REGISTROS ANTIGOS
      *    TRAZEM ESPACOS
      *    NUM-PED-VENDA E O NUMERO DO PEDIDO (VENDPED.CTL) QUE
      *    AGRUPA OS ITENS DE UMA VENDA E LIGA O CUPOM E O TITULO
      *    (NA DEVOLUCAO, O DO PEDIDO ORIGINAL) - REGISTROS ANTIGOS
      *    TRAZEM ESPACOS
      *    DATA-ESTORNO-VENDA E A DATA EM QUE A DEVOLUCAO FOI
      *    REGISTRADA (DATA-VENDA GUARDA A DA VENDA ORIGINAL) - SO
      *    NA DEVOLUCAO, REGISTROS ANTIGOS TRAZEM ESPACOS
      *    CPF-VENDA GUARDA O DOCUMENTO DO CLIENTE (CPF OU CNPJ,
      *    VER CLIREG) COM ZEROS A ESQUERDA
      *    COD-FIL-VENDA E A FILIAL (FILREG) DO OPERADOR QUE GRAVOU
      *    O REGISTRO (NA DEVOLUCAO, A FILIAL QUE RECEBEU A
      *    MERCADORIA DE VOLTA) - REGISTROS ANTIGOS TRAZEM ESPACOS
      *    E VALEM COMO MATRIZ (001)
       01  REG-VENDA.
           02  DATA-VENDA        PIC 9(8).
           02  CPF-VENDA         PIC 9(14).
           02  COD-PROD-VENDA    PIC 9(3).
           02  QTD-VENDA         PIC 9(5).
           02  PRECO-UNIT-VENDA  PIC 9(4)V99.
               88  VENDA-VISTA       VALUE "V" " ".
               88  VENDA-PRAZO       VALUE "P".
           02  OPER-VENDA        PIC X(8).
           02  CUSTO-VENDA       PIC 9(4)V99.
           02  NUM-PED-VENDA     PIC 9(6).
           02  DATA-ESTORNO-VENDA PIC 9(8).
           02  COD-FIL-VENDA     PIC 9(3).
           02  FILLER            PIC X(5).
