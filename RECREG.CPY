      *    TIPO T = TITULO (VENDA A PRAZO), P = PAGAMENTO (BAIXA
      *    TOTAL OU PARCIAL) - O SALDO DO ITEM E A SOMA DOS T
      *    MENOS OS P DA MESMA CHAVE CPF + EMISSAO + VENCIMENTO
      *    NUM-PED-REC E O NUMERO DO PEDIDO DE VENDA QUE GEROU O
      *    TITULO - REGISTROS ANTIGOS E PAGAMENTOS TRAZEM ESPACOS
      *    OPER-REC E DATA-PAG-REC SAO O OPERADOR (SIGNONPR) QUE
      *    RECEBEU O PAGAMENTO E A DATA DO RECEBIMENTO, PARA O
      *    FECHAMENTO DE CAIXA - SO NO PAGAMENTO, REGISTROS ANTIGOS
      *    E TITULOS TRAZEM ESPACOS
      *    CPF-REC GUARDA O DOCUMENTO DO CLIENTE (CPF OU CNPJ, VER
      *    CLIREG) COM ZEROS A ESQUERDA
       01  REG-REC.
           02  TIPO-REC        PIC X.
               88  REC-TITULO      VALUE "T".
               88  REC-PAGAMENTO   VALUE "P".
           02  CPF-REC         PIC 9(14).
           02  DATA-EMIS-REC   PIC 9(8).
           02  DATA-VENC-REC   PIC 9(8).
           02  VALOR-REC       PIC 9(9)V99.
           02  NUM-PED-REC     PIC 9(6).
           02  OPER-REC        PIC X(8).
           02  DATA-PAG-REC    PIC 9(8).
           02  FILLER          PIC X(6).
