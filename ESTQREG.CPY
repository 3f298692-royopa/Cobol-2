      *    LAYOUT DO REGISTRO DE MOVIMENTO DE ESTOQUE
      *    (ARQ-ESTQMOV / ESTOQMOV.DAT)
      *    TIPO E = ENTRADA, S = SAIDA, A = AJUSTE DE INVENTARIO
      *    (NO AJUSTE A QUANTIDADE INFORMADA SUBSTITUI O SALDO),
      *    T = TRANSFERENCIA DA FILIAL COD-FIL-MOV PARA A FILIAL
      *    COD-FIL-DEST-MOV (SO NA TRANSFERENCIA)
      *    COD-FIL-MOV E A FILIAL ONDE O MOVIMENTO OCORREU -
      *    REGISTROS ANTIGOS TRAZEM ESPACOS E VALEM COMO MATRIZ (001)
      *    CUSTO-MOV E O CUSTO UNITARIO DE COMPRA DA ENTRADA - ZERO
      *    OU ESPACOS (DEVOLUCAO, REGISTROS ANTIGOS) NAO ALTERAM O
      *    CUSTO MEDIO DO PRODUTO
       01  REG-ESTQMOV.
           02  TIPO-MOV      PIC X.
               88  MOV-ENTRADA     VALUE "E".
               88  MOV-SAIDA       VALUE "S".
               88  MOV-AJUSTE      VALUE "A".
               88  MOV-TRANSFERENCIA VALUE "T".
           02  COD-PROD-MOV  PIC 9(3).
           02  QTD-MOV       PIC 9(5).
           02  DATA-MOV      PIC 9(8).
           02  DOCTO-MOV     PIC X(10).
           02  CUSTO-MOV     PIC 9(4)V99.
           02  COD-FIL-MOV   PIC 9(3).
           02  COD-FIL-DEST-MOV PIC 9(3).
           02  FILLER        PIC X(1).
