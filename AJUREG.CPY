      *    LAYOUT DO REGISTRO DE AJUSTE DE INVENTARIO BAIXADO
      *    (ARQ-AJU / ESTQAJU.DAT) - GRAVADO POR ESTQBAT A CADA
      *    AJUSTE (TIPO A) APLICADO, COM A DATA DA BAIXA, O SALDO
      *    ANTERIOR, O SALDO NOVO E O CUSTO MEDIO DO PRODUTO NA
      *    BAIXA, PARA A CONTABILIZACAO DA SOBRA OU FALTA (JORNCTB)
      *    DATA-MOV-AJU E DOCTO-AJU SAO OS DO MOVIMENTO DE ORIGEM
      *    OS SALDOS SAO OS DA FILIAL COD-FIL-AJU (REGISTROS
      *    ANTIGOS TRAZEM ESPACOS - MATRIZ)
       01  REG-AJU.
           02  DATA-AJU        PIC 9(8).
           02  COD-PROD-AJU    PIC 9(3).
           02  QTD-ANT-AJU     PIC 9(5).
           02  QTD-NOVA-AJU    PIC 9(5).
           02  CUSTO-AJU       PIC 9(4)V99.
           02  DATA-MOV-AJU    PIC 9(8).
           02  DOCTO-AJU       PIC X(10).
           02  COD-FIL-AJU     PIC 9(3).
           02  FILLER          PIC X(12).
