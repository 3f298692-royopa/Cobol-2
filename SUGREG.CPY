      *    LAYOUT DO REGISTRO DE SUGESTAO DE COMPRA
      *    (ARQ-SUG / COMPRSUG.DAT) - GERADO POR COMPRSUG A PARTIR
      *    DO ESTOQUE MINIMO DO CADASTRO DE PRODUTO E LIDO POR
      *    PEDGERA PARA OS PEDIDOS DE COMPRA EM RASCUNHO
      *    CLASSE-ABC-SUG E A CLASSE DO PRODUTO NA CURVA ABC
      *    (CURVAABC.DAT) - AS SUGESTOES SAEM GRAVADAS NA ORDEM A, B,
      *    C E SEM CLASSE (ESPACO) - REGISTROS ANTIGOS TRAZEM ESPACO
      *    A SUGESTAO E POR FILIAL (COD-FIL-SUG) SOBRE O SALDO DA
      *    FILIAL (QTD-ESTQ-SUG) - REGISTROS ANTIGOS TRAZEM ESPACOS
       01  REG-SUG.
           02  DATA-SUG        PIC 9(8).
           02  COD-PROD-SUG    PIC 9(3).
           02  QTD-MIN-SUG     PIC 9(5).
           02  QTD-SUG         PIC 9(5).
           02  MEDIA-DIA-SUG   PIC 9(5)V99.
           02  CLASSE-ABC-SUG  PIC X.
           02  COD-FIL-SUG     PIC 9(3).
           02  FILLER          PIC X(10).
