      *    LAYOUT DO REGISTRO DE PRODUTO (ARQ-PROD / PRODUTO.DAT)
      *    QTD-MIN-ESTQ E O ESTOQUE MINIMO E QTD-RESSUP O LOTE DE
      *    RESSUPRIMENTO DA SUGESTAO DE COMPRA - REGISTROS ANTIGOS
      *    TRAZEM ESPACOS NESSAS AREAS - COD-FORN-PROD E O
      *    FORNECEDOR HABITUAL (ARQ-FORN), 000 = SEM FORNECEDOR -
      *    CUSTO-MEDIO-PROD E O CUSTO UNITARIO MEDIO PONDERADO,
      *    RECALCULADO POR ESTQBAT A CADA ENTRADA COM CUSTO
       01  REG-PROD.
           02  COD-PROD    PIC 9(3).
           02  DESCRI-PROD PIC X(20).
           02  COD-CAT-PROD PIC 9(3).
           02  QTD-MIN-ESTQ PIC 9(5).
           02  QTD-RESSUP  PIC 9(5).
           02  COD-FORN-PROD PIC 9(3).
           02  CUSTO-MEDIO-PROD PIC 9(4)V99.
           02  FILLER      PIC X(8).
