      *    ENVIADA PELAS FILIAIS (ARQ-TRAN / PRODTRAN.DAT)
      *    TIPO I = INCLUSAO, A = ALTERACAO, E = EXCLUSAO
      *    OS DEMAIS CAMPOS SEGUEM O LAYOUT DE PRODREG
      *    COD-FIL-TRAN E A FILIAL QUE ENVIOU A TRANSACAO - NA
      *    INCLUSAO O SALDO INICIAL ENTRA NO SALDO DESSA FILIAL
      *    (ESPACOS OU ZEROS = MATRIZ 001)
       01  REG-TRAN.
           02  TIPO-TRAN         PIC X.
               88  TRAN-INCLUSAO     VALUE "I".
           02  PRECO-PROD-TRAN   PIC 9(4)V99.
           02  PRECO-PROMO-TRAN  PIC 9(4)V99.
           02  QTD-ESTQ-TRAN     PIC 9(5).
           02  COD-FIL-TRAN      PIC 9(3).
           02  FILLER            PIC X(27).
