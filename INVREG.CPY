      *    SALDO CONTABIL CONGELADO, RECEBE A CONTAGEM EM
      *    INVDIGIT (RECONTAGEM REGRAVA) E E APURADO POR INVVAR
      *    SITUACAO A = ABERTO (SEM CONTAGEM), C = CONTADO
      *    CHAVE FILIAL + PRODUTO - CADA FILIAL E CONGELADA, CONTADA
      *    E APURADA SOBRE O SEU PROPRIO SALDO (ESTFREG)
       01  REG-INV.
           02  CHAVE-INV.
               03  COD-FIL-INV     PIC 9(3).
               03  COD-PROD-INV    PIC 9(3).
           02  DESCRI-INV      PIC X(20).
           02  COD-CAT-INV     PIC 9(3).
           02  QTD-LIVRO-INV   PIC 9(5).
               88  INV-ABERTO      VALUE "A".
               88  INV-CONTADO     VALUE "C".
           02  DATA-CONG-INV   PIC 9(8).
           02  FILLER          PIC X(12).
