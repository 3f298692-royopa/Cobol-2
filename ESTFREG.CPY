      *    LAYOUT DO REGISTRO DE SALDO POR FILIAL
      *    (ARQ-ESTF / ESTQFIL.DAT) - CHAVE FILIAL + PRODUTO
      *    ATUALIZADO SO POR ESTQBAT (E NA INCLUSAO DE PRODUTO COM
      *    SALDO INICIAL POR PRODBAT) - QTD-ESTQ DE PRODREG E A
      *    SOMA DOS SALDOS DE TODAS AS FILIAIS
      *    O REGISTRO E CRIADO NA IMPLANTACAO (CONVFIL, MATRIZ), NA
      *    INCLUSAO DO PRODUTO (PRODBAT/PRODMANT, MESMO COM SALDO ZERO)
      *    OU NO PRIMEIRO MOVIMENTO DO PRODUTO NA FILIAL - SEM
      *    REGISTRO A FILIAL NAO TRABALHA O PRODUTO
      *    DATA-BAIXA-ESTF E A DATA DA ULTIMA BAIXA DE ESTQBAT
       01  REG-ESTF.
           02  CHAVE-ESTF.
               03  COD-FIL-ESTF    PIC 9(3).
               03  COD-PROD-ESTF   PIC 9(3).
           02  QTD-ESTF        PIC 9(5).
           02  DATA-BAIXA-ESTF PIC 9(8).
           02  FILLER          PIC X(11).
