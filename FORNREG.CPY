      *    LAYOUT DO REGISTRO DE FORNECEDOR (ARQ-FORN / FORNEC.DAT)
      *    PRAZO-FORN E O PRAZO DE ENTREGA EM DIAS CORRIDOS -
      *    FORNECEDOR INATIVO NAO RECEBE PEDIDO DE COMPRA
       01  REG-FORN.
           02  COD-FORN        PIC 9(3).
           02  NOME-FORN       PIC X(30).
           02  CNPJ-FORN       PIC 9(14).
           02  FONE-FORN       PIC X(15).
           02  CONTATO-FORN    PIC X(20).
           02  PRAZO-FORN      PIC 9(3).
           02  SIT-FORN        PIC X.
               88  FORN-ATIVO      VALUE "A".
               88  FORN-INATIVO    VALUE "I".
           02  FILLER          PIC X(14).
