      *    LAYOUT DO REGISTRO DE CAIXA FECHADO (ARQ-CAIXA /
      *    CAIXAFEC.DAT) - UM REGISTRO POR OPERADOR + DATA DO CAIXA,
      *    GRAVADO PELO FECHAMENTO (CAIXAFEC)
      *    ESPERADO = VENDAS A VISTA - DEVOLUCOES DE VENDA A VISTA +
      *    RECEBIMENTOS DE TITULOS DO OPERADOR NA DATA
      *    DIFERENCA = CONTADO - ESPERADO (POSITIVA = SOBRA)
      *    SITUACAO C = CONFERIDO, S = SOBRA, F = FALTA
       01  REG-CAIXA.
           02  OPER-CX         PIC X(8).
           02  DATA-CX         PIC 9(8).
           02  HORA-CX         PIC 9(6).
           02  VENDAS-CX       PIC 9(9)V99.
           02  DEVOL-CX        PIC 9(9)V99.
           02  RECEB-CX        PIC 9(9)V99.
           02  ESPERADO-CX     PIC S9(9)V99 SIGN LEADING SEPARATE.
           02  CONTADO-CX      PIC 9(9)V99.
           02  DIFER-CX        PIC S9(9)V99 SIGN LEADING SEPARATE.
           02  SIT-CX          PIC X.
               88  CX-CONFERIDO    VALUE "C".
               88  CX-SOBRA        VALUE "S".
               88  CX-FALTA        VALUE "F".
           02  FILLER          PIC X(10).
