      *    CAMPOS DA ROTINA COMUM DE IMPRESSAO DO CUPOM DE VENDA
      *    (CUPOMPR) - O PROGRAMA PREENCHE O CABECALHO E A TABELA
      *    DE ITENS E DECLARA ARQ-CUPOM (CUPOM.PRN) COM REG-CUPOM
      *    PIC X(60) E FILE STATUS CUP-COD-ERRO - O DOCUMENTO DO
      *    CLIENTE SAI COM A MASCARA DE DOCPR (COPIAR DOCWS/DOCPR)
           05    CUP-NUM-PED       PIC  9(6)    VALUE  ZEROS.
           05    CUP-DATA          PIC  9(8)    VALUE  ZEROS.
           05    CUP-DATA-R  REDEFINES  CUP-DATA.
               10    CUP-ANO           PIC  9(4).
               10    CUP-MES           PIC  99.
               10    CUP-DIA           PIC  99.
           05    CUP-CPF           PIC  9(14)   VALUE  ZEROS.
           05    CUP-TIPO-DOC      PIC  X       VALUE  SPACE.
           05    CUP-NOME          PIC  X(30)   VALUE  SPACES.
           05    CUP-COND          PIC  X       VALUE  SPACE.
               88    CUP-PRAZO         VALUE  "P".
           05    CUP-VENC          PIC  9(8)    VALUE  ZEROS.
           05    CUP-VENC-R  REDEFINES  CUP-VENC.
               10    CUP-VENC-ANO      PIC  9(4).
               10    CUP-VENC-MES      PIC  99.
               10    CUP-VENC-DIA      PIC  99.
           05    CUP-OPER          PIC  X(8)    VALUE  SPACES.
           05    CUP-VIA           PIC  X       VALUE  "1".
               88    CUP-SEGUNDA-VIA   VALUE  "2".
           05    CUP-COD-ERRO      PIC  XX      VALUE  SPACES.
      *    ITENS DO PEDIDO - LIMITE DE 50 ITENS POR PEDIDO
           05    CUP-QTD-ITENS     PIC  9(3)    VALUE  ZEROS.
           05    CUP-ITEM  OCCURS  50  TIMES.
               10    CUP-COD           PIC  9(3).
               10    CUP-DESCRI        PIC  X(20).
               10    CUP-QTD           PIC  9(5).
               10    CUP-LISTA         PIC  9(4)V99.
               10    CUP-UNIT          PIC  9(4)V99.
           05    CUP-IX            PIC  9(3)    VALUE  ZEROS.
           05    CUP-VALOR-ITEM    PIC  9(9)V99  VALUE  ZEROS.
           05    CUP-TOT-LISTA     PIC  9(9)V99  VALUE  ZEROS.
           05    CUP-TOT-DESCONTO  PIC  9(9)V99  VALUE  ZEROS.
           05    CUP-TOT-PAGAR     PIC  9(9)V99  VALUE  ZEROS.
      *    LINHAS DO CUPOM
           05    CUP-LIN-TRACO     PIC  X(60)   VALUE  ALL  "-".
           05    CUP-LIN-TITULO.
               10    FILLER1     PIC X(16) VALUE SPACES.
               10    FILLER1     PIC X(16) VALUE "CUPOM DE VENDA".
               10    CUP-VIA-TIT PIC X(14).
           05    CUP-LIN-PEDIDO.
               10    FILLER1     PIC X(8)  VALUE "PEDIDO:".
               10    CUP-PED-LIN PIC 9(6).
               10    FILLER1     PIC X(8)  VALUE "  DATA:".
               10    CUP-DIA-LIN PIC 99.
               10    FILLER1     PIC X     VALUE "/".
               10    CUP-MES-LIN PIC 99.
               10    FILLER1     PIC X     VALUE "/".
               10    CUP-ANO-LIN PIC 9999.
               10    FILLER1     PIC X(12) VALUE "  OPERADOR:".
               10    CUP-OPER-LIN PIC X(8).
           05    CUP-LIN-CLIENTE.
               10    FILLER1     PIC X(9)  VALUE "CLIENTE:".
               10    CUP-CPF-LIN PIC X(18).
               10    FILLER1     PIC X     VALUE SPACE.
               10    CUP-NOME-LIN PIC X(30).
           05    CUP-LIN-CAB-ITEM.
               10    FILLER1     PIC X(4)  VALUE "COD".
               10    FILLER1     PIC X(21) VALUE "DESCRICAO".
               10    FILLER1     PIC X(7)  VALUE "  QTD".
               10    FILLER1     PIC X(9)  VALUE "   LISTA".
               10    FILLER1     PIC X(9)  VALUE " COBRADO".
               10    FILLER1     PIC X(10) VALUE "     VALOR".
           05    CUP-LIN-ITEM.
               10    CUP-COD-LIN    PIC ZZ9.
               10    FILLER1        PIC X     VALUE SPACE.
               10    CUP-DESCRI-LIN PIC X(20).
               10    FILLER1        PIC X     VALUE SPACE.
               10    CUP-QTD-LIN    PIC ZZZZ9.
               10    FILLER1        PIC X     VALUE SPACE.
               10    CUP-LISTA-LIN  PIC Z.ZZ9,99.
               10    FILLER1        PIC X     VALUE SPACE.
               10    CUP-UNIT-LIN   PIC Z.ZZ9,99.
               10    FILLER1        PIC X     VALUE SPACE.
               10    CUP-VALOR-LIN  PIC ZZZ.ZZ9,99.
           05    CUP-LIN-TOTAL.
               10    CUP-ROTULO-LIN PIC X(45).
               10    CUP-TOTAL-LIN  PIC ZZZ.ZZZ.ZZ9,99.
           05    CUP-LIN-CONDICAO.
               10    FILLER1        PIC X(10) VALUE "CONDICAO:".
               10    CUP-COND-LIN   PIC X(9).
               10    CUP-VENC-TIT   PIC X(13).
               10    CUP-VENC-LIN.
                   15    CUP-VDIA-LIN   PIC 99.
                   15    CUP-VBAR1-LIN  PIC X.
                   15    CUP-VMES-LIN   PIC 99.
                   15    CUP-VBAR2-LIN  PIC X.
                   15    CUP-VANO-LIN   PIC 9999.
