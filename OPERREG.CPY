      *    PERMISSOES S = LIBERADA: PRODUTO (MANUTENCAO DE
      *    PRODUTO/CATEGORIA/INVENTARIO), CLIENTE, VENDA (ENTRADA
      *    DE VENDA/DEVOLUCAO/BAIXA DE TITULO) E CONSULTA
      *    COD-FIL-OPER E A FILIAL (FILREG) ONDE O OPERADOR TRABALHA
      *    - REGISTROS ANTIGOS TRAZEM ESPACOS E VALEM COMO MATRIZ
       01  REG-OPER.
           02  COD-OPER        PIC X(8).
           02  NOME-OPER       PIC X(30).
               88  OPER-PERM-VENDA VALUE "S".
           02  PERM-CONS-OPER  PIC X.
               88  OPER-PERM-CONS  VALUE "S".
           02  COD-FIL-OPER    PIC 9(3).
           02  FILLER          PIC X(7).
