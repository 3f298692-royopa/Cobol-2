      *    LAYOUT DO REGISTRO DA CURVA ABC (ARQ-ABC / CURVAABC.DAT)
      *    UM REGISTRO POR PRODUTO, REGRAVADO A CADA EXECUCAO DE
      *    CURVAABC COM O PERIODO APURADO (AAAAMM INICIAL E FINAL
      *    DE VENDMES.DAT), A POSICAO NO RANKING DO VALOR LIQUIDO
      *    VENDIDO (000 = SEM VENDA NO PERIODO, CLASSE C), O VALOR,
      *    A PARTICIPACAO E A PARTICIPACAO ACUMULADA EM PERCENTUAL
      *    LIDO POR COMPRSUG PARA ORDENAR AS SUGESTOES POR CLASSE
       01  REG-ABC.
           02  DATA-ABC        PIC 9(8).
           02  ANOMES-INI-ABC  PIC 9(6).
           02  ANOMES-FIM-ABC  PIC 9(6).
           02  COD-PROD-ABC    PIC 9(3).
           02  COD-CAT-ABC     PIC 9(3).
           02  CLASSE-ABC      PIC X.
               88  CLASSE-ABC-VALIDA   VALUE "A" "B" "C".
           02  RANK-ABC        PIC 9(3).
           02  VALOR-ABC       PIC 9(11)V99.
           02  PERC-ABC        PIC 9(3)V99.
           02  PERC-ACUM-ABC   PIC 9(3)V99.
           02  FILLER          PIC X(27).
