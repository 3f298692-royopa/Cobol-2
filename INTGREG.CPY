      *    LAYOUT DO RESUMO DA VERIFICACAO DE INTEGRIDADE
      *    (ARQ-INTEG / VERINTEG.DAT) - UM REGISTRO POR TIPO DE
      *    OCORRENCIA, REGRAVADO A CADA EXECUCAO DE VERINTEG E
      *    LIDO POR RELCICLO - ARQUIVO VAZIO = VERIFICACAO NAO
      *    CONCLUIDA
       01  REG-INTEG.
           02  DATA-INTEG      PIC 9(8).
           02  TIPO-INTEG      PIC 99.
           02  DESCR-INTEG     PIC X(40).
           02  QTD-INTEG       PIC 9(7).
           02  FILLER          PIC X(23).
