       FD  ARQ-ARQV
           LABEL  RECORD  STANDARD.
      *    IMAGEM DE REG-VENDA (VENDREG)
       01  REG-ARQV            PIC X(80).
       FD  ARQ-TRB
           LABEL  RECORD  STANDARD.
      *    IMAGEM DE REG-VENDA (VENDREG)
       01  REG-TRB             PIC X(80).
       FD  ARQ-PROD
           LABEL RECORD STANDARD.
       COPY  PRODREG.
