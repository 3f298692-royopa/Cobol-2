      *    CAMPOS DA ROTINA COMUM DE FORMATACAO DO DOCUMENTO DO
      *    CLIENTE (DOCPR) - O PROGRAMA MOVE O NUMERO PARA DOC-NUMERO
      *    E O TIPO (F = CPF, J = CNPJ) PARA DOC-TIPO E PERFORMA
      *    FORMATAR-DOCUMENTO, QUE DEVOLVE EM DOC-FORMATADO O CPF
      *    COMO 999.999.999-99 OU O CNPJ COMO 99.999.999/9999-99
           05    DOC-NUMERO        PIC  9(14)   VALUE  ZEROS.
           05    DOC-CPF-R  REDEFINES  DOC-NUMERO.
               10    FILLER            PIC  9(3).
               10    DOC-CPF-1         PIC  9(3).
               10    DOC-CPF-2         PIC  9(3).
               10    DOC-CPF-3         PIC  9(3).
               10    DOC-CPF-DC        PIC  99.
           05    DOC-CNPJ-R  REDEFINES  DOC-NUMERO.
               10    DOC-CNPJ-1        PIC  99.
               10    DOC-CNPJ-2        PIC  9(3).
               10    DOC-CNPJ-3        PIC  9(3).
               10    DOC-CNPJ-FIL      PIC  9(4).
               10    DOC-CNPJ-DC       PIC  99.
           05    DOC-TIPO          PIC  X       VALUE  SPACE.
               88    DOC-TIPO-OK       VALUE  "F"  "J".
               88    DOC-CNPJ          VALUE  "J".
           05    DOC-FORMATADO     PIC  X(18)   VALUE  SPACES.
           05    DOC-CPF-ED.
               10    DOC-CPF-ED-1      PIC  9(3).
               10    FILLER            PIC  X       VALUE  ".".
               10    DOC-CPF-ED-2      PIC  9(3).
               10    FILLER            PIC  X       VALUE  ".".
               10    DOC-CPF-ED-3      PIC  9(3).
               10    FILLER            PIC  X       VALUE  "-".
               10    DOC-CPF-ED-DC     PIC  99.
           05    DOC-CNPJ-ED.
               10    DOC-CNPJ-ED-1     PIC  99.
               10    FILLER            PIC  X       VALUE  ".".
               10    DOC-CNPJ-ED-2     PIC  9(3).
               10    FILLER            PIC  X       VALUE  ".".
               10    DOC-CNPJ-ED-3     PIC  9(3).
               10    FILLER            PIC  X       VALUE  "/".
               10    DOC-CNPJ-ED-FIL   PIC  9(4).
               10    FILLER            PIC  X       VALUE  "-".
               10    DOC-CNPJ-ED-DC    PIC  99.
