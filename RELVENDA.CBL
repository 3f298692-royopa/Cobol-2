           02  PAG-CAB     PIC Z9.
       01  CABEC2.
           02  FILLER1     PIC X(12) VALUE "DATA".
           02  FILLER1     PIC X(16) VALUE "CPF/CNPJ".
           02  FILLER1     PIC X(5)  VALUE "COD".
           02  FILLER1     PIC X(7)  VALUE "QTD".
           02  FILLER1     PIC X(10) VALUE "PRECO UN".
               03  FILLER1     PIC X  VALUE "/".
               03  ANO-DET     PIC 9999.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  CPF-DET     PIC 9(14).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  COD-DET     PIC ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
