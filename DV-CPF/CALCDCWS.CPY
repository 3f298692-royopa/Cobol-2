      *    CAMPOS PARA CALCULO DE DC DE CPF (COMUM A CALC-CPF E CPFBATCH)
      *    NUMERO E A BASE DO CPF (9 DIGITOS) E NUMERO-CNPJ A BASE DO
      *    CNPJ (12 DIGITOS: RAIZ + FILIAL)
           05    NUMERO            PIC   9(9)  VALUE  ZEROS.
           05    NUMERO-CNPJ       PIC   9(12)  VALUE  ZEROS.
           05    NUMERO-AUX        PIC   9(12)  VALUE  ZEROS.
           05    PESO              PIC   99   VALUE  2.
           05    SOMA              PIC   9(3)  VALUE   ZEROS.
           05    QUOCIENTE         PIC   9(12)  VALUE  ZEROS.
           05    RESTO             PIC   99      VALUE  ZEROS.
           05    DC.
               10    DC1    PIC   9    VALUE  0.
