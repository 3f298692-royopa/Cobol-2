           05    W-SENHA-ENTRADA   PIC  X(8)  VALUE  SPACES.
           05    W-PERM-EXIGIDA    PIC  X     VALUE  SPACE.
           05    W-OPER-ASSIN      PIC  X(8)  VALUE  SPACES.
           05    W-FIL-OPER        PIC  9(3)  VALUE  1.
           05    W-TENTATIVAS      PIC  9     VALUE  ZERO.
           05    W-OPER-VALIDO     PIC  X     VALUE  "N".
               88    OPER-VALIDO       VALUE  "S".
