      *    LAYOUT DO REGISTRO DE FILIAL (ARQ-FIL / FILIAL.DAT)
      *    MANTIDO EM FILMANT - A FILIAL 001 E A MATRIZ E RECEBE OS
      *    REGISTROS GRAVADOS ANTES DO CONTROLE POR FILIAL (CAMPO DE
      *    FILIAL COM ESPACOS OU ZEROS)
      *    SITUACAO A = ATIVA, I = INATIVA (NAO RECEBE TRANSFERENCIA
      *    NEM SUGESTAO DE COMPRA)
       01  REG-FIL.
           02  COD-FIL         PIC 9(3).
           02  NOME-FIL        PIC X(30).
           02  CIDADE-FIL      PIC X(20).
           02  UF-FIL          PIC XX.
           02  SIT-FIL         PIC X.
               88  FIL-ATIVA       VALUE "A".
               88  FIL-INATIVA     VALUE "I".
               88  SIT-FIL-VALIDA  VALUE "A" "I".
           02  FILLER          PIC X(14).
