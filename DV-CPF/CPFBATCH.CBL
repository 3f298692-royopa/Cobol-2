      *    *   VALIDACAO EM LOTE DE CPF PARA EXTRATOS DE        *
      *    *   CLIENTES - LE BASE DE 9 DIGITOS, CALCULA DC1/DC2 *
      *    *   E GRAVA O CPF COMPLETO NO ARQUIVO DE SAIDA       *
      *    *   LINHA INICIADA POR J TRAZ A BASE DE 12 DIGITOS   *
      *    *   DE UM CNPJ, GRAVADO COMPLETO APOS O J            *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT      SECTION.
       FD  ARQ-CPF-ENT
           LABEL  RECORD  STANDARD.
       01  REG-CPF-ENT         PIC  9(9).
       01  REG-CNPJ-ENT.
           05  TIPO-CNPJ-ENT   PIC  X.
               88  LINHA-CNPJ      VALUE  "J".
           05  NUMERO-CNPJ-ENT PIC  9(12).
       FD  ARQ-CPF-SAI
           LABEL  RECORD  STANDARD.
       01  REG-CPF-SAI.
           05  NUMERO-SAI      PIC  9(9).
           05  DC1-SAI         PIC  9.
           05  DC2-SAI         PIC  9.
       01  REG-CNPJ-SAI.
           05  TIPO-CNPJ-SAI   PIC  X.
           05  NUMERO-CNPJ-SAI PIC  9(12).
           05  DC1-CNPJ-SAI    PIC  9.
           05  DC2-CNPJ-SAI    PIC  9.
       WORKING-STORAGE    SECTION.
       01    VARIAVEIS.
           COPY  CALCDCWS.
           PERFORM  LER-CPF-LOTE.
       PROCESSAR-LOTE.
           INITIALIZE  NUMERO  NUMERO-AUX  SOMA  QUOCIENTE  RESTO  DC.
           IF  LINHA-CNPJ
               MOVE   NUMERO-CNPJ-ENT  TO  NUMERO-CNPJ
               PERFORM   CALCULAR-DC-CNPJ
               PERFORM   GRAVAR-CNPJ-LOTE
           ELSE
               MOVE   REG-CPF-ENT  TO  NUMERO
               PERFORM   CALCULAR-DC
               PERFORM   GRAVAR-CPF-LOTE
           END-IF.
           ADD  1  TO  W-CONT-LIDOS.
           PERFORM  LER-CPF-LOTE.
       FINALIZAR-LOTE.
           CLOSE  ARQ-CPF-ENT
                  ARQ-CPF-SAI.
           DISPLAY  "CPFBATCH: "  W-CONT-LIDOS
                    " CPF(S)/CNPJ(S) PROCESSADO(S)".
       LER-CPF-LOTE.
           READ  ARQ-CPF-ENT.
           EVALUATE  W-COD-ERRO-ENT
               DISPLAY  "CPFBATCH: ERRO AO GRAVAR ARQ-CPF-SAI - "
                        "STATUS: "  W-COD-ERRO-SAI
           END-IF.
       GRAVAR-CNPJ-LOTE.
           MOVE  "J"          TO  TIPO-CNPJ-SAI.
           MOVE  NUMERO-CNPJ  TO  NUMERO-CNPJ-SAI.
           MOVE  DC1          TO  DC1-CNPJ-SAI.
           MOVE  DC2          TO  DC2-CNPJ-SAI.
           WRITE  REG-CNPJ-SAI.
           IF  W-COD-ERRO-SAI  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "CPFBATCH: ERRO AO GRAVAR ARQ-CPF-SAI - "
                        "STATUS: "  W-COD-ERRO-SAI
           END-IF.
       COPY  CALCDCPR.
       FIM-DO-PROGRAMA.    EXIT.
