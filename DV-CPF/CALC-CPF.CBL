       FILE         SECTION.
       FD  ARQ-AUDIT
           LABEL  RECORD  STANDARD.
      *    AUDIT-NUMERO E A BASE DO CPF - NO CNPJ (AUDIT-TIPO-DOC = J)
      *    A BASE VAI EM AUDIT-NUMERO-CNPJ
       01  REG-AUDIT.
           05  AUDIT-NUMERO       PIC  9(9).
           05  AUDIT-DC1          PIC  9.
           05  AUDIT-DC2          PIC  9.
           05  AUDIT-DATA         PIC  9(8).
           05  AUDIT-HORA         PIC  9(8).
           05  AUDIT-TIPO-DOC     PIC  X.
           05  AUDIT-NUMERO-CNPJ  PIC  9(12).
       WORKING-STORAGE    SECTION.
       01    VARIAVEIS.
           COPY  CALCDCWS.
               10    DC-INFORMADO.
                   15    DC1-INF    PIC   9.
                   15    DC2-INF    PIC   9.
           05    TIPO-DOC          PIC   X    VALUE  SPACE.
               88    TIPO-DOC-OK       VALUE  "F"  "J".
               88    TIPO-CNPJ         VALUE  "J".
           05    NUMERO-COMPLETO-CNPJ   PIC   9(14)  VALUE  ZEROS.
           05    NUMERO-COMPLETO-CNPJ-R REDEFINES  NUMERO-COMPLETO-CNPJ.
               10    NUMERO-BASE-CNPJ    PIC   9(12).
               10    DC-INFORMADO-CNPJ.
                   15    DC1-INF-CNPJ    PIC   9.
                   15    DC2-INF-CNPJ    PIC   9.
           05    RESULTADO-CPF     PIC  X(8)  VALUE  SPACES.
       01    W-COD-ERRO-AUDIT      PIC  XX    VALUE  SPACES.
       SCREEN   SECTION.
       01    TELA1.
           05    BLANK   SCREEN.
           05    LINE  05   COLUMN  20  VALUE
                               "CALCULO DE DC DO CPF/CNPJ".
           05    LINE  08   COLUMN  10   VALUE
                 "TIPO (F=CPF J=CNPJ): ".
           05    LINE  10   COLUMN  10   VALUE
                 "CPF/CNPJ: ".
           05    LINE  14   COLUMN  10   VALUE
                 "DC CALCULADO:  ".
           05    LINE  16   COLUMN  10   VALUE
           05    LINE  20   COLUMN  10   VALUE
                 "OUTRO CALCULO?(S/N):  ".
       01    TELA2.
           05   L-TIPO   LINE  08  COLUMN  32  PIC  X  TO  TIPO-DOC
                                       AUTO.
           05   L-CPF    LINE  10  COLUMN  25  PIC  9(11)
                                       TO  NUMERO-COMPLETO
                                       REQUIRED   AUTO.
           05   L-CNPJ   LINE  10  COLUMN  25  PIC  9(14)
                                       TO  NUMERO-COMPLETO-CNPJ
                                       REQUIRED   AUTO.
           05   L-DC      LINE   14  COLUMN  25  PIC  X(2)  FROM  DC.
           05   L-SITUACAO LINE  16  COLUMN  25  PIC  X(8)  FROM
                                       RESULTADO-CPF.
       ROT-PROCESSA.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-CPF.
           IF  TIPO-CNPJ
               PERFORM   CALCULAR-DC-CNPJ
           ELSE
               PERFORM   CALCULAR-DC
           END-IF.
           PERFORM   EXIBIR-DC.
           PERFORM   GRAVAR-AUDITORIA.
           PERFORM   RECEBER-OPC.
       FIM-FORMATAR-TELA.   EXIT.
       RECEBER-CPF.
           INITIALIZE   VARIAVEIS.
           PERFORM WITH TEST AFTER UNTIL TIPO-DOC-OK
               ACCEPT  L-TIPO
               MOVE  FUNCTION  UPPER-CASE  (TIPO-DOC)  TO  TIPO-DOC
               IF  TIPO-DOC-OK
                   DISPLAY   LIMPA-MSG  AT  2050
               ELSE
                   DISPLAY  "DIGITE F OU J"  AT  2050
               END-IF
           END-PERFORM.
           IF  TIPO-CNPJ
               ACCEPT L-CNPJ
               MOVE   NUMERO-BASE-CNPJ   TO   NUMERO-CNPJ
           ELSE
               ACCEPT L-CPF
               MOVE   NUMERO-BASE   TO   NUMERO
           END-IF.
       FIM-RECEBER-CPF.    EXIT.
       COPY  CALCDCPR.
       EXIBIR-DC.
           IF   TIPO-CNPJ
               MOVE  DC-INFORMADO-CNPJ  TO  DC-INFORMADO
           END-IF.
           IF   DC1  =  DC1-INF  AND  DC2  =  DC2-INF
               MOVE  "VALIDO"    TO  RESULTADO-CPF
           ELSE
           MOVE  DC2                           TO  AUDIT-DC2.
           MOVE  FUNCTION CURRENT-DATE (1:8)   TO  AUDIT-DATA.
           MOVE  FUNCTION CURRENT-DATE (9:8)   TO  AUDIT-HORA.
           MOVE  TIPO-DOC                      TO  AUDIT-TIPO-DOC.
           MOVE  NUMERO-CNPJ                   TO  AUDIT-NUMERO-CNPJ.
           WRITE  REG-AUDIT.
           IF  W-COD-ERRO-AUDIT  NOT =  "00"
               DISPLAY  "CALC-CPF: ERRO AO GRAVAR AUDITORIA - STATUS: "
