      *    PERFORMA EFETUAR-SIGNON - APOS 3 TENTATIVAS SEM EXITO
      *    W-OPER-VALIDO PERMANECE "N" E O PROGRAMA DEVE RECUSAR O
      *    ACESSO - W-OPER-ASSIN LEVA O CODIGO VALIDADO PARA A
      *    ASSINATURA DOS REGISTROS GRAVADOS E W-FIL-OPER A FILIAL
      *    DO OPERADOR (SEM FILIAL NO CADASTRO, A MATRIZ 001)
       EFETUAR-SIGNON.
           MOVE  "N"     TO  W-OPER-VALIDO.
           MOVE  SPACES  TO  W-OPER-ASSIN.
           IF  PERM-OK
               MOVE  "S"       TO  W-OPER-VALIDO
               MOVE  COD-OPER  TO  W-OPER-ASSIN
               IF  COD-FIL-OPER  NUMERIC  AND  COD-FIL-OPER  >  ZERO
                   MOVE  COD-FIL-OPER  TO  W-FIL-OPER
               ELSE
                   MOVE  1             TO  W-FIL-OPER
               END-IF
           ELSE
               DISPLAY  "SIGNON: OPERADOR SEM PERMISSAO PARA "
                        "ESTA FUNCAO"
