           END-PERFORM.
           DIVIDE  SOMA  BY  11  GIVING  QUOCIENTE  REMAINDER  RESTO.
       FIM-ROT-AUX-CALC.   EXIT.
      *    ***** CALCULO DE DC1 E DC2 DO CNPJ (NUMERO-CNPJ) *****
      *    PESOS DE 2 A 9 DA DIREITA PARA A ESQUERDA, REINICIANDO EM 2
       CALCULAR-DC-CNPJ.
      *    *****  CALCULO DE DC1  *****
           MOVE   ZEROS   TO  SOMA.
           MOVE   2   TO   PESO.
           PERFORM   ROT-AUX-CALC-CNPJ.
           IF      RESTO  <  2
               MOVE   0  TO   DC1
           ELSE
               COMPUTE   DC1  =  11  -   RESTO
           END-IF.
      *    *****  CALCULO DE DC2  *****
           MOVE   ZEROS   TO  SOMA.
           COMPUTE   SOMA  =   SOMA  +  DC1  *  2.
           MOVE   3   TO  PESO.
           PERFORM   ROT-AUX-CALC-CNPJ.
           IF    RESTO  <   2
               MOVE  0   TO  DC2
           ELSE
               COMPUTE   DC2  =  11  -  RESTO
           END-IF.
       FIM-CALCULAR-DC-CNPJ.     EXIT.
       ROT-AUX-CALC-CNPJ.
           MOVE  NUMERO-CNPJ  TO  NUMERO-AUX
           PERFORM  WITH  TEST  AFTER  UNTIL  QUOCIENTE  =  0
               DIVIDE   NUMERO-AUX  BY  10
                         GIVING   QUOCIENTE  REMAINDER   RESTO
               MOVE  QUOCIENTE   TO  NUMERO-AUX
               COMPUTE   SOMA  =   SOMA  +  RESTO  *  PESO
               ADD   1   TO   PESO
               IF  PESO  >  9
                   MOVE  2  TO  PESO
               END-IF
           END-PERFORM.
           DIVIDE  SOMA  BY  11  GIVING  QUOCIENTE  REMAINDER  RESTO.
       FIM-ROT-AUX-CALC-CNPJ.   EXIT.
