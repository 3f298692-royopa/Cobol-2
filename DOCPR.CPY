      *    ***** FORMATACAO DO DOCUMENTO DO CLIENTE (CPF/CNPJ) *****
      *    O PROGRAMA PREENCHE DOC-NUMERO E DOC-TIPO E PERFORMA
      *    FORMATAR-DOCUMENTO - TIPO EM BRANCO (CLIENTE FORA DO
      *    CADASTRO) E DEDUZIDO PELO TAMANHO DO NUMERO
       FORMATAR-DOCUMENTO.
           IF  NOT  DOC-TIPO-OK
               IF  DOC-NUMERO  >  99999999999
                   MOVE  "J"  TO  DOC-TIPO
               ELSE
                   MOVE  "F"  TO  DOC-TIPO
               END-IF
           END-IF.
           IF  DOC-CNPJ
               MOVE  DOC-CNPJ-1    TO  DOC-CNPJ-ED-1
               MOVE  DOC-CNPJ-2    TO  DOC-CNPJ-ED-2
               MOVE  DOC-CNPJ-3    TO  DOC-CNPJ-ED-3
               MOVE  DOC-CNPJ-FIL  TO  DOC-CNPJ-ED-FIL
               MOVE  DOC-CNPJ-DC   TO  DOC-CNPJ-ED-DC
               MOVE  DOC-CNPJ-ED   TO  DOC-FORMATADO
           ELSE
               MOVE  DOC-CPF-1     TO  DOC-CPF-ED-1
               MOVE  DOC-CPF-2     TO  DOC-CPF-ED-2
               MOVE  DOC-CPF-3     TO  DOC-CPF-ED-3
               MOVE  DOC-CPF-DC    TO  DOC-CPF-ED-DC
               MOVE  DOC-CPF-ED    TO  DOC-FORMATADO
           END-IF.
       FIM-FORMATAR-DOCUMENTO.   EXIT.
