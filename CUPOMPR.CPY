      *    ***** IMPRESSAO DO CUPOM DE VENDA EM ARQ-CUPOM *****
      *    O PROGRAMA PREENCHE CUP-NUM-PED, CUP-DATA, CUP-CPF,
      *    CUP-TIPO-DOC, CUP-NOME, CUP-COND, CUP-VENC, CUP-OPER,
      *    CUP-VIA E A TABELA CUP-ITEM (CUP-QTD-ITENS) E PERFORMA
      *    EMITIR-CUPOM
      *    - O CUPOM MOSTRA O PRECO DE LISTA E O COBRADO DE CADA
      *    ITEM, O DESCONTO TOTAL E A CONDICAO DE PAGAMENTO COM O
      *    VENCIMENTO DA VENDA A PRAZO
       EMITIR-CUPOM.
           MOVE  ZEROS  TO  CUP-TOT-LISTA  CUP-TOT-DESCONTO
                            CUP-TOT-PAGAR.
           OPEN  OUTPUT  ARQ-CUPOM.
           IF  CUP-COD-ERRO  NOT =  "00"
               DISPLAY  "ERRO AO ABRIR CUPOM.PRN"  AT  2250
           ELSE
               PERFORM  IMPRIMIR-CABECALHO-CUPOM
               PERFORM  IMPRIMIR-ITEM-CUPOM
                   VARYING  CUP-IX  FROM  1  BY  1
                   UNTIL  CUP-IX  >  CUP-QTD-ITENS
               PERFORM  IMPRIMIR-TOTAIS-CUPOM
               CLOSE  ARQ-CUPOM
           END-IF.
       FIM-EMITIR-CUPOM.   EXIT.
       IMPRIMIR-CABECALHO-CUPOM.
           IF  CUP-SEGUNDA-VIA
               MOVE  "(SEGUNDA VIA)"  TO  CUP-VIA-TIT
           ELSE
               MOVE  SPACES           TO  CUP-VIA-TIT
           END-IF.
           MOVE  CUP-NUM-PED  TO  CUP-PED-LIN.
           MOVE  CUP-DIA      TO  CUP-DIA-LIN.
           MOVE  CUP-MES      TO  CUP-MES-LIN.
           MOVE  CUP-ANO      TO  CUP-ANO-LIN.
           MOVE  CUP-OPER     TO  CUP-OPER-LIN.
           MOVE  CUP-CPF      TO  DOC-NUMERO.
           MOVE  CUP-TIPO-DOC TO  DOC-TIPO.
           PERFORM  FORMATAR-DOCUMENTO.
           MOVE  DOC-FORMATADO  TO  CUP-CPF-LIN.
           MOVE  CUP-NOME     TO  CUP-NOME-LIN.
           WRITE  REG-CUPOM  FROM  CUP-LIN-TRACO.
           WRITE  REG-CUPOM  FROM  CUP-LIN-TITULO.
           WRITE  REG-CUPOM  FROM  CUP-LIN-TRACO.
           WRITE  REG-CUPOM  FROM  CUP-LIN-PEDIDO.
           WRITE  REG-CUPOM  FROM  CUP-LIN-CLIENTE.
           WRITE  REG-CUPOM  FROM  CUP-LIN-TRACO.
           WRITE  REG-CUPOM  FROM  CUP-LIN-CAB-ITEM.
       FIM-IMPRIMIR-CABECALHO-CUPOM.   EXIT.
       IMPRIMIR-ITEM-CUPOM.
           COMPUTE  CUP-VALOR-ITEM  =
               CUP-UNIT(CUP-IX)  *  CUP-QTD(CUP-IX).
           ADD  CUP-VALOR-ITEM  TO  CUP-TOT-PAGAR.
           COMPUTE  CUP-TOT-LISTA  =  CUP-TOT-LISTA  +
               CUP-LISTA(CUP-IX)  *  CUP-QTD(CUP-IX).
           IF  CUP-LISTA(CUP-IX)  >  CUP-UNIT(CUP-IX)
               COMPUTE  CUP-TOT-DESCONTO  =  CUP-TOT-DESCONTO  +
                   (CUP-LISTA(CUP-IX)  -  CUP-UNIT(CUP-IX))
                   *  CUP-QTD(CUP-IX)
           END-IF.
           MOVE  CUP-COD(CUP-IX)     TO  CUP-COD-LIN.
           MOVE  CUP-DESCRI(CUP-IX)  TO  CUP-DESCRI-LIN.
           MOVE  CUP-QTD(CUP-IX)     TO  CUP-QTD-LIN.
           MOVE  CUP-LISTA(CUP-IX)   TO  CUP-LISTA-LIN.
           MOVE  CUP-UNIT(CUP-IX)    TO  CUP-UNIT-LIN.
           MOVE  CUP-VALOR-ITEM      TO  CUP-VALOR-LIN.
           WRITE  REG-CUPOM  FROM  CUP-LIN-ITEM.
       FIM-IMPRIMIR-ITEM-CUPOM.   EXIT.
       IMPRIMIR-TOTAIS-CUPOM.
           WRITE  REG-CUPOM  FROM  CUP-LIN-TRACO.
           MOVE  "TOTAL PELO PRECO DE LISTA"  TO  CUP-ROTULO-LIN.
           MOVE  CUP-TOT-LISTA                TO  CUP-TOTAL-LIN.
           WRITE  REG-CUPOM  FROM  CUP-LIN-TOTAL.
           MOVE  "DESCONTO CONCEDIDO"         TO  CUP-ROTULO-LIN.
           MOVE  CUP-TOT-DESCONTO             TO  CUP-TOTAL-LIN.
           WRITE  REG-CUPOM  FROM  CUP-LIN-TOTAL.
           MOVE  "TOTAL A PAGAR"              TO  CUP-ROTULO-LIN.
           MOVE  CUP-TOT-PAGAR                TO  CUP-TOTAL-LIN.
           WRITE  REG-CUPOM  FROM  CUP-LIN-TOTAL.
           IF  CUP-PRAZO
               MOVE  "A PRAZO"         TO  CUP-COND-LIN
               MOVE  "  VENCIMENTO:"   TO  CUP-VENC-TIT
               MOVE  CUP-VENC-DIA      TO  CUP-VDIA-LIN
               MOVE  "/"               TO  CUP-VBAR1-LIN  CUP-VBAR2-LIN
               MOVE  CUP-VENC-MES      TO  CUP-VMES-LIN
               MOVE  CUP-VENC-ANO      TO  CUP-VANO-LIN
           ELSE
               MOVE  "A VISTA"         TO  CUP-COND-LIN
               MOVE  SPACES            TO  CUP-VENC-TIT  CUP-VENC-LIN
           END-IF.
           WRITE  REG-CUPOM  FROM  CUP-LIN-CONDICAO.
           WRITE  REG-CUPOM  FROM  CUP-LIN-TRACO.
       FIM-IMPRIMIR-TOTAIS-CUPOM.   EXIT.
