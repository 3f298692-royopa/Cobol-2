      *    *   DRIVER DO CICLO NOTURNO - EXECUTA AS TRANSACOES  *
      *    *   DAS FILIAIS, A GERACAO DAS SAIDAS DE ESTOQUE     *
      *    *   DAS VENDAS DO DIA, A BAIXA DO MOVIMENTO DE       *
      *    *   ESTOQUE, A VERIFICACAO DE INTEGRIDADE ENTRE OS   *
      *    *   ARQUIVOS, O JORNAL CONTABIL DO DIA ANTERIOR,     *
      *    *   A SUGESTAO DE COMPRA POR ESTOQUE                 *
      *    *   MINIMO, OS PEDIDOS DE COMPRA EM RASCUNHO POR     *
      *    *   FORNECEDOR, O RELATORIO DE PRODUTO, A            *
      *    *   VALIDACAO EM LOTE DE CPF E A DESCARGA DE         *
      *    *   SEGURANCA DO CADASTRO EM UMA UNICA SUBMISSAO,    *
      *    *   REGISTRANDO INICIO/FIM E RC DE CADA PASSO NO     *
                        "STATUS: "  W-COD-ERRO-LOG
           END-IF.
      *    OS COMMANDS BELOW ASSUME CICLONOT RUNS FROM THE ROOT OF
      *    THIS TREE, WITH PRODBAT, VENDPOST, ESTQBAT, VERINTEG,
      *    JORNCTB, COMPRSUG, PEDGERA, RELPROIS AND PRODUNLD COMPILED
      *    AT THE ROOT AND CPFBATCH COMPILED UNDER DV-CPF, AS THEY
      *    LIVE IN THE SOURCE TREE.
           MOVE  "PRODBAT"      TO  W-NOME-PASSO.
           MOVE  "ESTQBAT"      TO  W-NOME-PASSO.
           MOVE  "./ESTQBAT"    TO  W-COMANDO.
           PERFORM  EXECUTAR-PASSO.
           MOVE  "VERINTEG"     TO  W-NOME-PASSO.
           MOVE  "./VERINTEG"   TO  W-COMANDO.
           PERFORM  EXECUTAR-PASSO.
           MOVE  "JORNCTB"      TO  W-NOME-PASSO.
           MOVE  "./JORNCTB"    TO  W-COMANDO.
           PERFORM  EXECUTAR-PASSO.
           MOVE  "COMPRSUG"     TO  W-NOME-PASSO.
           MOVE  "./COMPRSUG"   TO  W-COMANDO.
           PERFORM  EXECUTAR-PASSO.
           MOVE  "PEDGERA"      TO  W-NOME-PASSO.
           MOVE  "./PEDGERA"    TO  W-COMANDO.
           PERFORM  EXECUTAR-PASSO.
           MOVE  "RELPROD"      TO  W-NOME-PASSO.
           MOVE  "./RELPROIS"   TO  W-COMANDO.
           PERFORM  EXECUTAR-PASSO.
