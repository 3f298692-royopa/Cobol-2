       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   ENTRADA DE DEVOLUCAO/CANCELAMENTO DE VENDA       *
      *    *   RECEBE CPF, NUMERO DO PEDIDO E PRODUTO DA VENDA  *
      *    *   ORIGINAL, LOCALIZA A LINHA DO PEDIDO EM          *
      *    *   ARQ-VENDA E, NA FALTA, NO ARQUIVO MORTO DO       *
      *    *   FECHAMENTO MENSAL (VENDARQ.DAT), PARA ACEITAR    *
      *    *   DEVOLUCAO DE VENDA DE MES JA FECHADO - PEDIDO    *
      *    *   000000 E VENDA ANTERIOR A NUMERACAO, LOCALIZADA  *
      *    *   POR DATA/CPF/PRODUTO (RECUSADA SE HOUVER VENDAS  *
      *    *   DIFERENTES NA MESMA CHAVE) - GRAVA O REGISTRO DE *
      *    *   ESTORNO (TIPO D) NO DIARIO COM DATA, CONDICAO,   *
      *    *   PRECOS E CUSTO DA LINHA ORIGINAL E A ENTRADA     *
      *    *   (TIPO E) EM ARQ-ESTQMOV PARA DEVOLVER A          *
      *    *   QUANTIDADE AO ESTOQUE - A QUANTIDADE DEVOLVIDA   *
      *    *   NAO PODE EXCEDER A VENDIDA NA LINHA MENOS O JA   *
      *    *   DEVOLVIDO DO MESMO PEDIDO/PRODUTO                *
      *    *   EXIGE SIGN-ON COM PERMISSAO DE VENDA (SIGNONPR)  *
      *    *   E O OPERADOR                                     *
      *    *   VALIDADO ASSINA O ESTORNO, QUE LEVA O CUSTO DA   *
      *    *   VENDA ORIGINAL PARA A APURACAO DA MARGEM E O     *
      *    *   NUMERO DO PEDIDO ORIGINAL, A CONDICAO DA VENDA   *
      *    *   ORIGINAL (SO A DEVOLUCAO DE VENDA A VISTA SAI DO *
      *    *   CAIXA) E A DATA DO ESTORNO                       *
      *    *   O CLIENTE E INFORMADO PELO CPF OU CNPJ, EXIBIDO  *
      *    *   COM A MASCARA DE DOCPR                           *
      *    *   O ESTORNO E A ENTRADA LEVAM A FILIAL DO          *
      *    *   OPERADOR, QUE RECEBE A MERCADORIA DE VOLTA       *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
       FD  ARQ-ARQV
           LABEL  RECORD  STANDARD.
      *    IMAGEM DE REG-VENDA (VENDREG)
       01  REG-ARQV            PIC X(80).
       FD  ARQ-ESTQMOV
           LABEL  RECORD  STANDARD.
       COPY  ESTQREG.
       WORKING-STORAGE    SECTION.
       01    VARIAVEIS.
           COPY  SIGNONWS.
           COPY  DOCWS.
           05        OPC           PIC   X    VALUE   SPACE.
               88    OPC-OK            VALUE  "S"  "N".
           05    LIMPA-MSG        PIC  X(30)  VALUE  SPACES.
           05    MENSAGEM         PIC  X(30)  VALUE  SPACES.
           05    CPF-DEV          PIC  9(14)  VALUE  ZEROS.
           05    PED-DEV          PIC  9(6)   VALUE  ZEROS.
           05    COD-DEV          PIC  9(3)   VALUE  ZEROS.
           05    DATA-DEV         PIC  9(8)   VALUE  ZEROS.
           05    QTD-DEV          PIC  9(5)   VALUE  ZEROS.
       01    W-SALDO-DEVOLVER    PIC  S9(7) VALUE  ZEROS.
       01    W-PRECO-UNIT-ORIG   PIC  9(4)V99  VALUE  ZEROS.
       01    W-PRECO-LISTA-ORIG  PIC  9(4)V99  VALUE  ZEROS.
       01    W-CUSTO-ORIG        PIC  9(4)V99  VALUE  ZEROS.
       01    W-NUM-PED-ORIG      PIC  9(6)  VALUE  ZEROS.
       01    W-COND-ORIG         PIC  X     VALUE  SPACE.
       01    W-DATA-ORIG         PIC  9(8)  VALUE  ZEROS.
       01    W-CPF-ORIG          PIC  9(14) VALUE  ZEROS.
       01    W-SW-STATUS.
           05    W-ERRO-FATAL     PIC   X  VALUE  "N".
               88    ERRO-FATAL       VALUE  "S".
               88    FIM-VENDA        VALUE  "S".
           05    W-FIM-ARQV       PIC   X  VALUE  "N".
               88    FIM-ARQV         VALUE  "S".
           05    W-CHAVE-OK       PIC   X  VALUE  "N".
               88    CHAVE-OK         VALUE  "S".
           05    W-VENDA-ACHADA   PIC   X  VALUE  "N".
               88    VENDA-ACHADA     VALUE  "S".
           05    W-VENDA-AMBIGUA  PIC   X  VALUE  "N".
               88    VENDA-AMBIGUA    VALUE  "S".
       SCREEN   SECTION.
       01    TELA1.
           05    BLANK   SCREEN.
           05    LINE  03   COLUMN  20  VALUE
                               "DEVOLUCAO DE VENDA".
           05    LINE  05   COLUMN  10   VALUE
                 "CPF/CNPJ: ".
           05    LINE  07   COLUMN  10   VALUE
                 "NOME: ".
           05    LINE  08   COLUMN  10   VALUE
                 "PEDIDO: ".
           05    LINE  08   COLUMN  33   VALUE
                 "(000000 = VENDA SEM NUMERO)".
           05    LINE  09   COLUMN  10   VALUE
                 "CODIGO: ".
           05    LINE  11   COLUMN  10   VALUE
           05    LINE  22   COLUMN  10   VALUE
                 "OUTRA DEVOLUCAO?(S/N):  ".
       01    TELA2.
           05   L-CPF    LINE  05  COLUMN  25  PIC  9(14)
                                       TO  CPF-DEV
                                       REQUIRED   AUTO.
           05   L-DOC    LINE  06  COLUMN  25  PIC  X(18)  FROM
                                       DOC-FORMATADO.
           05   L-NOME   LINE  07  COLUMN  25  PIC  X(30)  FROM
                                       NOME-CLI.
           05   L-PED    LINE  08  COLUMN  25  PIC  9(6)  TO  PED-DEV
                                       AUTO.
           05   L-COD    LINE  09  COLUMN  25  PIC  9(3)  TO  COD-DEV
                                       REQUIRED   AUTO.
           05   L-DESCRI LINE  11  COLUMN  25  PIC  X(20)  FROM
                                       DESCRI-PROD.
           05   L-DATA   LINE  13  COLUMN  37  PIC  9(8)  USING
                                       DATA-DEV
                                       REQUIRED   AUTO.
           05   L-QTD    LINE  15  COLUMN  33  PIC  9(5)  TO  QTD-DEV
                                       REQUIRED   AUTO.
       FORMATAR-TELA.
           DISPLAY  TELA1.
           INITIALIZE  REG-CLI  REG-PROD  MENSAGEM  CPF-DEV  COD-DEV
                       PED-DEV  DATA-DEV  QTD-DEV  VALOR-DEV-ED.
       FIM-FORMATAR-TELA.   EXIT.
       RECEBER-CLIENTE.
           MOVE  "N"  TO  W-CLIENTE-OK.
                   MOVE  "CLIENTE NAO CADASTRADO"  TO  MENSAGEM
               NOT INVALID KEY
                   SET  CLIENTE-OK  TO  TRUE
                   MOVE  CPF-CLI       TO  DOC-NUMERO
                   MOVE  TIPO-DOC-CLI  TO  DOC-TIPO
                   PERFORM  FORMATAR-DOCUMENTO
                   DISPLAY  L-DOC
                   DISPLAY  L-NOME
           END-READ.
       FIM-RECEBER-CLIENTE.   EXIT.
       RECEBER-DEVOLUCAO.
           MOVE  "N"  TO  W-DEV-OK.
           ACCEPT  L-PED.
           ACCEPT  L-COD.
           MOVE  COD-DEV  TO  COD-PROD.
           READ  ARQ-PROD
                   MOVE  "CODIGO NAO ENCONTRADO"  TO  MENSAGEM
               NOT INVALID KEY
                   DISPLAY  L-DESCRI
                   IF  PED-DEV  =  ZEROS
                       ACCEPT  L-DATA
                   END-IF
                   PERFORM  LOCALIZAR-VENDA
           END-READ.
       FIM-RECEBER-DEVOLUCAO.   EXIT.
      *    VARRE O DIARIO E O ARQUIVO MORTO DO FECHAMENTO MENSAL
      *    ATRAS DA LINHA DA VENDA ORIGINAL E DO JA DEVOLVIDO DELA
      *    - A VENDA PODE ESTAR NO MORTO (MES FECHADO) E AS
      *    DEVOLUCOES ANTERIORES EM QUALQUER DOS DOIS
       LOCALIZAR-VENDA.
           MOVE  ZEROS  TO  W-QTD-VENDIDA   W-QTD-DEVOLVIDA
                            W-PRECO-UNIT-ORIG  W-PRECO-LISTA-ORIG
                            W-CUSTO-ORIG  W-NUM-PED-ORIG
                            W-DATA-ORIG  W-CPF-ORIG.
           MOVE  SPACE  TO  W-COND-ORIG.
           MOVE  "N"    TO  W-VENDA-ACHADA  W-VENDA-AMBIGUA.
           MOVE  "N"    TO  W-FIM-VENDA.
           OPEN  INPUT  ARQ-VENDA.
           IF  W-COD-ERRO-VENDA  NOT =  "00"  AND  NOT =  "05"
           PERFORM  ACUMULAR-CHAVE.
           PERFORM  LER-VENDA.
       FIM-ACUMULAR-VENDA.   EXIT.
      *    COM PEDIDO A CHAVE E PEDIDO + PRODUTO - SEM PEDIDO (VENDA
      *    ANTERIOR A NUMERACAO) E DATA + CPF + PRODUTO ENTRE OS
      *    REGISTROS SEM NUMERO DE PEDIDO
       ACUMULAR-CHAVE.
           MOVE  "N"  TO  W-CHAVE-OK.
           IF  PED-DEV  >  ZEROS
               IF  NUM-PED-VENDA  NUMERIC
                   AND  NUM-PED-VENDA   =  PED-DEV
                   AND  COD-PROD-VENDA  =  COD-DEV
                   SET  CHAVE-OK  TO  TRUE
               END-IF
           ELSE
               IF  NUM-PED-VENDA  NOT  NUMERIC
                   OR  NUM-PED-VENDA  =  ZEROS
                   IF  DATA-VENDA      =  DATA-DEV
                       AND  CPF-VENDA       =  CPF-DEV
                       AND  COD-PROD-VENDA  =  COD-DEV
                       SET  CHAVE-OK  TO  TRUE
                   END-IF
               END-IF
           END-IF.
           IF  CHAVE-OK
               IF  VENDA-DEVOLUCAO
                   ADD  QTD-VENDA  TO  W-QTD-DEVOLVIDA
               ELSE
                   PERFORM  GUARDAR-LINHA-VENDA
               END-IF
           END-IF.
       FIM-ACUMULAR-CHAVE.   EXIT.
      *    OS DADOS DO ESTORNO VEM DA PRIMEIRA LINHA ACHADA E NAO
      *    SAO SOBREPOSTOS - OUTRA LINHA DA MESMA CHAVE SO SOMA A
      *    QUANTIDADE SE FOR O MESMO ITEM (MESMO PRECO E CONDICAO);
      *    SE NAO, A VENDA E AMBIGUA E A DEVOLUCAO E RECUSADA
       GUARDAR-LINHA-VENDA.
           IF  NOT  VENDA-ACHADA
               SET  VENDA-ACHADA  TO  TRUE
               MOVE  QTD-VENDA          TO  W-QTD-VENDIDA
               MOVE  DATA-VENDA         TO  W-DATA-ORIG
               MOVE  CPF-VENDA          TO  W-CPF-ORIG
               MOVE  PRECO-UNIT-VENDA   TO  W-PRECO-UNIT-ORIG
               MOVE  PRECO-LISTA-VENDA  TO  W-PRECO-LISTA-ORIG
               MOVE  COND-VENDA         TO  W-COND-ORIG
      *        REGISTROS GRAVADOS ANTES DO CONTROLE DE CUSTO
      *        TRAZEM ESPACOS NA AREA DO CUSTO
               IF  CUSTO-VENDA  NUMERIC
                   MOVE  CUSTO-VENDA  TO  W-CUSTO-ORIG
               ELSE
                   MOVE  ZEROS        TO  W-CUSTO-ORIG
               END-IF
               IF  NUM-PED-VENDA  NUMERIC
                   MOVE  NUM-PED-VENDA  TO  W-NUM-PED-ORIG
               END-IF
           ELSE
               IF  PRECO-UNIT-VENDA  =  W-PRECO-UNIT-ORIG
                   AND  COND-VENDA   =  W-COND-ORIG
                   AND  DATA-VENDA   =  W-DATA-ORIG
                   ADD  QTD-VENDA  TO  W-QTD-VENDIDA
               ELSE
                   SET  VENDA-AMBIGUA  TO  TRUE
               END-IF
           END-IF.
       FIM-GUARDAR-LINHA-VENDA.   EXIT.
       CRITICAR-SALDO.
           COMPUTE  W-SALDO-DEVOLVER  =
               W-QTD-VENDIDA  -  W-QTD-DEVOLVIDA.
           EVALUATE  TRUE
               WHEN  NOT  VENDA-ACHADA  AND  PED-DEV  >  ZEROS
                   MOVE  "PRODUTO NAO CONSTA DO PEDIDO"  TO  MENSAGEM
               WHEN  NOT  VENDA-ACHADA
                   MOVE  "VENDA NAO ENCONTRADA"  TO  MENSAGEM
               WHEN  W-CPF-ORIG  NOT =  CPF-DEV
                   MOVE  "PEDIDO DE OUTRO CLIENTE"  TO  MENSAGEM
               WHEN  VENDA-AMBIGUA
                   MOVE  "VENDAS DIFERENTES - VER PEDIDO"  TO  MENSAGEM
               WHEN  W-SALDO-DEVOLVER  NOT >  ZEROS
                   MOVE  "ITEM JA DEVOLVIDO"  TO  MENSAGEM
               WHEN  OTHER
                   MOVE  W-DATA-ORIG  TO  DATA-DEV
                   DISPLAY  L-DATA
                   PERFORM  RECEBER-QUANTIDADE
           END-EVALUATE.
       FIM-CRITICAR-SALDO.   EXIT.
       RECEBER-QUANTIDADE.
           ACCEPT  L-QTD.
           IF  QTD-DEV  =  ZERO
               MOVE  "QUANTIDADE DEVE SER MAIOR QUE 0"  TO  MENSAGEM
           ELSE
               IF  QTD-DEV  >  W-SALDO-DEVOLVER
                   MOVE  "QTD EXCEDE SALDO A DEVOLVER"  TO  MENSAGEM
               ELSE
                   DISPLAY  L-VALOR
               END-IF
           END-IF.
       FIM-RECEBER-QUANTIDADE.   EXIT.
       GRAVAR-ESTORNO.
           OPEN  EXTEND  ARQ-VENDA.
           IF  W-COD-ERRO-VENDA  NOT =  "00"  AND  NOT =  "05"
               MOVE  "ERRO AO GRAVAR ESTORNO"  TO  MENSAGEM
           ELSE
               MOVE  SPACES              TO  REG-VENDA
               MOVE  W-DATA-ORIG         TO  DATA-VENDA
               MOVE  CPF-DEV             TO  CPF-VENDA
               MOVE  COD-DEV             TO  COD-PROD-VENDA
               MOVE  QTD-DEV             TO  QTD-VENDA
               MOVE  W-PRECO-UNIT-ORIG   TO  PRECO-UNIT-VENDA
               MOVE  W-PRECO-LISTA-ORIG  TO  PRECO-LISTA-VENDA
               MOVE  W-CUSTO-ORIG        TO  CUSTO-VENDA
               IF  W-NUM-PED-ORIG  >  ZEROS
                   MOVE  W-NUM-PED-ORIG  TO  NUM-PED-VENDA
               END-IF
               MOVE  "D"                 TO  TIPO-VENDA
               MOVE  W-COND-ORIG         TO  COND-VENDA
               MOVE  W-OPER-ASSIN        TO  OPER-VENDA
               MOVE  W-FIL-OPER          TO  COD-FIL-VENDA
               MOVE  FUNCTION  CURRENT-DATE  (1:8)
                                         TO  DATA-ESTORNO-VENDA
               WRITE  REG-VENDA
               IF  W-COD-ERRO-VENDA  NOT =  "00"
                   MOVE  "ERRO AO GRAVAR ESTORNO"  TO  MENSAGEM
           MOVE  QTD-DEV      TO  QTD-MOV.
           MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  DATA-MOV.
           MOVE  "DEVOLUCAO"  TO  DOCTO-MOV.
           MOVE  W-FIL-OPER   TO  COD-FIL-MOV.
           WRITE  REG-ESTQMOV.
           IF  W-COD-ERRO-MOV  NOT =  "00"
               MOVE  "ERRO AO GRAVAR MOVIMENTO"  TO  MENSAGEM
                   DISPLAY  "DIGITE S OU N"  AT  2250
               END-IF
           END-PERFORM.
       COPY  DOCPR.
       COPY  SIGNONPR.
       FIM-DO-PROGRAMA.    EXIT.
