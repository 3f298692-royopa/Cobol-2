      $SET  ACCEPTREFRESH
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.            PEDCONF.
       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   CONFIRMACAO DE PEDIDO DE COMPRA PELO COMPRADOR   *
      *    *   RECEBE O NUMERO DE UM PEDIDO EM RASCUNHO         *
      *    *   (GERADO POR PEDGERA), APRESENTA ITEM A ITEM A    *
      *    *   QUANTIDADE SUGERIDA PARA O COMPRADOR AJUSTAR A   *
      *    *   QUANTIDADE (0 = RETIRA O ITEM) E O CUSTO         *
      *    *   UNITARIO NEGOCIADO E, AO FINAL, CONFIRMA O       *
      *    *   PEDIDO (SITUACAO A - LIBERADO PARA O             *
      *    *   RECEBIMENTO EM RECEBPED), MANTEM O RASCUNHO COM  *
      *    *   OS AJUSTES OU CANCELA O PEDIDO - EXIGE SIGN-ON   *
      *    *   COM PERMISSAO DE PRODUTO (SIGNONPR) E O          *
      *    *   OPERADOR VALIDADO ASSINA A CONFIRMACAO           *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT ARQ-PED ASSIGN TO "PEDCOMP.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CHAVE-PED
               ACCESS   DYNAMIC
               FILE STATUS IS W-COD-ERRO-PED.
           SELECT ARQ-PROD ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-PROD
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO.
           SELECT  OPTIONAL  ARQ-FORN  ASSIGN TO  "FORNEC.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-FORN
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-FORN.
           SELECT ARQ-OPER ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-OPER
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-OPER.
       DATA         DIVISION.
       FILE         SECTION.
       FD  ARQ-PED
           LABEL RECORD STANDARD.
       COPY  PEDCREG.
       FD  ARQ-PROD
           LABEL RECORD STANDARD.
       COPY  PRODREG.
       FD  ARQ-FORN
           LABEL RECORD STANDARD.
       COPY  FORNREG.
       FD  ARQ-OPER
           LABEL RECORD STANDARD.
       COPY  OPERREG.
       WORKING-STORAGE    SECTION.
       01    VARIAVEIS.
           COPY  SIGNONWS.
           05        OPC           PIC   X    VALUE   SPACE.
               88    OPC-OK            VALUE  "S"  "N".
           05        ACAO          PIC   X    VALUE   SPACE.
               88    ACAO-OK           VALUE  "S"  "N"  "C".
               88    ACAO-CONFIRMA     VALUE  "S".
               88    ACAO-CANCELA      VALUE  "C".
           05    LIMPA-MSG        PIC  X(30)  VALUE  SPACES.
           05    MENSAGEM         PIC  X(30)  VALUE  SPACES.
           05    NUM-ENTRADA      PIC  9(6)   VALUE  ZEROS.
       01    W-COD-ERRO          PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-PED      PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-FORN     PIC  XX  VALUE  SPACES.
       01    W-DATA-HOJE         PIC  9(8)  VALUE  ZEROS.
       01    W-QTD-CONFIRMADOS   PIC  9(5)  VALUE  ZEROS.
       01    W-SW-STATUS.
           05    W-ERRO-FATAL     PIC   X  VALUE  "N".
               88    ERRO-FATAL       VALUE  "S".
           05    W-PEDIDO-OK      PIC   X  VALUE  "N".
               88    PEDIDO-OK        VALUE  "S".
           05    W-FIM-ITENS      PIC   X  VALUE  "N".
               88    FIM-ITENS        VALUE  "S".
       SCREEN   SECTION.
       01    TELA1.
           05    BLANK   SCREEN.
           05    LINE  03   COLUMN  20  VALUE
                               "CONFIRMACAO DE PEDIDO DE COMPRA".
           05    LINE  05   COLUMN  10   VALUE
                 "PEDIDO: ".
           05    LINE  06   COLUMN  10   VALUE
                 "FORNECEDOR: ".
           05    LINE  08   COLUMN  10   VALUE
                 "CODIGO: ".
           05    LINE  09   COLUMN  10   VALUE
                 "DESCRICAO: ".
           05    LINE  10   COLUMN  10   VALUE
                 "SALDO EM ESTOQUE: ".
           05    LINE  11   COLUMN  10   VALUE
                 "QTD SUGERIDA: ".
           05    LINE  12   COLUMN  10   VALUE
                 "QTD A PEDIR (0 = RETIRA): ".
           05    LINE  13   COLUMN  10   VALUE
                 "CUSTO UNITARIO: ".
           05    LINE  15   COLUMN  10   VALUE
                 "(S)CONFIRMA (N)MANTEM RASCUNHO (C)ANCELA: ".
           05    LINE  17   COLUMN  10   VALUE
                 "MENSAGEM: ".
           05    LINE  22   COLUMN  10   VALUE
                 "OUTRO PEDIDO?(S/N):  ".
       01    TELA2.
           05   L-NUM    LINE  05  COLUMN  25  PIC  9(6)
                                       TO  NUM-ENTRADA
                                       REQUIRED   AUTO.
           05   L-NOME-FORN LINE 06 COLUMN 25  PIC  X(30)  FROM
                                       NOME-FORN.
           05   L-COD    LINE  08  COLUMN  25  PIC  9(3)  FROM
                                       COD-PROD-PED.
           05   L-DESCRI LINE  09  COLUMN  25  PIC  X(20)  FROM
                                       DESCRI-PROD.
           05   L-SALDO  LINE  10  COLUMN  29  PIC  9(5)  FROM
                                       QTD-ESTQ.
           05   L-QTD-SUG LINE 11  COLUMN  29  PIC  9(5)  FROM
                                       QTD-SUG-PED.
           05   L-QTD    LINE  12  COLUMN  37  PIC  9(5)  USING
                                       QTD-PED.
           05   L-CUSTO  LINE  13  COLUMN  29  PIC  9(4)V99  USING
                                       CUSTO-PED.
           05   L-ACAO   LINE  15  COLUMN  53  PIC  X  TO  ACAO
                                       REQUIRED   AUTO.
           05   L-MSG    LINE  17  COLUMN  25  PIC  X(30)  FROM
                                       MENSAGEM.
           05   L-OPC    LINE  22  COLUMN  40  PIC  X  TO  OPC  AUTO.

       PROCEDURE   DIVISION.
       INICIO.
           MOVE  "P"  TO  W-PERM-EXIGIDA.
           PERFORM  EFETUAR-SIGNON.
           IF  NOT  OPER-VALIDO
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "PEDCONF: ACESSO NEGADO"
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  ABRIR-ARQUIVOS
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  ROT-PROCESSA  UNTIL  OPC  =  "N"
               PERFORM  FECHAR-ARQUIVOS
           END-IF.
           STOP   RUN.
       ABRIR-ARQUIVOS.
           MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  W-DATA-HOJE.
           OPEN  I-O  ARQ-PED.
           IF  W-COD-ERRO-PED  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "PEDCONF: ERRO AO ABRIR PEDCOMP.DAT - STATUS: "
                        W-COD-ERRO-PED
           END-IF.
           OPEN  INPUT  ARQ-PROD.
           IF  W-COD-ERRO  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "PEDCONF: ERRO AO ABRIR PRODUTO.DAT - STATUS: "
                        W-COD-ERRO
           END-IF.
           OPEN  INPUT  ARQ-FORN.
           IF  W-COD-ERRO-FORN  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "PEDCONF: ERRO AO ABRIR FORNEC.DAT - STATUS: "
                        W-COD-ERRO-FORN
           END-IF.
       ROT-PROCESSA.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-PEDIDO.
           IF  PEDIDO-OK
               PERFORM  REVISAR-ITEM  UNTIL  FIM-ITENS
               PERFORM  RECEBER-ACAO
               IF  ACAO-CONFIRMA  OR  ACAO-CANCELA
                   PERFORM  APLICAR-ACAO
               ELSE
                   MOVE  "PEDIDO MANTIDO EM RASCUNHO"  TO  MENSAGEM
               END-IF
           END-IF.
           DISPLAY  L-MSG.
           PERFORM   RECEBER-OPC.
       FIM-ROT-PROCESSA.     EXIT.
       FORMATAR-TELA.
           DISPLAY  TELA1.
           INITIALIZE  REG-PED  REG-PROD  REG-FORN  MENSAGEM
                       NUM-ENTRADA.
       FIM-FORMATAR-TELA.   EXIT.
       RECEBER-PEDIDO.
           MOVE  "N"  TO  W-PEDIDO-OK.
           ACCEPT  L-NUM.
           PERFORM  POSICIONAR-PEDIDO.
           IF  FIM-ITENS
               MOVE  "PEDIDO NAO ENCONTRADO"  TO  MENSAGEM
           ELSE
               IF  NOT  PED-RASCUNHO
                   MOVE  "PEDIDO NAO ESTA EM RASCUNHO"  TO  MENSAGEM
               ELSE
                   SET  PEDIDO-OK  TO  TRUE
                   MOVE  COD-FORN-PED  TO  COD-FORN
                   READ  ARQ-FORN
                       INVALID KEY
                           MOVE  "(NAO CADASTRADO)"  TO  NOME-FORN
                   END-READ
                   DISPLAY  L-NOME-FORN
               END-IF
           END-IF.
       FIM-RECEBER-PEDIDO.   EXIT.
      *    POSICIONA NO PRIMEIRO ITEM DO PEDIDO INFORMADO - FIM-ITENS
      *    INDICA PEDIDO SEM ITENS (INEXISTENTE)
       POSICIONAR-PEDIDO.
           MOVE  "N"          TO  W-FIM-ITENS.
           MOVE  NUM-ENTRADA  TO  NUM-PED.
           MOVE  ZEROS        TO  COD-PROD-PED.
           START  ARQ-PED  KEY  NOT <  CHAVE-PED
               INVALID KEY
                   SET  FIM-ITENS  TO  TRUE
           END-START.
           IF  NOT  FIM-ITENS
               PERFORM  LER-ITEM
           END-IF.
       FIM-POSICIONAR-PEDIDO.   EXIT.
       LER-ITEM.
           READ  ARQ-PED  NEXT
               AT END
                   SET  FIM-ITENS  TO  TRUE
           END-READ.
           IF  NOT  FIM-ITENS
               IF  W-COD-ERRO-PED  NOT =  "00"
                   OR  NUM-PED  NOT =  NUM-ENTRADA
                   SET  FIM-ITENS  TO  TRUE
               END-IF
           END-IF.
       FIM-LER-ITEM.   EXIT.
       REVISAR-ITEM.
           MOVE  COD-PROD-PED  TO  COD-PROD.
           READ  ARQ-PROD
               INVALID KEY
                   MOVE  "(NAO CADASTRADO)"  TO  DESCRI-PROD
                   MOVE  ZEROS               TO  QTD-ESTQ
           END-READ.
      *    REGISTROS GRAVADOS ANTES DO CONTROLE DE ESTOQUE TRAZEM
      *    ESPACOS NA AREA DO SALDO
           IF  QTD-ESTQ  NOT  NUMERIC
               MOVE  ZEROS  TO  QTD-ESTQ
           END-IF.
           DISPLAY  L-COD.
           DISPLAY  L-DESCRI.
           DISPLAY  L-SALDO.
           DISPLAY  L-QTD-SUG.
           DISPLAY  L-QTD.
           DISPLAY  L-CUSTO.
           ACCEPT   L-QTD.
           ACCEPT   L-CUSTO.
           REWRITE  REG-PED
               INVALID KEY
                   DISPLAY  "ERRO AO GRAVAR ITEM"  AT  2250
           END-REWRITE.
           PERFORM  LER-ITEM.
       FIM-REVISAR-ITEM.   EXIT.
       RECEBER-ACAO.
           PERFORM WITH TEST AFTER UNTIL ACAO-OK
               MOVE  SPACE  TO  ACAO
               ACCEPT  L-ACAO
               MOVE  FUNCTION  UPPER-CASE  (ACAO)  TO  ACAO
               IF  NOT  ACAO-OK
                   DISPLAY  "DIGITE S, N OU C"  AT  2250
               END-IF
           END-PERFORM.
           DISPLAY   LIMPA-MSG  AT  2250.
       FIM-RECEBER-ACAO.   EXIT.
      *    NA CONFIRMACAO O ITEM COM QUANTIDADE ZERO E CANCELADO E
      *    OS DEMAIS PASSAM A ABERTO - NO CANCELAMENTO TODOS OS
      *    ITENS SAO CANCELADOS - EM AMBOS O OPERADOR ASSINA
       APLICAR-ACAO.
           MOVE  ZEROS  TO  W-QTD-CONFIRMADOS.
           PERFORM  POSICIONAR-PEDIDO.
           PERFORM  ATUALIZAR-SITUACAO  UNTIL  FIM-ITENS.
           EVALUATE  TRUE
               WHEN  ACAO-CANCELA
                   MOVE  "PEDIDO CANCELADO"  TO  MENSAGEM
               WHEN  W-QTD-CONFIRMADOS  =  ZEROS
                   MOVE  "PEDIDO SEM ITENS - CANCELADO"  TO  MENSAGEM
               WHEN  OTHER
                   MOVE  "PEDIDO CONFIRMADO"  TO  MENSAGEM
           END-EVALUATE.
       FIM-APLICAR-ACAO.   EXIT.
       ATUALIZAR-SITUACAO.
           IF  ACAO-CONFIRMA  AND  QTD-PED  >  ZEROS
               MOVE  "A"  TO  SIT-PED
               ADD  1  TO  W-QTD-CONFIRMADOS
           ELSE
               MOVE  "C"  TO  SIT-PED
           END-IF.
           MOVE  W-DATA-HOJE   TO  DATA-CONF-PED.
           MOVE  W-OPER-ASSIN  TO  OPER-CONF-PED.
           REWRITE  REG-PED
               INVALID KEY
                   DISPLAY  "ERRO AO GRAVAR ITEM"  AT  2250
           END-REWRITE.
           PERFORM  LER-ITEM.
       FIM-ATUALIZAR-SITUACAO.   EXIT.
       FECHAR-ARQUIVOS.
           CLOSE  ARQ-PED
                  ARQ-PROD
                  ARQ-FORN.
       RECEBER-OPC.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT  L-OPC
               MOVE  FUNCTION  UPPER-CASE  (OPC)  TO  OPC
               IF  OPC-OK
                   DISPLAY   LIMPA-MSG  AT  2250
               ELSE
                   DISPLAY  "DIGITE S OU N"  AT  2250
               END-IF
           END-PERFORM.
       COPY  SIGNONPR.
       FIM-DO-PROGRAMA.    EXIT.
