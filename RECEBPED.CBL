      $SET  ACCEPTREFRESH
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.            RECEBPED.
       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   RECEBIMENTO DE MERCADORIA CONTRA PEDIDO DE       *
      *    *   COMPRA - RECEBE O NUMERO DO PEDIDO, APRESENTA    *
      *    *   CADA ITEM EM ABERTO (SITUACAO A OU P) COM O      *
      *    *   PEDIDO, O JA RECEBIDO E O SALDO, E ACEITA A      *
      *    *   QUANTIDADE ENTREGUE, QUE NAO PODE EXCEDER O      *
      *    *   SALDO - CADA QUANTIDADE RECEBIDA GRAVA A         *
      *    *   ENTRADA (TIPO E) EM ARQ-ESTQMOV PARA A BAIXA DE  *
      *    *   ESTQBAT, COM DOCUMENTO "PC" + NUMERO DO PEDIDO,  *
      *    *   E ATUALIZA O ITEM (P = RECEBIDO EM PARTE, F =    *
      *    *   ENCERRADO) - EXIGE SIGN-ON COM PERMISSAO DE      *
      *    *   PRODUTO (SIGNONPR) E O OPERADOR VALIDADO ASSINA  *
      *    *   O RECEBIMENTO - A ENTRADA VAI PARA A FILIAL DO   *
      *    *   OPERADOR                                         *
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
           SELECT  OPTIONAL  ARQ-ESTQMOV  ASSIGN TO  "ESTOQMOV.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-MOV.
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
       FD  ARQ-ESTQMOV
           LABEL  RECORD  STANDARD.
       COPY  ESTQREG.
       FD  ARQ-OPER
           LABEL RECORD STANDARD.
       COPY  OPERREG.
       WORKING-STORAGE    SECTION.
       01    VARIAVEIS.
           COPY  SIGNONWS.
           05        OPC           PIC   X    VALUE   SPACE.
               88    OPC-OK            VALUE  "S"  "N".
           05    LIMPA-MSG        PIC  X(30)  VALUE  SPACES.
           05    MENSAGEM         PIC  X(30)  VALUE  SPACES.
           05    NUM-ENTRADA      PIC  9(6)   VALUE  ZEROS.
           05    QTD-ENTRADA      PIC  9(5)   VALUE  ZEROS.
           05    SALDO-PED        PIC  9(5)   VALUE  ZEROS.
       01    W-COD-ERRO          PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-PED      PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-FORN     PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-MOV      PIC  XX  VALUE  SPACES.
       01    W-DATA-HOJE         PIC  9(8)  VALUE  ZEROS.
       01    W-QTD-RECEBIDOS     PIC  9(5)  VALUE  ZEROS.
       01    W-QTD-EM-ABERTO     PIC  9(5)  VALUE  ZEROS.
       01    W-DOCTO.
           02  FILLER          PIC  XX    VALUE  "PC".
           02  W-DOCTO-NUM     PIC  9(6)  VALUE  ZEROS.
           02  FILLER          PIC  XX    VALUE  SPACES.
       01    W-SW-STATUS.
           05    W-ERRO-FATAL     PIC   X  VALUE  "N".
               88    ERRO-FATAL       VALUE  "S".
           05    W-PEDIDO-OK      PIC   X  VALUE  "N".
               88    PEDIDO-OK        VALUE  "S".
           05    W-FIM-ITENS      PIC   X  VALUE  "N".
               88    FIM-ITENS        VALUE  "S".
           05    W-QTD-OK         PIC   X  VALUE  "N".
               88    QTD-OK           VALUE  "S".
       SCREEN   SECTION.
       01    TELA1.
           05    BLANK   SCREEN.
           05    LINE  03   COLUMN  20  VALUE
                               "RECEBIMENTO DE MERCADORIA".
           05    LINE  05   COLUMN  10   VALUE
                 "PEDIDO: ".
           05    LINE  06   COLUMN  10   VALUE
                 "FORNECEDOR: ".
           05    LINE  08   COLUMN  10   VALUE
                 "CODIGO: ".
           05    LINE  09   COLUMN  10   VALUE
                 "DESCRICAO: ".
           05    LINE  10   COLUMN  10   VALUE
                 "QTD PEDIDA: ".
           05    LINE  11   COLUMN  10   VALUE
                 "JA RECEBIDA: ".
           05    LINE  12   COLUMN  10   VALUE
                 "SALDO A RECEBER: ".
           05    LINE  14   COLUMN  10   VALUE
                 "QTD RECEBIDA AGORA (0 = NAO VEIO): ".
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
           05   L-QTD-PED LINE 10  COLUMN  28  PIC  9(5)  FROM
                                       QTD-PED.
           05   L-QTD-REC LINE 11  COLUMN  28  PIC  9(5)  FROM
                                       QTD-RECEB-PED.
           05   L-SALDO  LINE  12  COLUMN  28  PIC  9(5)  FROM
                                       SALDO-PED.
           05   L-QTD-ENT LINE 14  COLUMN  46  PIC  9(5)
                                       TO  QTD-ENTRADA.
           05   L-MSG    LINE  17  COLUMN  25  PIC  X(30)  FROM
                                       MENSAGEM.
           05   L-OPC    LINE  22  COLUMN  40  PIC  X  TO  OPC  AUTO.

       PROCEDURE   DIVISION.
       INICIO.
           MOVE  "P"  TO  W-PERM-EXIGIDA.
           PERFORM  EFETUAR-SIGNON.
           IF  NOT  OPER-VALIDO
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "RECEBPED: ACESSO NEGADO"
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
               DISPLAY  "RECEBPED: ERRO AO ABRIR PEDCOMP.DAT - STATUS: "
                        W-COD-ERRO-PED
           END-IF.
           OPEN  INPUT  ARQ-PROD.
           IF  W-COD-ERRO  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "RECEBPED: ERRO AO ABRIR PRODUTO.DAT - STATUS: "
                        W-COD-ERRO
           END-IF.
           OPEN  INPUT  ARQ-FORN.
           IF  W-COD-ERRO-FORN  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "RECEBPED: ERRO AO ABRIR FORNEC.DAT - STATUS: "
                        W-COD-ERRO-FORN
           END-IF.
           OPEN  EXTEND  ARQ-ESTQMOV.
           IF  W-COD-ERRO-MOV  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "RECEBPED: ERRO AO ABRIR ESTOQMOV.DAT - "
                        "STATUS: "  W-COD-ERRO-MOV
           END-IF.
       ROT-PROCESSA.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-PEDIDO.
           IF  PEDIDO-OK
               MOVE  ZEROS  TO  W-QTD-RECEBIDOS
               PERFORM  RECEBER-ITEM  UNTIL  FIM-ITENS
               PERFORM  APURAR-SITUACAO-PEDIDO
           END-IF.
           DISPLAY  L-MSG.
           PERFORM   RECEBER-OPC.
       FIM-ROT-PROCESSA.     EXIT.
       FORMATAR-TELA.
           DISPLAY  TELA1.
           INITIALIZE  REG-PED  REG-PROD  REG-FORN  MENSAGEM
                       NUM-ENTRADA  QTD-ENTRADA  SALDO-PED.
       FIM-FORMATAR-TELA.   EXIT.
       RECEBER-PEDIDO.
           MOVE  "N"  TO  W-PEDIDO-OK.
           ACCEPT  L-NUM.
           PERFORM  POSICIONAR-PEDIDO.
           IF  FIM-ITENS
               MOVE  "PEDIDO NAO ENCONTRADO"  TO  MENSAGEM
           ELSE
               MOVE  COD-FORN-PED  TO  COD-FORN
               IF  NOT  PED-A-RECEBER
                   PERFORM  LER-ITEM-ABERTO
               END-IF
               IF  FIM-ITENS
                   MOVE  "PEDIDO SEM ITENS A RECEBER"  TO  MENSAGEM
               ELSE
                   SET  PEDIDO-OK  TO  TRUE
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
      *    AVANCA ATE O PROXIMO ITEM AINDA A RECEBER (A OU P) -
      *    ITENS EM RASCUNHO, ENCERRADOS OU CANCELADOS SAO PULADOS
       LER-ITEM-ABERTO.
           PERFORM  WITH  TEST  AFTER
               UNTIL  FIM-ITENS  OR  PED-A-RECEBER
               PERFORM  LER-ITEM
           END-PERFORM.
       FIM-LER-ITEM-ABERTO.   EXIT.
       RECEBER-ITEM.
           MOVE  COD-PROD-PED  TO  COD-PROD.
           READ  ARQ-PROD
               INVALID KEY
                   MOVE  "(NAO CADASTRADO)"  TO  DESCRI-PROD
           END-READ.
           COMPUTE  SALDO-PED  =  QTD-PED  -  QTD-RECEB-PED.
           MOVE  ZEROS  TO  QTD-ENTRADA.
           DISPLAY  L-COD.
           DISPLAY  L-DESCRI.
           DISPLAY  L-QTD-PED.
           DISPLAY  L-QTD-REC.
           DISPLAY  L-SALDO.
           PERFORM WITH TEST AFTER UNTIL QTD-OK
               MOVE  "N"  TO  W-QTD-OK
               ACCEPT  L-QTD-ENT
               IF  QTD-ENTRADA  >  SALDO-PED
                   DISPLAY  "QTD EXCEDE O SALDO DO PEDIDO"  AT  2250
               ELSE
                   SET  QTD-OK  TO  TRUE
               END-IF
           END-PERFORM.
           DISPLAY   LIMPA-MSG  AT  2250.
           IF  QTD-ENTRADA  >  ZEROS
               PERFORM  GRAVAR-ENTRADA-ESTOQUE
           END-IF.
           PERFORM  LER-ITEM-ABERTO.
       FIM-RECEBER-ITEM.   EXIT.
       GRAVAR-ENTRADA-ESTOQUE.
           MOVE  NUM-PED       TO  W-DOCTO-NUM.
           MOVE  SPACES        TO  REG-ESTQMOV.
           MOVE  "E"           TO  TIPO-MOV.
           MOVE  COD-PROD-PED  TO  COD-PROD-MOV.
           MOVE  QTD-ENTRADA   TO  QTD-MOV.
           MOVE  W-DATA-HOJE   TO  DATA-MOV.
           MOVE  W-DOCTO       TO  DOCTO-MOV.
           MOVE  CUSTO-PED     TO  CUSTO-MOV.
           MOVE  W-FIL-OPER    TO  COD-FIL-MOV.
           WRITE  REG-ESTQMOV.
           IF  W-COD-ERRO-MOV  NOT =  "00"
               DISPLAY  "ERRO AO GRAVAR MOVIMENTO"  AT  2250
           ELSE
               PERFORM  ATUALIZAR-ITEM
           END-IF.
       FIM-GRAVAR-ENTRADA-ESTOQUE.   EXIT.
       ATUALIZAR-ITEM.
           ADD  QTD-ENTRADA  TO  QTD-RECEB-PED.
           IF  QTD-RECEB-PED  <  QTD-PED
               MOVE  "P"  TO  SIT-PED
           ELSE
               MOVE  "F"  TO  SIT-PED
           END-IF.
           MOVE  W-DATA-HOJE   TO  DATA-RECEB-PED.
           MOVE  W-OPER-ASSIN  TO  OPER-RECEB-PED.
           REWRITE  REG-PED
               INVALID KEY
                   DISPLAY  "ERRO AO GRAVAR ITEM"  AT  2250
               NOT INVALID KEY
                   ADD  1  TO  W-QTD-RECEBIDOS
           END-REWRITE.
       FIM-ATUALIZAR-ITEM.   EXIT.
      *    RELE O PEDIDO PARA SABER SE AINDA HA ITEM A RECEBER
       APURAR-SITUACAO-PEDIDO.
           MOVE  ZEROS  TO  W-QTD-EM-ABERTO.
           PERFORM  POSICIONAR-PEDIDO.
           PERFORM  CONTAR-ITEM-ABERTO  UNTIL  FIM-ITENS.
           EVALUATE  TRUE
               WHEN  W-QTD-RECEBIDOS  =  ZEROS
                   MOVE  "NENHUMA QUANTIDADE RECEBIDA"  TO  MENSAGEM
               WHEN  W-QTD-EM-ABERTO  =  ZEROS
                   MOVE  "RECEBIDO - PEDIDO ENCERRADO"  TO  MENSAGEM
               WHEN  OTHER
                   MOVE  "RECEBIDO - PEDIDO COM SALDO"  TO  MENSAGEM
           END-EVALUATE.
       FIM-APURAR-SITUACAO-PEDIDO.   EXIT.
       CONTAR-ITEM-ABERTO.
           IF  PED-A-RECEBER
               ADD  1  TO  W-QTD-EM-ABERTO
           END-IF.
           PERFORM  LER-ITEM.
       FIM-CONTAR-ITEM-ABERTO.   EXIT.
       FECHAR-ARQUIVOS.
           CLOSE  ARQ-PED
                  ARQ-PROD
                  ARQ-FORN
                  ARQ-ESTQMOV.
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
