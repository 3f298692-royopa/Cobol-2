      $SET  ACCEPTREFRESH
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.            TRANSFIL.
       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   TRANSFERENCIA DE ESTOQUE ENTRE FILIAIS           *
      *    *   RECEBE A FILIAL DE ORIGEM (SUGERE A DO           *
      *    *   OPERADOR), A FILIAL DE DESTINO, O PRODUTO, A     *
      *    *   QUANTIDADE E O DOCUMENTO, E GRAVA O MOVIMENTO    *
      *    *   DE TRANSFERENCIA (TIPO T) EM ARQ-ESTQMOV PARA A  *
      *    *   BAIXA DE ESTQBAT, QUE TIRA DA ORIGEM E POE NO    *
      *    *   DESTINO - O DESTINO TEM DE ESTAR ATIVO E SER     *
      *    *   DIFERENTE DA ORIGEM E A QUANTIDADE NAO PODE      *
      *    *   EXCEDER O SALDO DA ORIGEM EM ARQ-ESTF (ESTQBAT   *
      *    *   CRITICA DE NOVO NA BAIXA) - EXIGE SIGN-ON COM    *
      *    *   PERMISSAO DE PRODUTO (SIGNONPR)                  *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT ARQ-FIL ASSIGN TO "FILIAL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-FIL
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-FIL.
           SELECT ARQ-PROD ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-PROD
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO.
           SELECT ARQ-ESTF ASSIGN TO "ESTQFIL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CHAVE-ESTF
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-ESTF.
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
       FD  ARQ-FIL
           LABEL RECORD STANDARD.
       COPY  FILREG.
       FD  ARQ-PROD
           LABEL RECORD STANDARD.
       COPY  PRODREG.
       FD  ARQ-ESTF
           LABEL RECORD STANDARD.
       COPY  ESTFREG.
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
           05    FIL-ORIG-ENT     PIC  9(3)   VALUE  ZEROS.
           05    NOME-ORIG-ENT    PIC  X(30)  VALUE  SPACES.
           05    FIL-DEST-ENT     PIC  9(3)   VALUE  ZEROS.
           05    NOME-DEST-ENT    PIC  X(30)  VALUE  SPACES.
           05    COD-ENT          PIC  9(3)   VALUE  ZEROS.
           05    SALDO-ORIG       PIC  9(5)   VALUE  ZEROS.
           05    QTD-ENT          PIC  9(5)   VALUE  ZEROS.
           05    DOCTO-ENT        PIC  X(10)  VALUE  SPACES.
       01    W-COD-ERRO          PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-FIL      PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-ESTF     PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-MOV      PIC  XX  VALUE  SPACES.
       01    W-DATA-HOJE         PIC  9(8)  VALUE  ZEROS.
       01    W-SW-STATUS.
           05    W-ERRO-FATAL     PIC   X  VALUE  "N".
               88    ERRO-FATAL       VALUE  "S".
           05    W-TRANSF-OK      PIC   X  VALUE  "N".
               88    TRANSF-OK        VALUE  "S".
           05    W-QTD-OK         PIC   X  VALUE  "N".
               88    QTD-OK           VALUE  "S".
       SCREEN   SECTION.
       01    TELA1.
           05    BLANK   SCREEN.
           05    LINE  03   COLUMN  20  VALUE
                               "TRANSFERENCIA ENTRE FILIAIS".
           05    LINE  05   COLUMN  10   VALUE
                 "FILIAL ORIGEM: ".
           05    LINE  06   COLUMN  10   VALUE
                 "FILIAL DESTINO: ".
           05    LINE  08   COLUMN  10   VALUE
                 "CODIGO: ".
           05    LINE  09   COLUMN  10   VALUE
                 "DESCRICAO: ".
           05    LINE  10   COLUMN  10   VALUE
                 "SALDO NA ORIGEM: ".
           05    LINE  12   COLUMN  10   VALUE
                 "QUANTIDADE: ".
           05    LINE  13   COLUMN  10   VALUE
                 "DOCUMENTO: ".
           05    LINE  17   COLUMN  10   VALUE
                 "MENSAGEM: ".
           05    LINE  22   COLUMN  10   VALUE
                 "OUTRA TRANSFERENCIA?(S/N):  ".
       01    TELA2.
           05   L-FIL-ORIG LINE 05 COLUMN  28  PIC  9(3)  USING
                                       FIL-ORIG-ENT  AUTO.
           05   L-NOME-ORIG LINE 05 COLUMN 33  PIC  X(30)  FROM
                                       NOME-ORIG-ENT.
           05   L-FIL-DEST LINE 06 COLUMN  28  PIC  9(3)  TO
                                       FIL-DEST-ENT
                                       REQUIRED   AUTO.
           05   L-NOME-DEST LINE 06 COLUMN 33  PIC  X(30)  FROM
                                       NOME-DEST-ENT.
           05   L-COD    LINE  08  COLUMN  28  PIC  9(3)  TO
                                       COD-ENT
                                       REQUIRED   AUTO.
           05   L-DESCRI LINE  09  COLUMN  28  PIC  X(20)  FROM
                                       DESCRI-PROD.
           05   L-SALDO  LINE  10  COLUMN  28  PIC  9(5)  FROM
                                       SALDO-ORIG.
           05   L-QTD    LINE  12  COLUMN  28  PIC  9(5)  TO
                                       QTD-ENT
                                       REQUIRED   AUTO.
           05   L-DOCTO  LINE  13  COLUMN  28  PIC  X(10)  USING
                                       DOCTO-ENT.
           05   L-MSG    LINE  17  COLUMN  25  PIC  X(30)  FROM
                                       MENSAGEM.
           05   L-OPC    LINE  22  COLUMN  40  PIC  X  TO  OPC  AUTO.

       PROCEDURE   DIVISION.
       INICIO.
           MOVE  "P"  TO  W-PERM-EXIGIDA.
           PERFORM  EFETUAR-SIGNON.
           IF  NOT  OPER-VALIDO
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "TRANSFIL: ACESSO NEGADO"
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
           OPEN  INPUT  ARQ-FIL.
           IF  W-COD-ERRO-FIL  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "TRANSFIL: ERRO AO ABRIR FILIAL.DAT - STATUS: "
                        W-COD-ERRO-FIL
           END-IF.
           OPEN  INPUT  ARQ-PROD.
           IF  W-COD-ERRO  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "TRANSFIL: ERRO AO ABRIR PRODUTO.DAT - STATUS: "
                        W-COD-ERRO
           END-IF.
           OPEN  INPUT  ARQ-ESTF.
           IF  W-COD-ERRO-ESTF  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "TRANSFIL: ERRO AO ABRIR ESTQFIL.DAT - STATUS: "
                        W-COD-ERRO-ESTF
           END-IF.
           OPEN  EXTEND  ARQ-ESTQMOV.
           IF  W-COD-ERRO-MOV  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "TRANSFIL: ERRO AO ABRIR ESTOQMOV.DAT - "
                        "STATUS: "  W-COD-ERRO-MOV
           END-IF.
       ROT-PROCESSA.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-ORIGEM.
           IF  TRANSF-OK
               PERFORM  RECEBER-DESTINO
           END-IF.
           IF  TRANSF-OK
               PERFORM  RECEBER-PRODUTO
           END-IF.
           IF  TRANSF-OK
               PERFORM  RECEBER-QUANTIDADE
               PERFORM  GRAVAR-TRANSFERENCIA
           END-IF.
           DISPLAY  L-MSG.
           PERFORM   RECEBER-OPC.
       FIM-ROT-PROCESSA.     EXIT.
       FORMATAR-TELA.
           DISPLAY  TELA1.
           INITIALIZE  REG-PROD  MENSAGEM  NOME-ORIG-ENT  NOME-DEST-ENT
                       FIL-DEST-ENT  COD-ENT  SALDO-ORIG  QTD-ENT.
           MOVE  W-FIL-OPER  TO  FIL-ORIG-ENT.
           MOVE  "TRANSF"    TO  DOCTO-ENT.
       FIM-FORMATAR-TELA.   EXIT.
      *    A ORIGEM PODE ESTAR INATIVA - E ASSIM QUE SE ESVAZIA UMA
      *    FILIAL DESATIVADA
       RECEBER-ORIGEM.
           MOVE  "N"  TO  W-TRANSF-OK.
           ACCEPT  L-FIL-ORIG.
           MOVE  FIL-ORIG-ENT  TO  COD-FIL.
           READ  ARQ-FIL
               INVALID KEY
                   MOVE  "FILIAL ORIGEM NAO CADASTRADA"  TO  MENSAGEM
               NOT INVALID KEY
                   SET  TRANSF-OK  TO  TRUE
                   MOVE  NOME-FIL  TO  NOME-ORIG-ENT
                   DISPLAY  L-NOME-ORIG
           END-READ.
       FIM-RECEBER-ORIGEM.   EXIT.
       RECEBER-DESTINO.
           MOVE  "N"  TO  W-TRANSF-OK.
           ACCEPT  L-FIL-DEST.
           IF  FIL-DEST-ENT  =  FIL-ORIG-ENT
               MOVE  "DESTINO IGUAL A ORIGEM"  TO  MENSAGEM
           ELSE
               MOVE  FIL-DEST-ENT  TO  COD-FIL
               READ  ARQ-FIL
                   INVALID KEY
                       MOVE  "FILIAL DESTINO NAO CADASTRADA"
                             TO  MENSAGEM
                   NOT INVALID KEY
                       MOVE  NOME-FIL  TO  NOME-DEST-ENT
                       DISPLAY  L-NOME-DEST
                       IF  FIL-ATIVA
                           SET  TRANSF-OK  TO  TRUE
                       ELSE
                           MOVE  "FILIAL DESTINO INATIVA"  TO  MENSAGEM
                       END-IF
               END-READ
           END-IF.
       FIM-RECEBER-DESTINO.   EXIT.
      *    O SALDO EXIBIDO E O DA ULTIMA BAIXA - MOVIMENTOS AINDA
      *    PENDENTES EM ARQ-ESTQMOV NAO ENTRAM
       RECEBER-PRODUTO.
           MOVE  "N"  TO  W-TRANSF-OK.
           ACCEPT  L-COD.
           MOVE  COD-ENT  TO  COD-PROD.
           READ  ARQ-PROD
               INVALID KEY
                   MOVE  "PRODUTO NAO CADASTRADO"  TO  MENSAGEM
           END-READ.
           IF  W-COD-ERRO  =  "00"
               DISPLAY  L-DESCRI
               MOVE  FIL-ORIG-ENT  TO  COD-FIL-ESTF
               MOVE  COD-ENT       TO  COD-PROD-ESTF
               READ  ARQ-ESTF
                   INVALID KEY
                       MOVE  ZEROS     TO  SALDO-ORIG
                   NOT INVALID KEY
                       MOVE  QTD-ESTF  TO  SALDO-ORIG
               END-READ
               DISPLAY  L-SALDO
               IF  SALDO-ORIG  =  ZEROS
                   MOVE  "ORIGEM SEM SALDO DO PRODUTO"  TO  MENSAGEM
               ELSE
                   SET  TRANSF-OK  TO  TRUE
               END-IF
           END-IF.
       FIM-RECEBER-PRODUTO.   EXIT.
       RECEBER-QUANTIDADE.
           PERFORM WITH TEST AFTER UNTIL QTD-OK
               MOVE  "N"  TO  W-QTD-OK
               ACCEPT  L-QTD
               EVALUATE  TRUE
                   WHEN  QTD-ENT  =  ZEROS
                       DISPLAY  "INFORME A QUANTIDADE"  AT  2250
                   WHEN  QTD-ENT  >  SALDO-ORIG
                       DISPLAY  "QTD EXCEDE O SALDO DA ORIGEM"  AT  2250
                   WHEN  OTHER
                       SET  QTD-OK  TO  TRUE
               END-EVALUATE
           END-PERFORM.
           DISPLAY   LIMPA-MSG  AT  2250.
           ACCEPT  L-DOCTO.
           MOVE  FUNCTION  UPPER-CASE  (DOCTO-ENT)  TO  DOCTO-ENT.
       FIM-RECEBER-QUANTIDADE.   EXIT.
       GRAVAR-TRANSFERENCIA.
           MOVE  SPACES        TO  REG-ESTQMOV.
           MOVE  "T"           TO  TIPO-MOV.
           MOVE  COD-ENT       TO  COD-PROD-MOV.
           MOVE  QTD-ENT       TO  QTD-MOV.
           MOVE  W-DATA-HOJE   TO  DATA-MOV.
           MOVE  DOCTO-ENT     TO  DOCTO-MOV.
           MOVE  FIL-ORIG-ENT  TO  COD-FIL-MOV.
           MOVE  FIL-DEST-ENT  TO  COD-FIL-DEST-MOV.
           WRITE  REG-ESTQMOV.
           IF  W-COD-ERRO-MOV  NOT =  "00"
               MOVE  "ERRO AO GRAVAR MOVIMENTO"  TO  MENSAGEM
           ELSE
               MOVE  "TRANSFERENCIA REGISTRADA"  TO  MENSAGEM
           END-IF.
       FIM-GRAVAR-TRANSFERENCIA.   EXIT.
       FECHAR-ARQUIVOS.
           CLOSE  ARQ-FIL
                  ARQ-PROD
                  ARQ-ESTF
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
