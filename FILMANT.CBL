      $SET  ACCEPTREFRESH
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.            FILMANT.
       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   MANUTENCAO DO CADASTRO DE FILIAL                 *
      *    *   INCLUI, ALTERA E EXCLUI REGISTROS DE ARQ-FIL -   *
      *    *   FILIAL COM SITUACAO I (INATIVA) PERMANECE NO     *
      *    *   CADASTRO MAS NAO RECEBE TRANSFERENCIA NEM        *
      *    *   SUGESTAO DE COMPRA - A MATRIZ (001) E A FILIAL   *
      *    *   COM SALDO DE ESTOQUE (ARQ-ESTF) NAO SAO          *
      *    *   EXCLUIDAS                                        *
      *    *   EXIGE SIGN-ON COM PERMISSAO DE PRODUTO           *
      *    *   (SIGNONPR)                                       *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT ARQ-FIL ASSIGN TO "FILIAL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-FIL
               ACCESS   DYNAMIC
               FILE STATUS IS W-COD-ERRO.
           SELECT  OPTIONAL  ARQ-ESTF  ASSIGN TO  "ESTQFIL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CHAVE-ESTF
               ACCESS   DYNAMIC
               FILE STATUS IS W-COD-ERRO-ESTF.
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
       FD  ARQ-ESTF
           LABEL RECORD STANDARD.
       COPY  ESTFREG.
       FD  ARQ-OPER
           LABEL RECORD STANDARD.
       COPY  OPERREG.
       WORKING-STORAGE    SECTION.
       01    VARIAVEIS.
           COPY  SIGNONWS.
           05        OPCAO         PIC   X    VALUE   SPACE.
               88    OPCAO-OK          VALUE  "I"  "A"  "E"  "C".
           05        OPC           PIC   X    VALUE   SPACE.
               88    OPC-OK            VALUE  "S"  "N".
           05    LIMPA-MSG        PIC  X(30)  VALUE  SPACES.
           05    MENSAGEM         PIC  X(30)  VALUE  SPACES.
       01    W-COD-ERRO          PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-ESTF     PIC  XX  VALUE  SPACES.
       01    W-SW-STATUS.
           05    W-ERRO-FATAL     PIC   X  VALUE  "N".
               88    ERRO-FATAL       VALUE  "S".
           05    W-FIM-ESTF       PIC   X  VALUE  "N".
               88    FIM-ESTF         VALUE  "S".
           05    W-TEM-SALDO      PIC   X  VALUE  "N".
               88    TEM-SALDO        VALUE  "S".
       SCREEN   SECTION.
       01    TELA1.
           05    BLANK   SCREEN.
           05    LINE  03   COLUMN  20  VALUE
                               "MANUTENCAO DE CADASTRO DE FILIAL".
           05    LINE  06   COLUMN  10   VALUE
                 "(I)NCLUIR  (A)LTERAR  (E)XCLUIR  (C)ONSULTAR: ".
           05    LINE  09   COLUMN  10   VALUE
                 "CODIGO: ".
           05    LINE  10   COLUMN  10   VALUE
                 "NOME: ".
           05    LINE  11   COLUMN  10   VALUE
                 "CIDADE: ".
           05    LINE  12   COLUMN  10   VALUE
                 "UF: ".
           05    LINE  13   COLUMN  10   VALUE
                 "SITUACAO (A/I): ".
           05    LINE  17   COLUMN  10   VALUE
                 "MENSAGEM: ".
           05    LINE  22   COLUMN  10   VALUE
                 "OUTRA OPERACAO?(S/N):  ".
       01    TELA2.
           05   L-OPCAO  LINE  06  COLUMN  59  PIC  X  TO  OPCAO
                                       REQUIRED   AUTO.
           05   L-COD    LINE  09  COLUMN  25  PIC  9(3)  TO  COD-FIL
                                       REQUIRED   AUTO.
           05   L-NOME   LINE  10  COLUMN  25  PIC  X(30)  USING
                                       NOME-FIL.
           05   L-CIDADE LINE  11  COLUMN  25  PIC  X(20)  USING
                                       CIDADE-FIL.
           05   L-UF     LINE  12  COLUMN  25  PIC  XX  USING
                                       UF-FIL.
           05   L-SIT    LINE  13  COLUMN  27  PIC  X  USING
                                       SIT-FIL   AUTO.
           05   L-MSG    LINE  17  COLUMN  25  PIC  X(30)  FROM
                                       MENSAGEM.
           05   L-OPC    LINE  22  COLUMN  40  PIC  X  TO  OPC  AUTO.

       PROCEDURE   DIVISION.
       INICIO.
           MOVE  "P"  TO  W-PERM-EXIGIDA.
           PERFORM  EFETUAR-SIGNON.
           IF  NOT  OPER-VALIDO
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "FILMANT: ACESSO NEGADO"
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  ABRIR-ARQUIVO
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  ROT-PROCESSA  UNTIL  OPC  =  "N"
               PERFORM  FECHAR-ARQUIVO
           END-IF.
           STOP   RUN.
       ABRIR-ARQUIVO.
           OPEN  I-O  ARQ-FIL.
           IF  W-COD-ERRO  =  "35"
               OPEN  OUTPUT  ARQ-FIL
               CLOSE  ARQ-FIL
               OPEN  I-O  ARQ-FIL
           END-IF.
           IF  W-COD-ERRO  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "FILMANT: ERRO AO ABRIR FILIAL.DAT - STATUS: "
                        W-COD-ERRO
           END-IF.
           OPEN  INPUT  ARQ-ESTF.
           IF  W-COD-ERRO-ESTF  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "FILMANT: ERRO AO ABRIR ESTQFIL.DAT - STATUS: "
                        W-COD-ERRO-ESTF
           END-IF.
       ROT-PROCESSA.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-OPCAO.
           PERFORM   RECEBER-COD.
           EVALUATE  OPCAO
               WHEN  "I"
                   PERFORM  INCLUIR-FILIAL
               WHEN  "A"
                   PERFORM  ALTERAR-FILIAL
               WHEN  "E"
                   PERFORM  EXCLUIR-FILIAL
               WHEN  "C"
                   PERFORM  CONSULTAR-FILIAL
           END-EVALUATE.
           DISPLAY  L-MSG.
           PERFORM   RECEBER-OPC.
       FIM-ROT-PROCESSA.     EXIT.
       FORMATAR-TELA.
           DISPLAY  TELA1.
           INITIALIZE  REG-FIL  MENSAGEM.
       FIM-FORMATAR-TELA.   EXIT.
       RECEBER-OPCAO.
           PERFORM WITH TEST AFTER UNTIL OPCAO-OK
               MOVE  SPACE  TO  OPCAO
               ACCEPT  L-OPCAO
               MOVE  FUNCTION  UPPER-CASE  (OPCAO)  TO  OPCAO
               IF  NOT  OPCAO-OK
                   DISPLAY  "DIGITE I, A, E OU C"  AT  2250
               END-IF
           END-PERFORM.
       FIM-RECEBER-OPCAO.   EXIT.
       RECEBER-COD.
           ACCEPT  L-COD.
       FIM-RECEBER-COD.   EXIT.
       RECEBER-DADOS.
           PERFORM WITH TEST AFTER UNTIL NOME-FIL  NOT =  SPACES
               ACCEPT  L-NOME
               IF  NOME-FIL  =  SPACES
                   DISPLAY  "INFORME O NOME DA FILIAL"  AT  2250
               END-IF
           END-PERFORM.
           DISPLAY   LIMPA-MSG  AT  2250.
           MOVE  FUNCTION  UPPER-CASE  (NOME-FIL)  TO  NOME-FIL.
           ACCEPT  L-CIDADE.
           MOVE  FUNCTION  UPPER-CASE  (CIDADE-FIL)  TO  CIDADE-FIL.
           ACCEPT  L-UF.
           MOVE  FUNCTION  UPPER-CASE  (UF-FIL)  TO  UF-FIL.
           PERFORM WITH TEST AFTER UNTIL SIT-FIL-VALIDA
               ACCEPT  L-SIT
               MOVE  FUNCTION  UPPER-CASE  (SIT-FIL)  TO  SIT-FIL
               IF  NOT  SIT-FIL-VALIDA
                   DISPLAY  "DIGITE A OU I"  AT  2250
               END-IF
           END-PERFORM.
           DISPLAY   LIMPA-MSG  AT  2250.
       FIM-RECEBER-DADOS.   EXIT.
       EXIBIR-DADOS.
           DISPLAY  L-NOME.
           DISPLAY  L-CIDADE.
           DISPLAY  L-UF.
           DISPLAY  L-SIT.
       FIM-EXIBIR-DADOS.   EXIT.
       INCLUIR-FILIAL.
           IF  COD-FIL  =  ZEROS
               MOVE  "CODIGO 000 E RESERVADO"  TO  MENSAGEM
           ELSE
               MOVE  "A"  TO  SIT-FIL
               PERFORM  RECEBER-DADOS
               WRITE  REG-FIL
                   INVALID KEY
                       MOVE  "CODIGO JA CADASTRADO"  TO  MENSAGEM
                   NOT INVALID KEY
                       MOVE  "FILIAL INCLUIDA"  TO  MENSAGEM
               END-WRITE
           END-IF.
       FIM-INCLUIR-FILIAL.   EXIT.
       ALTERAR-FILIAL.
           READ  ARQ-FIL
               INVALID KEY
                   MOVE  "CODIGO NAO ENCONTRADO"  TO  MENSAGEM
           END-READ.
           IF  W-COD-ERRO  =  "00"
               PERFORM  EXIBIR-DADOS
               PERFORM  RECEBER-DADOS
               REWRITE  REG-FIL
                   INVALID KEY
                       MOVE  "ERRO AO ALTERAR"  TO  MENSAGEM
                   NOT INVALID KEY
                       MOVE  "FILIAL ALTERADA"  TO  MENSAGEM
               END-REWRITE
           END-IF.
       FIM-ALTERAR-FILIAL.   EXIT.
       EXCLUIR-FILIAL.
           READ  ARQ-FIL
               INVALID KEY
                   MOVE  "CODIGO NAO ENCONTRADO"  TO  MENSAGEM
           END-READ.
           IF  W-COD-ERRO  =  "00"
               PERFORM  EXIBIR-DADOS
               PERFORM  VERIFICAR-SALDO-FILIAL
               EVALUATE  TRUE
                   WHEN  COD-FIL  =  1
                       MOVE  "A MATRIZ NAO PODE SER EXCLUIDA"
                             TO  MENSAGEM
                   WHEN  TEM-SALDO
                       MOVE  "FILIAL COM SALDO - INATIVE"  TO  MENSAGEM
                   WHEN  OTHER
                       DELETE  ARQ-FIL
                           INVALID KEY
                               MOVE  "ERRO AO EXCLUIR"  TO  MENSAGEM
                           NOT INVALID KEY
                               MOVE  "FILIAL EXCLUIDA"  TO  MENSAGEM
                       END-DELETE
               END-EVALUATE
           END-IF.
       FIM-EXCLUIR-FILIAL.   EXIT.
      *    PERCORRE OS SALDOS DA FILIAL EM ARQ-ESTF - QUALQUER
      *    PRODUTO COM SALDO IMPEDE A EXCLUSAO
       VERIFICAR-SALDO-FILIAL.
           MOVE  "N"      TO  W-TEM-SALDO  W-FIM-ESTF.
           MOVE  COD-FIL  TO  COD-FIL-ESTF.
           MOVE  ZEROS    TO  COD-PROD-ESTF.
           START  ARQ-ESTF  KEY  NOT <  CHAVE-ESTF
               INVALID KEY
                   SET  FIM-ESTF  TO  TRUE
           END-START.
           PERFORM  LER-SALDO-FILIAL
               UNTIL  FIM-ESTF  OR  TEM-SALDO.
       FIM-VERIFICAR-SALDO-FILIAL.   EXIT.
       LER-SALDO-FILIAL.
           READ  ARQ-ESTF  NEXT
               AT END
                   SET  FIM-ESTF  TO  TRUE
           END-READ.
           IF  NOT  FIM-ESTF
               IF  COD-FIL-ESTF  NOT =  COD-FIL
                   SET  FIM-ESTF  TO  TRUE
               ELSE
                   IF  QTD-ESTF  NUMERIC  AND  QTD-ESTF  >  ZERO
                       SET  TEM-SALDO  TO  TRUE
                   END-IF
               END-IF
           END-IF.
       FIM-LER-SALDO-FILIAL.   EXIT.
       CONSULTAR-FILIAL.
           READ  ARQ-FIL
               INVALID KEY
                   MOVE  "CODIGO NAO ENCONTRADO"  TO  MENSAGEM
           END-READ.
           IF  W-COD-ERRO  =  "00"
               PERFORM  EXIBIR-DADOS
               MOVE  "CONSULTA REALIZADA"  TO  MENSAGEM
           END-IF.
       FIM-CONSULTAR-FILIAL.   EXIT.
       FECHAR-ARQUIVO.
           CLOSE  ARQ-FIL
                  ARQ-ESTF.
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
