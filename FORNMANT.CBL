      $SET  ACCEPTREFRESH
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.            FORNMANT.
       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   MANUTENCAO DO CADASTRO DE FORNECEDOR             *
      *    *   INCLUI, ALTERA E EXCLUI REGISTROS DE ARQ-FORN -  *
      *    *   FORNECEDOR COM SITUACAO I (INATIVO) PERMANECE    *
      *    *   NO CADASTRO MAS NAO RECEBE PEDIDO DE COMPRA      *
      *    *   EXIGE SIGN-ON COM PERMISSAO DE PRODUTO           *
      *    *   (SIGNONPR)                                       *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT ARQ-FORN ASSIGN TO "FORNEC.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-FORN
               ACCESS   DYNAMIC
               FILE STATUS IS W-COD-ERRO.
           SELECT ARQ-OPER ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-OPER
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-OPER.
       DATA         DIVISION.
       FILE         SECTION.
       FD  ARQ-FORN
           LABEL RECORD STANDARD.
       COPY  FORNREG.
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
       01    W-SW-STATUS.
           05    W-ERRO-FATAL     PIC   X  VALUE  "N".
               88    ERRO-FATAL       VALUE  "S".
       SCREEN   SECTION.
       01    TELA1.
           05    BLANK   SCREEN.
           05    LINE  03   COLUMN  20  VALUE
                               "MANUTENCAO DE CADASTRO DE FORNECEDOR".
           05    LINE  06   COLUMN  10   VALUE
                 "(I)NCLUIR  (A)LTERAR  (E)XCLUIR  (C)ONSULTAR: ".
           05    LINE  09   COLUMN  10   VALUE
                 "CODIGO: ".
           05    LINE  10   COLUMN  10   VALUE
                 "RAZAO SOCIAL: ".
           05    LINE  11   COLUMN  10   VALUE
                 "CNPJ: ".
           05    LINE  12   COLUMN  10   VALUE
                 "TELEFONE: ".
           05    LINE  13   COLUMN  10   VALUE
                 "CONTATO: ".
           05    LINE  14   COLUMN  10   VALUE
                 "PRAZO DE ENTREGA (DIAS): ".
           05    LINE  15   COLUMN  10   VALUE
                 "SITUACAO (A/I): ".
           05    LINE  17   COLUMN  10   VALUE
                 "MENSAGEM: ".
           05    LINE  22   COLUMN  10   VALUE
                 "OUTRA OPERACAO?(S/N):  ".
       01    TELA2.
           05   L-OPCAO  LINE  06  COLUMN  59  PIC  X  TO  OPCAO
                                       REQUIRED   AUTO.
           05   L-COD    LINE  09  COLUMN  25  PIC  9(3)  TO  COD-FORN
                                       REQUIRED   AUTO.
           05   L-NOME   LINE  10  COLUMN  25  PIC  X(30)  USING
                                       NOME-FORN.
           05   L-CNPJ   LINE  11  COLUMN  25  PIC  9(14)  USING
                                       CNPJ-FORN.
           05   L-FONE   LINE  12  COLUMN  25  PIC  X(15)  USING
                                       FONE-FORN.
           05   L-CONTATO LINE 13  COLUMN  25  PIC  X(20)  USING
                                       CONTATO-FORN.
           05   L-PRAZO  LINE  14  COLUMN  36  PIC  9(3)  USING
                                       PRAZO-FORN.
           05   L-SIT    LINE  15  COLUMN  27  PIC  X  USING
                                       SIT-FORN   AUTO.
           05   L-MSG    LINE  17  COLUMN  25  PIC  X(30)  FROM
                                       MENSAGEM.
           05   L-OPC    LINE  22  COLUMN  40  PIC  X  TO  OPC  AUTO.

       PROCEDURE   DIVISION.
       INICIO.
           MOVE  "P"  TO  W-PERM-EXIGIDA.
           PERFORM  EFETUAR-SIGNON.
           IF  NOT  OPER-VALIDO
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "FORNMANT: ACESSO NEGADO"
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
           OPEN  I-O  ARQ-FORN.
           IF  W-COD-ERRO  =  "35"
               OPEN  OUTPUT  ARQ-FORN
               CLOSE  ARQ-FORN
               OPEN  I-O  ARQ-FORN
           END-IF.
           IF  W-COD-ERRO  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "FORNMANT: ERRO AO ABRIR FORNEC.DAT - STATUS: "
                        W-COD-ERRO
           END-IF.
       ROT-PROCESSA.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-OPCAO.
           PERFORM   RECEBER-COD.
           EVALUATE  OPCAO
               WHEN  "I"
                   PERFORM  INCLUIR-FORNECEDOR
               WHEN  "A"
                   PERFORM  ALTERAR-FORNECEDOR
               WHEN  "E"
                   PERFORM  EXCLUIR-FORNECEDOR
               WHEN  "C"
                   PERFORM  CONSULTAR-FORNECEDOR
           END-EVALUATE.
           DISPLAY  L-MSG.
           PERFORM   RECEBER-OPC.
       FIM-ROT-PROCESSA.     EXIT.
       FORMATAR-TELA.
           DISPLAY  TELA1.
           INITIALIZE  REG-FORN  MENSAGEM.
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
           ACCEPT  L-NOME.
           ACCEPT  L-CNPJ.
           ACCEPT  L-FONE.
           ACCEPT  L-CONTATO.
           ACCEPT  L-PRAZO.
           PERFORM WITH TEST AFTER UNTIL FORN-ATIVO OR FORN-INATIVO
               ACCEPT  L-SIT
               MOVE  FUNCTION  UPPER-CASE  (SIT-FORN)  TO  SIT-FORN
               IF  NOT  FORN-ATIVO  AND  NOT  FORN-INATIVO
                   DISPLAY  "DIGITE A OU I"  AT  2250
               END-IF
           END-PERFORM.
           DISPLAY   LIMPA-MSG  AT  2250.
       FIM-RECEBER-DADOS.   EXIT.
       EXIBIR-DADOS.
           DISPLAY  L-NOME.
           DISPLAY  L-CNPJ.
           DISPLAY  L-FONE.
           DISPLAY  L-CONTATO.
           DISPLAY  L-PRAZO.
           DISPLAY  L-SIT.
       FIM-EXIBIR-DADOS.   EXIT.
       INCLUIR-FORNECEDOR.
           IF  COD-FORN  =  ZEROS
               MOVE  "CODIGO 000 E RESERVADO"  TO  MENSAGEM
           ELSE
               MOVE  "A"  TO  SIT-FORN
               PERFORM  RECEBER-DADOS
               WRITE  REG-FORN
                   INVALID KEY
                       MOVE  "CODIGO JA CADASTRADO"  TO  MENSAGEM
                   NOT INVALID KEY
                       MOVE  "FORNECEDOR INCLUIDO"  TO  MENSAGEM
               END-WRITE
           END-IF.
       FIM-INCLUIR-FORNECEDOR.   EXIT.
       ALTERAR-FORNECEDOR.
           READ  ARQ-FORN
               INVALID KEY
                   MOVE  "CODIGO NAO ENCONTRADO"  TO  MENSAGEM
           END-READ.
           IF  W-COD-ERRO  =  "00"
               PERFORM  EXIBIR-DADOS
               PERFORM  RECEBER-DADOS
               REWRITE  REG-FORN
                   INVALID KEY
                       MOVE  "ERRO AO ALTERAR"  TO  MENSAGEM
                   NOT INVALID KEY
                       MOVE  "FORNECEDOR ALTERADO"  TO  MENSAGEM
               END-REWRITE
           END-IF.
       FIM-ALTERAR-FORNECEDOR.   EXIT.
       EXCLUIR-FORNECEDOR.
           READ  ARQ-FORN
               INVALID KEY
                   MOVE  "CODIGO NAO ENCONTRADO"  TO  MENSAGEM
           END-READ.
           IF  W-COD-ERRO  =  "00"
               PERFORM  EXIBIR-DADOS
               DELETE  ARQ-FORN
                   INVALID KEY
                       MOVE  "ERRO AO EXCLUIR"  TO  MENSAGEM
                   NOT INVALID KEY
                       MOVE  "FORNECEDOR EXCLUIDO"  TO  MENSAGEM
               END-DELETE
           END-IF.
       FIM-EXCLUIR-FORNECEDOR.   EXIT.
       CONSULTAR-FORNECEDOR.
           READ  ARQ-FORN
               INVALID KEY
                   MOVE  "CODIGO NAO ENCONTRADO"  TO  MENSAGEM
           END-READ.
           IF  W-COD-ERRO  =  "00"
               PERFORM  EXIBIR-DADOS
               MOVE  "CONSULTA REALIZADA"  TO  MENSAGEM
           END-IF.
       FIM-CONSULTAR-FORNECEDOR.   EXIT.
       FECHAR-ARQUIVO.
           CLOSE  ARQ-FORN.
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
