      $SET  ACCEPTREFRESH
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.            CTBMANT.
       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   MANUTENCAO DO MAPEAMENTO CONTABIL                *
      *    *   INCLUI, ALTERA E EXCLUI REGISTROS DE ARQ-CTB -   *
      *    *   PARA CADA EVENTO DO JORNAL DIARIO (01 A 08) AS   *
      *    *   CONTAS DE DEBITO E CREDITO E O HISTORICO USADOS  *
      *    *   POR JORNCTB                                      *
      *    *   EXIGE SIGN-ON COM PERMISSAO DE PRODUTO           *
      *    *   (SIGNONPR)                                       *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT ARQ-CTB ASSIGN TO "CTBMAP.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-EVT-CTB
               ACCESS   DYNAMIC
               FILE STATUS IS W-COD-ERRO.
           SELECT ARQ-OPER ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-OPER
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-OPER.
       DATA         DIVISION.
       FILE         SECTION.
       FD  ARQ-CTB
           LABEL RECORD STANDARD.
       COPY  CTBREG.
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
                               "MANUTENCAO DO MAPEAMENTO CONTABIL".
           05    LINE  06   COLUMN  10   VALUE
                 "(I)NCLUIR  (A)LTERAR  (E)XCLUIR  (C)ONSULTAR: ".
           05    LINE  09   COLUMN  10   VALUE
                 "EVENTO (01 A 08): ".
           05    LINE  10   COLUMN  10   VALUE
                 "HISTORICO: ".
           05    LINE  11   COLUMN  10   VALUE
                 "CONTA DEBITO: ".
           05    LINE  12   COLUMN  10   VALUE
                 "CONTA CREDITO: ".
           05    LINE  14   COLUMN  10   VALUE
                 "01 VENDA A VISTA  02 VENDA A PRAZO  03 DESCONTO".
           05    LINE  15   COLUMN  10   VALUE
                 "04 DEVOL. A VISTA  05 DEVOL. A PRAZO  06 RECEBIM.".
           05    LINE  16   COLUMN  10   VALUE
                 "07 SOBRA DE INVENTARIO  08 FALTA DE INVENTARIO".
           05    LINE  17   COLUMN  10   VALUE
                 "MENSAGEM: ".
           05    LINE  22   COLUMN  10   VALUE
                 "OUTRA OPERACAO?(S/N):  ".
       01    TELA2.
           05   L-OPCAO  LINE  06  COLUMN  59  PIC  X  TO  OPCAO
                                       REQUIRED   AUTO.
           05   L-COD    LINE  09  COLUMN  28  PIC  99  TO  COD-EVT-CTB
                                       REQUIRED   AUTO.
           05   L-HIST   LINE  10  COLUMN  28  PIC  X(40)  USING
                                       HIST-CTB.
           05   L-DEB    LINE  11  COLUMN  28  PIC  X(15)  USING
                                       CONTA-DEB-CTB.
           05   L-CRED   LINE  12  COLUMN  28  PIC  X(15)  USING
                                       CONTA-CRED-CTB.
           05   L-MSG    LINE  17  COLUMN  25  PIC  X(30)  FROM
                                       MENSAGEM.
           05   L-OPC    LINE  22  COLUMN  40  PIC  X  TO  OPC  AUTO.

       PROCEDURE   DIVISION.
       INICIO.
           MOVE  "P"  TO  W-PERM-EXIGIDA.
           PERFORM  EFETUAR-SIGNON.
           IF  NOT  OPER-VALIDO
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "CTBMANT: ACESSO NEGADO"
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
           OPEN  I-O  ARQ-CTB.
           IF  W-COD-ERRO  =  "35"
               OPEN  OUTPUT  ARQ-CTB
               CLOSE  ARQ-CTB
               OPEN  I-O  ARQ-CTB
           END-IF.
           IF  W-COD-ERRO  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "CTBMANT: ERRO AO ABRIR CTBMAP.DAT - STATUS: "
                        W-COD-ERRO
           END-IF.
       ROT-PROCESSA.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-OPCAO.
           PERFORM   RECEBER-COD.
           EVALUATE  OPCAO
               WHEN  "I"
                   PERFORM  INCLUIR-MAPEAMENTO
               WHEN  "A"
                   PERFORM  ALTERAR-MAPEAMENTO
               WHEN  "E"
                   PERFORM  EXCLUIR-MAPEAMENTO
               WHEN  "C"
                   PERFORM  CONSULTAR-MAPEAMENTO
           END-EVALUATE.
           DISPLAY  L-MSG.
           PERFORM   RECEBER-OPC.
       FIM-ROT-PROCESSA.     EXIT.
       FORMATAR-TELA.
           DISPLAY  TELA1.
           INITIALIZE  REG-CTB  MENSAGEM.
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
           ACCEPT  L-HIST.
           MOVE  FUNCTION  UPPER-CASE  (HIST-CTB)  TO  HIST-CTB.
           PERFORM WITH TEST AFTER UNTIL CONTA-DEB-CTB  NOT =  SPACES
               ACCEPT  L-DEB
               IF  CONTA-DEB-CTB  =  SPACES
                   DISPLAY  "INFORME A CONTA DE DEBITO"  AT  2250
               END-IF
           END-PERFORM.
           DISPLAY   LIMPA-MSG  AT  2250.
           PERFORM WITH TEST AFTER UNTIL CONTA-CRED-CTB  NOT =  SPACES
               ACCEPT  L-CRED
               IF  CONTA-CRED-CTB  =  SPACES
                   DISPLAY  "INFORME A CONTA DE CREDITO"  AT  2250
               END-IF
           END-PERFORM.
           DISPLAY   LIMPA-MSG  AT  2250.
       FIM-RECEBER-DADOS.   EXIT.
       EXIBIR-DADOS.
           DISPLAY  L-HIST.
           DISPLAY  L-DEB.
           DISPLAY  L-CRED.
       FIM-EXIBIR-DADOS.   EXIT.
       INCLUIR-MAPEAMENTO.
           IF  NOT  EVT-CTB-VALIDO
               MOVE  "EVENTO INVALIDO (01 A 08)"  TO  MENSAGEM
           ELSE
               PERFORM  RECEBER-DADOS
               WRITE  REG-CTB
                   INVALID KEY
                       MOVE  "EVENTO JA CADASTRADO"  TO  MENSAGEM
                   NOT INVALID KEY
                       MOVE  "MAPEAMENTO INCLUIDO"  TO  MENSAGEM
               END-WRITE
           END-IF.
       FIM-INCLUIR-MAPEAMENTO.   EXIT.
       ALTERAR-MAPEAMENTO.
           READ  ARQ-CTB
               INVALID KEY
                   MOVE  "EVENTO NAO ENCONTRADO"  TO  MENSAGEM
           END-READ.
           IF  W-COD-ERRO  =  "00"
               PERFORM  EXIBIR-DADOS
               PERFORM  RECEBER-DADOS
               REWRITE  REG-CTB
                   INVALID KEY
                       MOVE  "ERRO AO ALTERAR"  TO  MENSAGEM
                   NOT INVALID KEY
                       MOVE  "MAPEAMENTO ALTERADO"  TO  MENSAGEM
               END-REWRITE
           END-IF.
       FIM-ALTERAR-MAPEAMENTO.   EXIT.
       EXCLUIR-MAPEAMENTO.
           READ  ARQ-CTB
               INVALID KEY
                   MOVE  "EVENTO NAO ENCONTRADO"  TO  MENSAGEM
           END-READ.
           IF  W-COD-ERRO  =  "00"
               PERFORM  EXIBIR-DADOS
               DELETE  ARQ-CTB
                   INVALID KEY
                       MOVE  "ERRO AO EXCLUIR"  TO  MENSAGEM
                   NOT INVALID KEY
                       MOVE  "MAPEAMENTO EXCLUIDO"  TO  MENSAGEM
               END-DELETE
           END-IF.
       FIM-EXCLUIR-MAPEAMENTO.   EXIT.
       CONSULTAR-MAPEAMENTO.
           READ  ARQ-CTB
               INVALID KEY
                   MOVE  "EVENTO NAO ENCONTRADO"  TO  MENSAGEM
           END-READ.
           IF  W-COD-ERRO  =  "00"
               PERFORM  EXIBIR-DADOS
               MOVE  "CONSULTA REALIZADA"  TO  MENSAGEM
           END-IF.
       FIM-CONSULTAR-MAPEAMENTO.   EXIT.
       FECHAR-ARQUIVO.
           CLOSE  ARQ-CTB.
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
