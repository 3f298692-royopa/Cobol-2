      *    *   MANUTENCAO DO CADASTRO DE OPERADOR               *
      *    *   INCLUI, ALTERA E EXCLUI REGISTROS DE ARQ-OPER    *
      *    *   (CODIGO, NOME, SENHA E PERMISSOES DE PRODUTO,    *
      *    *   CLIENTE, VENDA E CONSULTA E FILIAL DE TRABALHO,  *
      *    *   CONFERIDA EM ARQ-FIL) - EXIGE SIGN-ON COM        *
      *    *   PERMISSAO DE PRODUTO, DISPENSADO QUANDO O        *
      *    *   CADASTRO AINDA ESTA VAZIO (CARGA INICIAL) -      *
      *    *   RECUSA EXCLUIR OU REBAIXAR O ULTIMO OPERADOR     *
               RECORD KEY  COD-OPER
               ACCESS   DYNAMIC
               FILE STATUS IS W-COD-ERRO.
           SELECT  OPTIONAL  ARQ-FIL  ASSIGN TO  "FILIAL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-FIL
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-FIL.
       DATA         DIVISION.
       FILE         SECTION.
       FD  ARQ-OPER
           LABEL RECORD STANDARD.
       COPY  OPERREG.
       FD  ARQ-FIL
           LABEL RECORD STANDARD.
       COPY  FILREG.
       WORKING-STORAGE    SECTION.
       01    VARIAVEIS.
           COPY  SIGNONWS.
           05    FLAG-ENTRADA     PIC   X    VALUE  SPACE.
               88    FLAG-ENTRADA-OK   VALUE  "S"  "N".
       01    W-COD-ERRO          PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-FIL      PIC  XX  VALUE  SPACES.
       01    W-QTD-PERM-PROD     PIC  9(3)  VALUE  ZEROS.
       01    W-COD-GUARDADO      PIC  X(8)  VALUE  SPACES.
       01    W-SW-STATUS.
               88    FIM-VARRE        VALUE  "S".
           05    W-PERM-MANTIDA   PIC   X  VALUE  "N".
               88    PERM-MANTIDA     VALUE  "S".
           05    W-CAD-FILIAL     PIC   X  VALUE  "N".
               88    CAD-FILIAL       VALUE  "S".
           05    W-FIL-OK         PIC   X  VALUE  "N".
               88    FIL-OK           VALUE  "S".
       SCREEN   SECTION.
       01    TELA1.
           05    BLANK   SCREEN.
                 "PERMISSAO VENDA (S/N): ".
           05    LINE  17   COLUMN  10   VALUE
                 "PERMISSAO CONSULTA (S/N): ".
           05    LINE  18   COLUMN  10   VALUE
                 "FILIAL: ".
           05    LINE  19   COLUMN  10   VALUE
                 "MENSAGEM: ".
           05    LINE  22   COLUMN  10   VALUE
                                       PERM-VENDA-OPER.
           05   L-PCON   LINE  17  COLUMN  36  PIC  X  USING
                                       PERM-CONS-OPER.
           05   L-FIL    LINE  18  COLUMN  36  PIC  9(3)  USING
                                       COD-FIL-OPER.
           05   L-NOME-FIL LINE 18 COLUMN  41  PIC  X(30)  FROM
                                       NOME-FIL.
           05   L-MSG    LINE  19  COLUMN  25  PIC  X(30)  FROM
                                       MENSAGEM.
           05   L-OPC    LINE  22  COLUMN  40  PIC  X  TO  OPC  AUTO.
               DISPLAY  "OPERMANT: ERRO AO ABRIR OPERADOR.DAT - "
                        "STATUS: "  W-COD-ERRO
           END-IF.
      *    SEM O CADASTRO DE FILIAL (CARGA INICIAL) A FILIAL DO
      *    OPERADOR NAO E CONFERIDA
           OPEN  INPUT  ARQ-FIL.
           EVALUATE  W-COD-ERRO-FIL
               WHEN  "00"
                   SET  CAD-FILIAL  TO  TRUE
               WHEN  "05"
                   MOVE  "N"  TO  W-CAD-FILIAL
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "OPERMANT: ERRO AO ABRIR FILIAL.DAT - "
                            "STATUS: "  W-COD-ERRO-FIL
           END-EVALUATE.
       ROT-PROCESSA.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-OPCAO.
           END-PERFORM.
           DISPLAY   LIMPA-MSG  AT  2250.
       FIM-RECEBER-PERMISSOES.   EXIT.
      *    FILIAL ZERO VALE COMO MATRIZ (001)
       RECEBER-FILIAL.
           PERFORM WITH TEST AFTER UNTIL FIL-OK
               ACCEPT  L-FIL
               IF  COD-FIL-OPER  =  ZEROS
                   MOVE  1  TO  COD-FIL-OPER
               END-IF
               PERFORM  CONFERIR-FILIAL
               IF  NOT  FIL-OK
                   DISPLAY  "FILIAL NAO CADASTRADA"  AT  2250
               END-IF
           END-PERFORM.
           DISPLAY   LIMPA-MSG  AT  2250.
       FIM-RECEBER-FILIAL.   EXIT.
       CONFERIR-FILIAL.
           MOVE  "N"     TO  W-FIL-OK.
           MOVE  SPACES  TO  NOME-FIL.
           IF  CAD-FILIAL
               MOVE  COD-FIL-OPER  TO  COD-FIL
               READ  ARQ-FIL
                   INVALID KEY
                       MOVE  "N"  TO  W-FIL-OK
                   NOT INVALID KEY
                       SET  FIL-OK  TO  TRUE
               END-READ
           ELSE
               SET  FIL-OK  TO  TRUE
           END-IF.
           DISPLAY  L-FIL.
           DISPLAY  L-NOME-FIL.
       FIM-CONFERIR-FILIAL.   EXIT.
       EXIBIR-OPERADOR.
           DISPLAY  L-NOME.
           DISPLAY  L-SENHA.
           DISPLAY  L-PCLI.
           DISPLAY  L-PVEN.
           DISPLAY  L-PCON.
      *    REGISTROS GRAVADOS ANTES DO CONTROLE POR FILIAL TRAZEM
      *    ESPACOS NA AREA DA FILIAL - VALEM COMO MATRIZ
           IF  COD-FIL-OPER  NOT  NUMERIC  OR  COD-FIL-OPER  =  ZEROS
               MOVE  1  TO  COD-FIL-OPER
           END-IF.
           PERFORM  CONFERIR-FILIAL.
       FIM-EXIBIR-OPERADOR.   EXIT.
       INCLUIR-OPERADOR.
           IF  COD-OPER  =  SPACES
               ACCEPT  L-NOME
               ACCEPT  L-SENHA
               PERFORM  RECEBER-PERMISSOES
               MOVE  1  TO  COD-FIL-OPER
               PERFORM  RECEBER-FILIAL
               WRITE  REG-OPER
                   INVALID KEY
                       MOVE  "CODIGO JA CADASTRADO"  TO  MENSAGEM
               ACCEPT   L-NOME
               ACCEPT   L-SENHA
               PERFORM  RECEBER-PERMISSOES
               PERFORM  RECEBER-FILIAL
               MOVE  "N"  TO  W-PERM-MANTIDA
               IF  ULTIMO-PROD  AND  NOT  OPER-PERM-PROD
                   MOVE  "S"  TO  PERM-PROD-OPER
           END-IF.
       FIM-CONSULTAR-OPERADOR.   EXIT.
       FECHAR-ARQUIVO.
           CLOSE  ARQ-OPER
                  ARQ-FIL.
       RECEBER-OPC.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT  L-OPC
