      $SET  ACCEPTREFRESH
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.            VENDREIM.
       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   REIMPRESSAO DO CUPOM DE VENDA                    *
      *    *   RECEBE O NUMERO DO PEDIDO, REUNE OS ITENS DE     *
      *    *   VENDA DO PEDIDO NO ARQUIVO MORTO DO FECHAMENTO   *
      *    *   MENSAL (VENDARQ.DAT) E NO DIARIO (ARQ-VENDA),    *
      *    *   BUSCA O NOME DO CLIENTE EM ARQ-CLI E, NA VENDA   *
      *    *   A PRAZO, O VENCIMENTO NO TITULO DO PEDIDO EM     *
      *    *   ARQ-REC, E IMPRIME A SEGUNDA VIA DO CUPOM        *
      *    *   (CUPOMPR) EM CUPOM.PRN - DEVOLUCOES NAO ENTRAM   *
      *    *   NO CUPOM - EXIGE SIGN-ON COM PERMISSAO DE VENDA  *
      *    *   (SIGNONPR)                                       *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLI ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CPF-CLI
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-CLI.
           SELECT ARQ-PROD ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-PROD
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO.
           SELECT  OPTIONAL  ARQ-VENDA  ASSIGN TO  "VENDAS.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-VENDA.
           SELECT  OPTIONAL  ARQ-ARQV  ASSIGN TO  "VENDARQ.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-ARQV.
           SELECT  OPTIONAL  ARQ-REC  ASSIGN TO  "CONTAREC.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-REC.
           SELECT ARQ-CUPOM ASSIGN TO "CUPOM.PRN"
               FILE STATUS IS CUP-COD-ERRO.
           SELECT ARQ-OPER ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-OPER
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-OPER.
       DATA         DIVISION.
       FILE         SECTION.
       FD  ARQ-CLI
           LABEL RECORD STANDARD.
       COPY  CLIREG.
       FD  ARQ-PROD
           LABEL RECORD STANDARD.
       COPY  PRODREG.
       FD  ARQ-VENDA
           LABEL  RECORD  STANDARD.
       COPY  VENDREG.
       FD  ARQ-ARQV
           LABEL  RECORD  STANDARD.
      *    IMAGEM DE REG-VENDA (VENDREG)
       01  REG-ARQV            PIC X(80).
       FD  ARQ-REC
           LABEL  RECORD  STANDARD.
       COPY  RECREG.
       FD  ARQ-CUPOM
           LABEL  RECORD  OMITTED.
       01  REG-CUPOM           PIC X(60).
       FD  ARQ-OPER
           LABEL RECORD STANDARD.
       COPY  OPERREG.
       WORKING-STORAGE    SECTION.
       01    VARIAVEIS.
           COPY  SIGNONWS.
           COPY  DOCWS.
           05        OPC           PIC   X    VALUE   SPACE.
               88    OPC-OK            VALUE  "S"  "N".
           05    LIMPA-MSG        PIC  X(30)  VALUE  SPACES.
           05    MENSAGEM         PIC  X(30)  VALUE  SPACES.
           05    PED-ENTRADA      PIC  9(6)   VALUE  ZEROS.
           05    DATA-PED-ED.
               10    DIA-PED-ED   PIC  99.
               10    FILLER       PIC  X   VALUE  "/".
               10    MES-PED-ED   PIC  99.
               10    FILLER       PIC  X   VALUE  "/".
               10    ANO-PED-ED   PIC  9999.
       01    W-COD-ERRO          PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-CLI      PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-VENDA    PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-ARQV     PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-REC      PIC  XX  VALUE  SPACES.
       01    W-QTD-ACHADOS       PIC  9(5)  VALUE  ZEROS.
       01    W-CUPOM.
           COPY  CUPOMWS.
       01    W-SW-STATUS.
           05    W-ERRO-FATAL     PIC   X  VALUE  "N".
               88    ERRO-FATAL       VALUE  "S".
           05    W-FIM-VENDA      PIC   X  VALUE  "N".
               88    FIM-VENDA        VALUE  "S".
           05    W-FIM-ARQV       PIC   X  VALUE  "N".
               88    FIM-ARQV         VALUE  "S".
           05    W-FIM-REC        PIC   X  VALUE  "N".
               88    FIM-REC          VALUE  "S".
       SCREEN   SECTION.
       01    TELA1.
           05    BLANK   SCREEN.
           05    LINE  03   COLUMN  20  VALUE
                               "REIMPRESSAO DE CUPOM DE VENDA".
           05    LINE  05   COLUMN  10   VALUE
                 "NUMERO DO PEDIDO: ".
           05    LINE  07   COLUMN  10   VALUE
                 "DATA: ".
           05    LINE  09   COLUMN  10   VALUE
                 "CPF/CNPJ: ".
           05    LINE  11   COLUMN  10   VALUE
                 "NOME: ".
           05    LINE  13   COLUMN  10   VALUE
                 "ITENS: ".
           05    LINE  19   COLUMN  10   VALUE
                 "MENSAGEM: ".
           05    LINE  22   COLUMN  10   VALUE
                 "OUTRA REIMPRESSAO?(S/N):  ".
       01    TELA2.
           05   L-PED    LINE  05  COLUMN  29  PIC  9(6)
                                       TO  PED-ENTRADA
                                       REQUIRED   AUTO.
           05   L-DATA   LINE  07  COLUMN  25  PIC  X(10)  FROM
                                       DATA-PED-ED.
           05   L-CPF    LINE  09  COLUMN  25  PIC  X(18)  FROM
                                       DOC-FORMATADO.
           05   L-NOME   LINE  11  COLUMN  25  PIC  X(30)  FROM
                                       CUP-NOME.
           05   L-ITENS  LINE  13  COLUMN  25  PIC  ZZ9  FROM
                                       CUP-QTD-ITENS.
           05   L-MSG    LINE  19  COLUMN  25  PIC  X(30)  FROM
                                       MENSAGEM.
           05   L-OPC    LINE  22  COLUMN  40  PIC  X  TO  OPC  AUTO.

       PROCEDURE   DIVISION.
       INICIO.
           MOVE  "V"  TO  W-PERM-EXIGIDA.
           PERFORM  EFETUAR-SIGNON.
           IF  NOT  OPER-VALIDO
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "VENDREIM: ACESSO NEGADO"
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
           OPEN  INPUT  ARQ-CLI.
           IF  W-COD-ERRO-CLI  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "VENDREIM: ERRO AO ABRIR CLIENTE.DAT - STATUS: "
                        W-COD-ERRO-CLI
           END-IF.
           OPEN  INPUT  ARQ-PROD.
           IF  W-COD-ERRO  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "VENDREIM: ERRO AO ABRIR PRODUTO.DAT - STATUS: "
                        W-COD-ERRO
           END-IF.
       ROT-PROCESSA.
           PERFORM   FORMATAR-TELA.
           ACCEPT    L-PED.
           PERFORM   LOCALIZAR-PEDIDO.
           IF  CUP-QTD-ITENS  =  ZEROS
               MOVE  "PEDIDO NAO ENCONTRADO"  TO  MENSAGEM
           ELSE
               PERFORM  COMPLETAR-CUPOM
               PERFORM  EXIBIR-PEDIDO
               PERFORM  EMITIR-CUPOM
               IF  W-QTD-ACHADOS  >  50
                   MOVE  "CUPOM LIMITADO A 50 ITENS"  TO  MENSAGEM
               ELSE
                   MOVE  "SEGUNDA VIA IMPRESSA"  TO  MENSAGEM
               END-IF
           END-IF.
           DISPLAY  L-MSG.
           PERFORM   RECEBER-OPC.
       FIM-ROT-PROCESSA.     EXIT.
       FORMATAR-TELA.
           DISPLAY  TELA1.
           INITIALIZE  MENSAGEM  PED-ENTRADA  CUP-CPF  CUP-TIPO-DOC
                       CUP-NOME
                       CUP-DATA  CUP-COND  CUP-VENC  CUP-OPER.
           MOVE  ZEROS  TO  CUP-QTD-ITENS  W-QTD-ACHADOS.
       FIM-FORMATAR-TELA.   EXIT.
      *    O PEDIDO DE MES JA FECHADO ESTA NO ARQUIVO MORTO - O DO
      *    MES CORRENTE NO DIARIO
       LOCALIZAR-PEDIDO.
           MOVE  "N"  TO  W-FIM-ARQV.
           OPEN  INPUT  ARQ-ARQV.
           IF  W-COD-ERRO-ARQV  NOT =  "00"  AND  NOT =  "05"
               DISPLAY  "ERRO AO ABRIR VENDARQ.DAT"  AT  2250
           ELSE
               PERFORM  LER-ARQUIVO-MORTO
               PERFORM  VERIFICAR-ARQUIVO-MORTO  UNTIL  FIM-ARQV
               CLOSE  ARQ-ARQV
           END-IF.
           MOVE  "N"  TO  W-FIM-VENDA.
           OPEN  INPUT  ARQ-VENDA.
           IF  W-COD-ERRO-VENDA  NOT =  "00"  AND  NOT =  "05"
               DISPLAY  "ERRO AO ABRIR VENDAS.DAT"  AT  2250
           ELSE
               PERFORM  LER-VENDA
               PERFORM  VERIFICAR-VENDA  UNTIL  FIM-VENDA
               CLOSE  ARQ-VENDA
           END-IF.
       FIM-LOCALIZAR-PEDIDO.   EXIT.
       LER-ARQUIVO-MORTO.
           READ  ARQ-ARQV.
           EVALUATE  W-COD-ERRO-ARQV
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQV  TO  TRUE
               WHEN  OTHER
                   SET  FIM-ARQV  TO  TRUE
                   DISPLAY  "VENDREIM: ERRO DE E/S EM ARQ-ARQV - "
                            "STATUS: "  W-COD-ERRO-ARQV
           END-EVALUATE.
       FIM-LER-ARQUIVO-MORTO.   EXIT.
      *    O REGISTRO DO MORTO TEM O MESMO LAYOUT DE REG-VENDA E E
      *    CONFERIDO PELA MESMA ROTINA DO DIARIO
       VERIFICAR-ARQUIVO-MORTO.
           MOVE  REG-ARQV  TO  REG-VENDA.
           PERFORM  GUARDAR-ITEM.
           PERFORM  LER-ARQUIVO-MORTO.
       FIM-VERIFICAR-ARQUIVO-MORTO.   EXIT.
       LER-VENDA.
           READ  ARQ-VENDA.
           EVALUATE  W-COD-ERRO-VENDA
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-VENDA  TO  TRUE
               WHEN  OTHER
                   SET  FIM-VENDA  TO  TRUE
                   DISPLAY  "VENDREIM: ERRO DE E/S EM ARQ-VENDA - "
                            "STATUS: "  W-COD-ERRO-VENDA
           END-EVALUATE.
       FIM-LER-VENDA.   EXIT.
       VERIFICAR-VENDA.
           PERFORM  GUARDAR-ITEM.
           PERFORM  LER-VENDA.
       FIM-VERIFICAR-VENDA.   EXIT.
      *    REGISTROS GRAVADOS ANTES DA NUMERACAO DE PEDIDO TRAZEM
      *    ESPACOS EM NUM-PED-VENDA E NUNCA SAO SELECIONADOS
       GUARDAR-ITEM.
           IF  NUM-PED-VENDA  NUMERIC
               AND  NUM-PED-VENDA  =  PED-ENTRADA
               AND  NOT  VENDA-DEVOLUCAO
               ADD  1  TO  W-QTD-ACHADOS
               IF  CUP-QTD-ITENS  =  ZEROS
                   MOVE  DATA-VENDA  TO  CUP-DATA
                   MOVE  CPF-VENDA   TO  CUP-CPF
                   MOVE  COND-VENDA  TO  CUP-COND
                   MOVE  OPER-VENDA  TO  CUP-OPER
               END-IF
               IF  CUP-QTD-ITENS  <  50
                   ADD  1  TO  CUP-QTD-ITENS
                   MOVE  COD-PROD-VENDA     TO  CUP-COD(CUP-QTD-ITENS)
                   MOVE  QTD-VENDA          TO  CUP-QTD(CUP-QTD-ITENS)
                   MOVE  PRECO-LISTA-VENDA
                         TO  CUP-LISTA(CUP-QTD-ITENS)
                   MOVE  PRECO-UNIT-VENDA   TO  CUP-UNIT(CUP-QTD-ITENS)
                   PERFORM  BUSCAR-DESCRICAO
               END-IF
           END-IF.
       FIM-GUARDAR-ITEM.   EXIT.
       BUSCAR-DESCRICAO.
           MOVE  COD-PROD-VENDA  TO  COD-PROD.
           READ  ARQ-PROD
               INVALID KEY
                   MOVE  "(NAO CADASTRADO)"
                         TO  CUP-DESCRI(CUP-QTD-ITENS)
               NOT INVALID KEY
                   MOVE  DESCRI-PROD  TO  CUP-DESCRI(CUP-QTD-ITENS)
           END-READ.
       FIM-BUSCAR-DESCRICAO.   EXIT.
       COMPLETAR-CUPOM.
           MOVE  PED-ENTRADA  TO  CUP-NUM-PED.
           MOVE  "2"          TO  CUP-VIA.
           MOVE  CUP-CPF      TO  CPF-CLI.
           READ  ARQ-CLI
               INVALID KEY
                   MOVE  "(NAO CADASTRADO)"  TO  CUP-NOME
               NOT INVALID KEY
                   MOVE  NOME-CLI      TO  CUP-NOME
                   MOVE  TIPO-DOC-CLI  TO  CUP-TIPO-DOC
           END-READ.
           MOVE  ZEROS  TO  CUP-VENC.
           IF  CUP-PRAZO
               PERFORM  BUSCAR-VENCIMENTO
           END-IF.
       FIM-COMPLETAR-CUPOM.   EXIT.
      *    O VENCIMENTO DA VENDA A PRAZO E O DO PRIMEIRO TITULO
      *    GRAVADO COM O NUMERO DO PEDIDO
       BUSCAR-VENCIMENTO.
           MOVE  "N"  TO  W-FIM-REC.
           OPEN  INPUT  ARQ-REC.
           IF  W-COD-ERRO-REC  NOT =  "00"  AND  NOT =  "05"
               DISPLAY  "ERRO AO ABRIR CONTAREC.DAT"  AT  2250
           ELSE
               PERFORM  LER-RECEBIVEL
               PERFORM  VERIFICAR-RECEBIVEL  UNTIL  FIM-REC
               CLOSE  ARQ-REC
           END-IF.
       FIM-BUSCAR-VENCIMENTO.   EXIT.
       LER-RECEBIVEL.
           READ  ARQ-REC.
           EVALUATE  W-COD-ERRO-REC
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-REC  TO  TRUE
               WHEN  OTHER
                   SET  FIM-REC  TO  TRUE
                   DISPLAY  "VENDREIM: ERRO DE E/S EM ARQ-REC - "
                            "STATUS: "  W-COD-ERRO-REC
           END-EVALUATE.
       FIM-LER-RECEBIVEL.   EXIT.
       VERIFICAR-RECEBIVEL.
           IF  REC-TITULO
               AND  NUM-PED-REC  NUMERIC
               AND  NUM-PED-REC  =  PED-ENTRADA
               MOVE  DATA-VENC-REC  TO  CUP-VENC
               SET  FIM-REC  TO  TRUE
           ELSE
               PERFORM  LER-RECEBIVEL
           END-IF.
       FIM-VERIFICAR-RECEBIVEL.   EXIT.
       EXIBIR-PEDIDO.
           MOVE  CUP-DIA  TO  DIA-PED-ED.
           MOVE  CUP-MES  TO  MES-PED-ED.
           MOVE  CUP-ANO  TO  ANO-PED-ED.
           MOVE  CUP-CPF       TO  DOC-NUMERO.
           MOVE  CUP-TIPO-DOC  TO  DOC-TIPO.
           PERFORM  FORMATAR-DOCUMENTO.
           DISPLAY  L-DATA.
           DISPLAY  L-CPF.
           DISPLAY  L-NOME.
           DISPLAY  L-ITENS.
       FIM-EXIBIR-PEDIDO.   EXIT.
       FECHAR-ARQUIVOS.
           CLOSE  ARQ-CLI
                  ARQ-PROD.
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
       COPY  CUPOMPR.
       COPY  DOCPR.
       COPY  SIGNONPR.
       FIM-DO-PROGRAMA.    EXIT.
