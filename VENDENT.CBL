       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   ENTRADA DE PEDIDO DE VENDA                       *
      *    *   RECEBE O CPF OU CNPJ DO CLIENTE (EXIBIDO COM A   *
      *    *   MASCARA DE DOCPR) E OS ITENS DO PEDIDO,          *
      *    *   PRECIFICA CADA ITEM PELO CADASTRO DE PRODUTO     *
      *    *   (PROMOCAO QUANDO DIFERENTE DE ZERO E MENOR QUE   *
      *    *   O PRECO DE LISTA) E GRAVA O MOVIMENTO EM         *
      *    *   CREDITO DO CLIENTE MENOS O SALDO EM ABERTO       *
      *    *   EXIGE SIGN-ON COM PERMISSAO DE VENDA (SIGNONPR)  *
      *    *   E O OPERADOR VALIDADO ASSINA CADA VENDA          *
      *    *   CADA ITEM LEVA O CUSTO MEDIO DO PRODUTO NA DATA  *
      *    *   O PRIMEIRO ITEM GRAVADO ABRE O NUMERO DO PEDIDO  *
      *    *   (VENDPED.CTL), QUE VAI EM TODOS OS ITENS E       *
      *    *   TITULOS DA VENDA - AO FINAL DO PEDIDO IMPRIME O  *
      *    *   CUPOM DO CLIENTE (CUPOMPR) EM CUPOM.PRN          *
      *    *   CLIENTE COM CREDITO BLOQUEADO POR ATRASO         *
      *    *   (EXTRATO) NAO COMPRA A PRAZO                     *
      *    *   CADA ITEM LEVA A FILIAL DO OPERADOR (SIGNONPR)   *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
           SELECT  OPTIONAL  ARQ-REC  ASSIGN TO  "CONTAREC.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-REC.
           SELECT  OPTIONAL  ARQ-ARQV  ASSIGN TO  "VENDARQ.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-ARQV.
           SELECT  OPTIONAL  ARQ-CTL  ASSIGN TO  "VENDPED.CTL"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-CTL.
           SELECT ARQ-CUPOM ASSIGN TO "CUPOM.PRN"
               FILE STATUS IS CUP-COD-ERRO.
           SELECT ARQ-OPER ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-OPER
       FD  ARQ-REC
           LABEL  RECORD  STANDARD.
       COPY  RECREG.
       FD  ARQ-ARQV
           LABEL  RECORD  STANDARD.
      *    IMAGEM DE REG-VENDA (VENDREG)
       01  REG-ARQV            PIC X(80).
       FD  ARQ-CTL
           LABEL  RECORD  STANDARD.
      *    CONTROLE DA NUMERACAO - ULTIMO NUMERO DE PEDIDO USADO
       01  REG-CTL             PIC 9(6).
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
           05        OPC-ITEM      PIC   X    VALUE   SPACE.
       01    W-COD-ERRO-CLI      PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-VENDA    PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-REC      PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-ARQV     PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-CTL      PIC  XX  VALUE  SPACES.
       01    W-NUM-PEDIDO        PIC  9(6)  VALUE  ZEROS.
       01    W-ULT-PED           PIC  9(6)  VALUE  ZEROS.
       01    W-CUPOM.
           COPY  CUPOMWS.
       01    W-SALDO-ABERTO      PIC  S9(9)V99  VALUE  ZEROS.
       01    W-SW-STATUS.
           05    W-ERRO-FATAL     PIC   X  VALUE  "N".
               88    CREDITO-OK       VALUE  "S".
           05    W-FIM-REC        PIC   X  VALUE  "N".
               88    FIM-REC          VALUE  "S".
           05    W-CTL-OK         PIC   X  VALUE  "N".
               88    CTL-OK           VALUE  "S".
           05    W-FIM-VENDA      PIC   X  VALUE  "N".
               88    FIM-VENDA        VALUE  "S".
       SCREEN   SECTION.
       01    TELA1.
           05    BLANK   SCREEN.
           05    LINE  03   COLUMN  20  VALUE
                               "ENTRADA DE PEDIDO DE VENDA".
           05    LINE  05   COLUMN  10   VALUE
                 "CPF/CNPJ: ".
           05    LINE  05   COLUMN  45   VALUE
                 "PEDIDO: ".
           05    LINE  07   COLUMN  10   VALUE
                 "NOME: ".
           05    LINE  08   COLUMN  10   VALUE
           05    LINE  22   COLUMN  10   VALUE
                 "OUTRA VENDA?(S/N):  ".
       01    TELA2.
           05   L-CPF    LINE  05  COLUMN  25  PIC  9(14)
                                       TO  CPF-VENDA
                                       REQUIRED   AUTO.
           05   L-DOC    LINE  06  COLUMN  25  PIC  X(18)  FROM
                                       DOC-FORMATADO.
           05   L-PED    LINE  05  COLUMN  53  PIC  9(6)  FROM
                                       W-NUM-PEDIDO.
           05   L-NOME   LINE  07  COLUMN  25  PIC  X(30)  FROM
                                       NOME-CLI.
           05   L-COND   LINE  08  COLUMN  37  PIC  X  TO
               DISPLAY  "VENDENT: ERRO AO ABRIR PRODUTO.DAT - STATUS: "
                        W-COD-ERRO
           END-IF.
           PERFORM  CARREGAR-NUMERACAO.
           OPEN  EXTEND  ARQ-VENDA.
           IF  W-COD-ERRO-VENDA  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               IF  CONDICAO-OK
                   MOVE  "S"  TO  OPC-ITEM
                   PERFORM  ROT-ITEM  UNTIL  OPC-ITEM  =  "N"
                   IF  CUP-QTD-ITENS  >  ZEROS
                       PERFORM  IMPRIMIR-CUPOM-PEDIDO
                   END-IF
               ELSE
                   DISPLAY  L-MSG
               END-IF
           INITIALIZE  REG-VENDA  REG-CLI  REG-PROD  MENSAGEM
                       QTD-ITEM  VALOR-ITEM-ED  COND-ENTRADA
                       VENC-ENTRADA.
           MOVE  ZEROS  TO  W-NUM-PEDIDO  CUP-QTD-ITENS.
       FIM-FORMATAR-TELA.   EXIT.
      *    O ULTIMO NUMERO DE PEDIDO VEM DE VENDPED.CTL - NA FALTA
      *    DO CONTROLE A NUMERACAO E RETOMADA PELO MAIOR NUMERO
      *    GRAVADO NO ARQUIVO MORTO E NO DIARIO
       CARREGAR-NUMERACAO.
           MOVE  ZEROS  TO  W-ULT-PED.
           MOVE  "N"    TO  W-CTL-OK.
           OPEN  INPUT  ARQ-CTL.
           IF  W-COD-ERRO-CTL  =  "00"
               READ  ARQ-CTL
               IF  W-COD-ERRO-CTL  =  "00"  AND  REG-CTL  NUMERIC
                   MOVE  REG-CTL  TO  W-ULT-PED
                   SET  CTL-OK  TO  TRUE
               END-IF
               CLOSE  ARQ-CTL
           END-IF.
           IF  NOT  CTL-OK
               DISPLAY  "VENDENT: VENDPED.CTL AUSENTE - NUMERACAO "
                        "RETOMADA DOS ARQUIVOS DE VENDA"
               PERFORM  APURAR-ULTIMO-PEDIDO
           END-IF.
       FIM-CARREGAR-NUMERACAO.   EXIT.
       APURAR-ULTIMO-PEDIDO.
           MOVE  "N"  TO  W-FIM-VENDA.
           OPEN  INPUT  ARQ-ARQV.
           IF  W-COD-ERRO-ARQV  =  "00"
               PERFORM  LER-ARQUIVO-MORTO
               PERFORM  VERIFICAR-ARQUIVO-MORTO  UNTIL  FIM-VENDA
               CLOSE  ARQ-ARQV
           END-IF.
           MOVE  "N"  TO  W-FIM-VENDA.
           OPEN  INPUT  ARQ-VENDA.
           IF  W-COD-ERRO-VENDA  =  "00"
               PERFORM  LER-DIARIO
               PERFORM  VERIFICAR-DIARIO  UNTIL  FIM-VENDA
               CLOSE  ARQ-VENDA
           END-IF.
       FIM-APURAR-ULTIMO-PEDIDO.   EXIT.
       LER-ARQUIVO-MORTO.
           READ  ARQ-ARQV.
           IF  W-COD-ERRO-ARQV  NOT =  "00"
               SET  FIM-VENDA  TO  TRUE
           END-IF.
       FIM-LER-ARQUIVO-MORTO.   EXIT.
       VERIFICAR-ARQUIVO-MORTO.
           MOVE  REG-ARQV  TO  REG-VENDA.
           PERFORM  VERIFICAR-NUMERO.
           PERFORM  LER-ARQUIVO-MORTO.
       FIM-VERIFICAR-ARQUIVO-MORTO.   EXIT.
       LER-DIARIO.
           READ  ARQ-VENDA.
           IF  W-COD-ERRO-VENDA  NOT =  "00"
               SET  FIM-VENDA  TO  TRUE
           END-IF.
       FIM-LER-DIARIO.   EXIT.
       VERIFICAR-DIARIO.
           PERFORM  VERIFICAR-NUMERO.
           PERFORM  LER-DIARIO.
       FIM-VERIFICAR-DIARIO.   EXIT.
       VERIFICAR-NUMERO.
           IF  NUM-PED-VENDA  NUMERIC
               AND  NUM-PED-VENDA  >  W-ULT-PED
               MOVE  NUM-PED-VENDA  TO  W-ULT-PED
           END-IF.
       FIM-VERIFICAR-NUMERO.   EXIT.
       RECEBER-CLIENTE.
           MOVE  "N"  TO  W-CLIENTE-OK.
           ACCEPT  L-CPF.
               INVALID KEY
                   MOVE  "CLIENTE NAO CADASTRADO"  TO  MENSAGEM
               NOT INVALID KEY
                   MOVE  CPF-CLI       TO  DOC-NUMERO
                   MOVE  TIPO-DOC-CLI  TO  DOC-TIPO
                   PERFORM  FORMATAR-DOCUMENTO
                   DISPLAY  L-DOC
                   IF  CLI-ATIVO
                       SET  CLIENTE-OK  TO  TRUE
                       DISPLAY  L-NOME
           IF  LIMITE-CRED-CLI  NOT  NUMERIC
               MOVE  ZEROS  TO  LIMITE-CRED-CLI
           END-IF.
           EVALUATE  TRUE
               WHEN  CLI-BLOQUEADO
                   MOVE  "CREDITO BLOQUEADO - VENCIDOS"  TO  MENSAGEM
               WHEN  LIMITE-CRED-CLI  =  ZEROS
                   MOVE  "CLIENTE SEM LIMITE DE CREDITO"  TO  MENSAGEM
               WHEN  OTHER
                   PERFORM  APURAR-SALDO-ABERTO
                   IF  W-SALDO-ABERTO  NOT <  LIMITE-CRED-CLI
                       MOVE  "LIMITE DE CREDITO EXCEDIDO"  TO  MENSAGEM
                   ELSE
                       PERFORM  RECEBER-VENCIMENTO
                   END-IF
           END-EVALUATE.
       FIM-CRITICAR-LIMITE.   EXIT.
      *    O VENCIMENTO ALIMENTA DATA-VENC-REC E O CALCULO DE
      *    ATRASO DE RELRECEB - MES E DIA SAO CRITICADOS ANTES
       FIM-ACUMULAR-RECEBIVEL.   EXIT.
       ROT-ITEM.
           INITIALIZE  REG-PROD  MENSAGEM  QTD-ITEM  VALOR-ITEM-ED.
           IF  CUP-QTD-ITENS  =  50
               MOVE  "LIMITE DE 50 ITENS NO PEDIDO"  TO  MENSAGEM
               DISPLAY  L-MSG
               MOVE  "N"  TO  OPC-ITEM
           ELSE
               PERFORM  RECEBER-ITEM
               IF  ITEM-OK
                   PERFORM  PRECIFICAR-ITEM
                   PERFORM  CRITICAR-CREDITO-ITEM
                   IF  CREDITO-OK
                       PERFORM  GRAVAR-VENDA
                   END-IF
               END-IF
               DISPLAY  L-MSG
               PERFORM  RECEBER-OPC-ITEM
           END-IF.
       FIM-ROT-ITEM.   EXIT.
       RECEBER-ITEM.
           MOVE  "N"  TO  W-ITEM-OK.
           END-IF.
       FIM-CRITICAR-CREDITO-ITEM.   EXIT.
       GRAVAR-VENDA.
           IF  W-NUM-PEDIDO  =  ZEROS
               PERFORM  OBTER-NUMERO-PEDIDO
           END-IF.
           IF  W-NUM-PEDIDO  NOT =  ZEROS
               PERFORM  GRAVAR-ITEM-VENDA
           END-IF.
       FIM-GRAVAR-VENDA.   EXIT.
      *    O NUMERO SO E CONSUMIDO QUANDO O CONTROLE E REGRAVADO -
      *    O CONTROLE E RELIDO A CADA PEDIDO PORQUE OUTRO TERMINAL
      *    PODE TER NUMERADO DEPOIS DA CARGA (VALE O MAIOR NUMERO)
       OBTER-NUMERO-PEDIDO.
           PERFORM  RELER-NUMERACAO.
           IF  W-ULT-PED  =  999999
               MOVE  "NUMERACAO DE PEDIDO ESGOTADA"  TO  MENSAGEM
           ELSE
               OPEN  OUTPUT  ARQ-CTL
               COMPUTE  REG-CTL  =  W-ULT-PED  +  1
               WRITE  REG-CTL
               IF  W-COD-ERRO-CTL  NOT =  "00"
                   MOVE  "ERRO AO GRAVAR VENDPED.CTL"  TO  MENSAGEM
               ELSE
                   ADD  1  TO  W-ULT-PED
                   MOVE  W-ULT-PED  TO  W-NUM-PEDIDO
                   MOVE  FUNCTION CURRENT-DATE (1:8)  TO  CUP-DATA
                   DISPLAY  L-PED
               END-IF
               CLOSE  ARQ-CTL
           END-IF.
       FIM-OBTER-NUMERO-PEDIDO.   EXIT.
       RELER-NUMERACAO.
           OPEN  INPUT  ARQ-CTL.
           IF  W-COD-ERRO-CTL  =  "00"  OR  "05"
               READ  ARQ-CTL
               IF  W-COD-ERRO-CTL  =  "00"  AND  REG-CTL  NUMERIC
                   AND  REG-CTL  >  W-ULT-PED
                   MOVE  REG-CTL  TO  W-ULT-PED
               END-IF
               CLOSE  ARQ-CTL
           END-IF.
       FIM-RELER-NUMERACAO.   EXIT.
       GRAVAR-ITEM-VENDA.
           MOVE  CUP-DATA        TO  DATA-VENDA.
           MOVE  COD-PROD        TO  COD-PROD-VENDA.
           MOVE  QTD-ITEM        TO  QTD-VENDA.
           MOVE  PRECO-APLICADO  TO  PRECO-UNIT-VENDA.
           MOVE  "V"             TO  TIPO-VENDA.
           MOVE  COND-ENTRADA    TO  COND-VENDA.
           MOVE  W-OPER-ASSIN    TO  OPER-VENDA.
           MOVE  W-NUM-PEDIDO    TO  NUM-PED-VENDA.
           MOVE  W-FIL-OPER      TO  COD-FIL-VENDA.
      *    REGISTROS GRAVADOS ANTES DO CONTROLE DE CUSTO TRAZEM
      *    ESPACOS NA AREA DO CUSTO MEDIO
           IF  CUSTO-MEDIO-PROD  NUMERIC
               MOVE  CUSTO-MEDIO-PROD  TO  CUSTO-VENDA
           ELSE
               MOVE  ZEROS             TO  CUSTO-VENDA
           END-IF.
           WRITE  REG-VENDA.
           IF  W-COD-ERRO-VENDA  NOT =  "00"
               MOVE  "ERRO AO GRAVAR VENDA"  TO  MENSAGEM
           ELSE
               MOVE  "ITEM REGISTRADO"  TO  MENSAGEM
               PERFORM  GUARDAR-ITEM-CUPOM
               IF  COND-ENTRADA  =  "P"
                   PERFORM  GRAVAR-RECEBIVEL
               END-IF
           END-IF.
       FIM-GRAVAR-ITEM-VENDA.   EXIT.
       GUARDAR-ITEM-CUPOM.
           ADD  1  TO  CUP-QTD-ITENS.
           MOVE  COD-PROD        TO  CUP-COD(CUP-QTD-ITENS).
           MOVE  DESCRI-PROD     TO  CUP-DESCRI(CUP-QTD-ITENS).
           MOVE  QTD-ITEM        TO  CUP-QTD(CUP-QTD-ITENS).
           MOVE  PRECO-PROD      TO  CUP-LISTA(CUP-QTD-ITENS).
           MOVE  PRECO-APLICADO  TO  CUP-UNIT(CUP-QTD-ITENS).
       FIM-GUARDAR-ITEM-CUPOM.   EXIT.
       IMPRIMIR-CUPOM-PEDIDO.
           MOVE  W-NUM-PEDIDO  TO  CUP-NUM-PED.
           MOVE  CPF-CLI       TO  CUP-CPF.
           MOVE  TIPO-DOC-CLI  TO  CUP-TIPO-DOC.
           MOVE  NOME-CLI      TO  CUP-NOME.
           MOVE  COND-ENTRADA  TO  CUP-COND.
           MOVE  VENC-ENTRADA  TO  CUP-VENC.
           MOVE  W-OPER-ASSIN  TO  CUP-OPER.
           MOVE  "1"           TO  CUP-VIA.
           PERFORM  EMITIR-CUPOM.
           MOVE  "CUPOM DO PEDIDO IMPRESSO"  TO  MENSAGEM.
           DISPLAY  L-MSG.
       FIM-IMPRIMIR-CUPOM-PEDIDO.   EXIT.
       GRAVAR-RECEBIVEL.
           OPEN  EXTEND  ARQ-REC.
           IF  W-COD-ERRO-REC  NOT =  "00"  AND  NOT =  "05"
               MOVE  DATA-VENDA    TO  DATA-EMIS-REC
               MOVE  VENC-ENTRADA  TO  DATA-VENC-REC
               MOVE  VALOR-ITEM    TO  VALOR-REC
               MOVE  W-NUM-PEDIDO  TO  NUM-PED-REC
               WRITE  REG-REC
               IF  W-COD-ERRO-REC  NOT =  "00"
                   MOVE  "ERRO AO GRAVAR TITULO"  TO  MENSAGEM
                   DISPLAY  "DIGITE S OU N"  AT  2250
               END-IF
           END-PERFORM.
       COPY  CUPOMPR.
       COPY  DOCPR.
       COPY  SIGNONPR.
       FIM-DO-PROGRAMA.    EXIT.
