       IDENTIFICATION   DIVISION.
       PROGRAM-ID.            VERINTEG.
       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   VERIFICACAO DE INTEGRIDADE ENTRE ARQUIVOS        *
      *    *   SOMENTE LEITURA - CONFRONTA AS VENDAS DO DIARIO  *
      *    *   E DO ARQUIVO MORTO (VENDAS.DAT E VENDARQ.DAT)    *
      *    *   COM OS CADASTROS DE CLIENTE E DE PRODUTO, O      *
      *    *   PRODUTO COM A CATEGORIA (000 = SEM CATEGORIA),   *
      *    *   OS TITULOS DE CONTAREC.DAT COM AS VENDAS A       *
      *    *   PRAZO, O MOVIMENTO PENDENTE DE ESTOQMOV.DAT COM  *
      *    *   O CADASTRO DE PRODUTO E OS PAGAMENTOS COM O      *
      *    *   VALOR DO TITULO (CPF/CNPJ + EMISSAO +            *
      *    *   VENCIMENTO) - IMPRIME AS OCORRENCIAS POR TIPO    *
      *    *   (VERINTEG.PRN) E GRAVA A CONTAGEM POR TIPO       *
      *    *   (VERINTEG.DAT) PARA O RESUMO MATINAL (RELCICLO)  *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROD ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-PROD
               ACCESS   SEQUENTIAL
               FILE STATUS IS W-COD-ERRO.
           SELECT  OPTIONAL  ARQ-CAT  ASSIGN TO  "CATEG.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-CAT
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-CAT.
           SELECT ARQ-CLI ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CPF-CLI
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-CLI.
           SELECT  OPTIONAL  ARQ-VENDA  ASSIGN TO  "VENDAS.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-VENDA.
           SELECT  OPTIONAL  ARQ-ARQV  ASSIGN TO  "VENDARQ.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-ARQV.
           SELECT  OPTIONAL  ARQ-ESTQMOV  ASSIGN TO  "ESTOQMOV.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-MOV.
           SELECT  OPTIONAL  ARQ-REC  ASSIGN TO  "CONTAREC.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-REC.
           SELECT  ARQ-INTEG  ASSIGN TO  "VERINTEG.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-INTEG.
           SELECT ARQ-IMP  ASSIGN TO "VERINTEG.PRN".
       DATA         DIVISION.
       FILE         SECTION.
       FD  ARQ-PROD
           LABEL RECORD STANDARD.
       COPY  PRODREG.
       FD  ARQ-CAT
           LABEL RECORD STANDARD.
       COPY  CATREG.
       FD  ARQ-CLI
           LABEL RECORD STANDARD.
       COPY  CLIREG.
       FD  ARQ-VENDA
           LABEL  RECORD  STANDARD.
       COPY  VENDREG.
       FD  ARQ-ARQV
           LABEL  RECORD  STANDARD.
      *    IMAGEM DE REG-VENDA (VENDREG)
       01  REG-ARQV            PIC X(80).
       FD  ARQ-ESTQMOV
           LABEL  RECORD  STANDARD.
       COPY  ESTQREG.
       FD  ARQ-REC
           LABEL  RECORD  STANDARD.
       COPY  RECREG.
       FD  ARQ-INTEG
           LABEL  RECORD  STANDARD.
       COPY  INTGREG.
       FD  ARQ-IMP
           LABEL  RECORD  OMITTED.
       01  REG-IMP         PIC X(120).
       WORKING-STORAGE    SECTION.
       01  CABEC1.
           02  FILLER1     PIC X(09) VALUE SPACES.
           02  FILLER1     PIC X(51) VALUE
           "VERIFICACAO DE INTEGRIDADE ENTRE ARQUIVOS".
           02  FILLER1     PIC X(5)  VALUE "PAG.".
           02  PAG-CAB     PIC Z9.
       01  CABEC-TIPO.
           02  FILLER1     PIC X(5)  VALUE "TIPO".
           02  TIPO-CAB    PIC 9.
           02  FILLER1     PIC X(3)  VALUE " - ".
           02  DESCR-CAB   PIC X(40).
       01  CABEC2.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  FILLER1     PIC X(14) VALUE "ARQUIVO".
           02  FILLER1     PIC X(10) VALUE "OCORRENCIA".
       01  DETALHE.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  ARQ-DET     PIC X(12).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  TEXTO-DET   PIC X(100).
       01  LINHA-NENHUMA.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  FILLER1     PIC X(20) VALUE "NENHUMA OCORRENCIA".
       01  LINHA-NAO-LISTADA.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  QTD-NAO-LIST PIC ZZZZZZ9.
           02  FILLER1     PIC X(55) VALUE
           " OCORRENCIA(S) ALEM DO LIMITE DA TABELA NAO LISTADA(S)".
       01  TOTAL-TIPO.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  FILLER1     PIC X(22) VALUE "TOTAL DO TIPO:".
           02  QTD-TOTTIPO PIC ZZZZZZ9.
       01  CABEC-RESUMO.
           02  FILLER1     PIC X(40) VALUE
           "RESUMO POR TIPO DE OCORRENCIA".
       01  LINHA-RESUMO.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  TIPO-RES    PIC 9.
           02  FILLER1     PIC X(3)  VALUE " - ".
           02  DESCR-RES   PIC X(40).
           02  QTD-RES     PIC ZZZZZZ9.

       01  W-COD-ERRO          PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-CAT      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-CLI      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-VENDA    PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-ARQV     PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-MOV      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-REC      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-INTEG    PIC  XX  VALUE  SPACES.
       01  W-DATA-HOJE         PIC  9(8)  VALUE  ZEROS.
       01  W-NOME-ARQ          PIC  X(12) VALUE  SPACES.
       01  W-ULT-CPF           PIC  9(14) VALUE  ZEROS.
       01  W-NUM-PED           PIC  9(6)  VALUE  ZEROS.
       01  W-TIPO-EXC          PIC  9     VALUE  ZERO.
       01  W-TEXTO-EXC         PIC  X(100) VALUE SPACES.
       01  W-VALOR1-ED         PIC  ZZZ.ZZZ.ZZ9,99.
       01  W-VALOR2-ED         PIC  ZZZ.ZZZ.ZZ9,99.
       01  W-QTD-EXC           PIC  9(4)  VALUE  ZEROS.
       01  W-QTD-LISTADAS      PIC  9(7)  VALUE  ZEROS.
       01  W-QTD-PRAZO         PIC  9(4)  VALUE  ZEROS.
       01  W-QTD-ITENS         PIC  9(4)  VALUE  ZEROS.
       01  W-IX-TIPO           PIC  9     VALUE  ZERO.
       01  W-IX-EXC            PIC  9(4)  VALUE  ZEROS.
       01  W-IX-BUSCA          PIC  9(4)  VALUE  ZEROS.
       01  W-IX-ACHADO         PIC  9(4)  VALUE  ZEROS.
       01  W-CONT-LINHA        PIC 99  VALUE 50.
       01  W-CONT-PAGINA       PIC 99  VALUE ZEROS.
       01  W-SW-STATUS.
           05  W-FIM-ARQUIVO    PIC  X  VALUE  "N".
               88  FIM-ARQUIVO      VALUE  "S".
           05  W-ERRO-FATAL     PIC  X  VALUE  "N".
               88  ERRO-FATAL       VALUE  "S".
           05  W-ULT-CPF-LIDO   PIC  X  VALUE  "N".
               88  ULT-CPF-LIDO     VALUE  "S".
           05  W-CLIENTE-ACHADO PIC  X  VALUE  "N".
               88  CLIENTE-ACHADO   VALUE  "S".
           05  W-ITEM-ACHADO    PIC  X  VALUE  "N".
               88  ITEM-ACHADO      VALUE  "S".
       01  W-DOCUMENTO.
           COPY  DOCWS.
      *    TIPOS DE OCORRENCIA - A ORDEM E O CODIGO GRAVADO EM
      *    VERINTEG.DAT (TIPO-INTEG)
       01  TAB-DESCR-TIPOS.
           02  FILLER      PIC X(40) VALUE
               "VENDA COM CLIENTE INEXISTENTE".
           02  FILLER      PIC X(40) VALUE
               "VENDA COM PRODUTO INEXISTENTE".
           02  FILLER      PIC X(40) VALUE
               "PRODUTO COM CATEGORIA INEXISTENTE".
           02  FILLER      PIC X(40) VALUE
               "TITULO SEM VENDA A PRAZO".
           02  FILLER      PIC X(40) VALUE
               "MOVIMENTO DE ESTOQUE SEM PRODUTO".
           02  FILLER      PIC X(40) VALUE
               "PAGAMENTO MAIOR QUE O TITULO".
       01  TAB-TIPOS  REDEFINES  TAB-DESCR-TIPOS.
           02  DESCR-TIPO  OCCURS 6 TIMES  PIC X(40).
       01  TAB-QTD-TIPOS.
           02  QTD-TIPO    OCCURS 6 TIMES  PIC 9(7)  VALUE ZEROS.
      *    PRODUTOS CADASTRADOS, INDEXADOS PELO CODIGO
       01  TAB-PRODUTOS.
           02  PROD-CADASTRADO  OCCURS 999 TIMES  PIC X  VALUE "N".
      *    OCORRENCIAS LISTADAS - ALEM DO LIMITE SO SAO CONTADAS
       01  TAB-EXCECOES.
           02  EXC-OC  OCCURS 1000 TIMES.
               03  EXC-TIPO     PIC 9.
               03  EXC-ARQ      PIC X(12).
               03  EXC-TEXTO    PIC X(100).
      *    PEDIDOS A PRAZO (CPF/CNPJ + DATA + PEDIDO) DO DIARIO E DO
      *    ARQUIVO MORTO, PARA O CONFRONTO COM OS TITULOS
       01  TAB-PRAZO.
           02  PRZ-OC  OCCURS 3000 TIMES.
               03  PRZ-CPF      PIC 9(14).
               03  PRZ-DATA     PIC 9(8).
               03  PRZ-PED      PIC 9(6).
      *    ITENS (CPF/CNPJ + EMISSAO + VENCIMENTO) COM O TOTAL DOS
      *    TITULOS E O TOTAL PAGO
       01  TAB-ITENS.
           02  ITEM-OC  OCCURS 3000 TIMES.
               03  ITEM-CPF     PIC 9(14).
               03  ITEM-EMIS    PIC 9(8).
               03  ITEM-VENC    PIC 9(8).
               03  ITEM-TITULO  PIC 9(9)V99.
               03  ITEM-PAGO    PIC 9(9)V99.
       PROCEDURE   DIVISION.
       INICIO.
           PERFORM  INICIALIZACAO.
           IF  NOT  ERRO-FATAL
               PERFORM  VERIFICAR-PRODUTOS
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  VERIFICAR-VENDAS
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  VERIFICAR-ARQUIVO-MORTO
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  VERIFICAR-ESTOQMOV
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  VERIFICAR-CONTAREC
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  VERIFICAR-PAGAMENTOS
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  IMPRIMIR-OCORRENCIAS
               PERFORM  IMPRIMIR-RESUMO
           END-IF.
           PERFORM  FINALIZACAO.
           STOP   RUN.
       INICIALIZACAO.
           MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  W-DATA-HOJE.
           OPEN  INPUT   ARQ-PROD
                 INPUT   ARQ-CAT
                 INPUT   ARQ-CLI
                 OUTPUT  ARQ-IMP.
           IF  W-COD-ERRO  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "VERINTEG: ERRO AO ABRIR PRODUTO.DAT - STATUS: "
                        W-COD-ERRO
           END-IF.
           IF  W-COD-ERRO-CAT  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "VERINTEG: ERRO AO ABRIR CATEG.DAT - STATUS: "
                        W-COD-ERRO-CAT
           END-IF.
           IF  W-COD-ERRO-CLI  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "VERINTEG: ERRO AO ABRIR CLIENTE.DAT - "
                        "STATUS: "  W-COD-ERRO-CLI
           END-IF.
      *    ***** PRODUTO X CATEGORIA *****
       VERIFICAR-PRODUTOS.
           MOVE  "PRODUTO.DAT"  TO  W-NOME-ARQ.
           MOVE  "N"  TO  W-FIM-ARQUIVO.
           PERFORM  LER-PRODUTO.
           PERFORM  CONFERIR-PRODUTO
               UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL.
       LER-PRODUTO.
           READ  ARQ-PROD.
           EVALUATE  W-COD-ERRO
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "VERINTEG: ERRO DE E/S EM ARQ-PROD - "
                            "STATUS: "  W-COD-ERRO
           END-EVALUATE.
      *    REGISTROS GRAVADOS ANTES DO CONTROLE DE CATEGORIA TRAZEM
      *    ESPACOS E VALEM COMO SEM CATEGORIA
       CONFERIR-PRODUTO.
           IF  COD-PROD  >  ZEROS
               MOVE  "S"  TO  PROD-CADASTRADO(COD-PROD)
           END-IF.
           IF  COD-CAT-PROD  NUMERIC
               AND  COD-CAT-PROD  >  ZEROS
               MOVE  COD-CAT-PROD  TO  COD-CAT
               READ  ARQ-CAT
                   INVALID KEY
                       MOVE  3  TO  W-TIPO-EXC
                       MOVE  SPACES  TO  W-TEXTO-EXC
                       STRING  "PRODUTO "      DELIMITED BY SIZE
                               COD-PROD        DELIMITED BY SIZE
                               " "             DELIMITED BY SIZE
                               DESCRI-PROD     DELIMITED BY SIZE
                               " CATEGORIA "   DELIMITED BY SIZE
                               COD-CAT-PROD    DELIMITED BY SIZE
                           INTO  W-TEXTO-EXC
                       PERFORM  REGISTRAR-OCORRENCIA
               END-READ
           END-IF.
           PERFORM  LER-PRODUTO.
      *    ***** VENDAS X CLIENTE E PRODUTO *****
       VERIFICAR-VENDAS.
           MOVE  "VENDAS.DAT"  TO  W-NOME-ARQ.
           MOVE  "N"  TO  W-FIM-ARQUIVO.
           OPEN  INPUT  ARQ-VENDA.
           IF  W-COD-ERRO-VENDA  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "VERINTEG: ERRO AO ABRIR VENDAS.DAT - STATUS: "
                        W-COD-ERRO-VENDA
           ELSE
               PERFORM  LER-VENDA
               PERFORM  PROCESSAR-VENDA
                   UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL
               CLOSE  ARQ-VENDA
           END-IF.
       LER-VENDA.
           READ  ARQ-VENDA.
           EVALUATE  W-COD-ERRO-VENDA
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "VERINTEG: ERRO DE E/S EM ARQ-VENDA - "
                            "STATUS: "  W-COD-ERRO-VENDA
           END-EVALUATE.
       PROCESSAR-VENDA.
           PERFORM  CONFERIR-VENDA.
           PERFORM  LER-VENDA.
      *    O REGISTRO DO MORTO TEM O MESMO LAYOUT DE REG-VENDA E E
      *    CONFERIDO PELA MESMA ROTINA DO DIARIO
       VERIFICAR-ARQUIVO-MORTO.
           MOVE  "VENDARQ.DAT"  TO  W-NOME-ARQ.
           MOVE  "N"  TO  W-FIM-ARQUIVO.
           OPEN  INPUT  ARQ-ARQV.
           IF  W-COD-ERRO-ARQV  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "VERINTEG: ERRO AO ABRIR VENDARQ.DAT - STATUS: "
                        W-COD-ERRO-ARQV
           ELSE
               PERFORM  LER-ARQUIVO-MORTO
               PERFORM  PROCESSAR-ARQUIVO-MORTO
                   UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL
               CLOSE  ARQ-ARQV
           END-IF.
       LER-ARQUIVO-MORTO.
           READ  ARQ-ARQV.
           EVALUATE  W-COD-ERRO-ARQV
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "VERINTEG: ERRO DE E/S EM ARQ-ARQV - "
                            "STATUS: "  W-COD-ERRO-ARQV
           END-EVALUATE.
       PROCESSAR-ARQUIVO-MORTO.
           MOVE  REG-ARQV  TO  REG-VENDA.
           PERFORM  CONFERIR-VENDA.
           PERFORM  LER-ARQUIVO-MORTO.
      *    REGISTROS GRAVADOS ANTES DO CONTROLE DE PEDIDO TRAZEM
      *    ESPACOS EM NUM-PED-VENDA E VALEM COMO PEDIDO ZERO
       CONFERIR-VENDA.
           IF  NUM-PED-VENDA  NUMERIC
               MOVE  NUM-PED-VENDA  TO  W-NUM-PED
           ELSE
               MOVE  ZEROS          TO  W-NUM-PED
           END-IF.
           MOVE  CPF-VENDA  TO  DOC-NUMERO.
           PERFORM  BUSCAR-CLIENTE.
           IF  NOT  CLIENTE-ACHADO
               MOVE  1  TO  W-TIPO-EXC
               PERFORM  MONTAR-TEXTO-VENDA
               PERFORM  REGISTRAR-OCORRENCIA
           END-IF.
           IF  COD-PROD-VENDA  NOT  NUMERIC
               OR  COD-PROD-VENDA  =  ZEROS
               MOVE  2  TO  W-TIPO-EXC
               PERFORM  MONTAR-TEXTO-VENDA
               PERFORM  REGISTRAR-OCORRENCIA
           ELSE
               IF  PROD-CADASTRADO(COD-PROD-VENDA)  NOT =  "S"
                   MOVE  2  TO  W-TIPO-EXC
                   PERFORM  MONTAR-TEXTO-VENDA
                   PERFORM  REGISTRAR-OCORRENCIA
               END-IF
           END-IF.
           IF  VENDA-PRAZO  AND  NOT  VENDA-DEVOLUCAO
               PERFORM  REGISTRAR-PEDIDO-PRAZO
           END-IF.
       MONTAR-TEXTO-VENDA.
           MOVE  SPACES  TO  W-TEXTO-EXC.
           STRING  "DATA "           DELIMITED BY SIZE
                   DATA-VENDA        DELIMITED BY SIZE
                   " TIPO "          DELIMITED BY SIZE
                   TIPO-VENDA        DELIMITED BY SIZE
                   " CPF/CNPJ "      DELIMITED BY SIZE
                   DOC-FORMATADO     DELIMITED BY SPACE
                   " PRODUTO "       DELIMITED BY SIZE
                   COD-PROD-VENDA    DELIMITED BY SIZE
                   " PEDIDO "        DELIMITED BY SIZE
                   W-NUM-PED         DELIMITED BY SIZE
               INTO  W-TEXTO-EXC.
      *    OS ITENS DE UM PEDIDO SAO GRAVADOS EM SEQUENCIA - SO O
      *    PRIMEIRO ITEM ENTRA NA TABELA
       REGISTRAR-PEDIDO-PRAZO.
           IF  W-QTD-PRAZO  >  ZEROS
               AND  PRZ-CPF(W-QTD-PRAZO)   =  CPF-VENDA
               AND  PRZ-DATA(W-QTD-PRAZO)  =  DATA-VENDA
               AND  PRZ-PED(W-QTD-PRAZO)   =  W-NUM-PED
               CONTINUE
           ELSE
               IF  W-QTD-PRAZO  =  3000
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "VERINTEG: LIMITE DE 3000 PEDIDOS A PRAZO "
                            "ATINGIDO - AUMENTE A TABELA"
               ELSE
                   ADD  1  TO  W-QTD-PRAZO
                   MOVE  CPF-VENDA   TO  PRZ-CPF(W-QTD-PRAZO)
                   MOVE  DATA-VENDA  TO  PRZ-DATA(W-QTD-PRAZO)
                   MOVE  W-NUM-PED   TO  PRZ-PED(W-QTD-PRAZO)
               END-IF
           END-IF.
      *    ***** MOVIMENTO DE ESTOQUE PENDENTE X PRODUTO *****
       VERIFICAR-ESTOQMOV.
           MOVE  "ESTOQMOV.DAT"  TO  W-NOME-ARQ.
           MOVE  "N"  TO  W-FIM-ARQUIVO.
           OPEN  INPUT  ARQ-ESTQMOV.
           IF  W-COD-ERRO-MOV  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "VERINTEG: ERRO AO ABRIR ESTOQMOV.DAT - "
                        "STATUS: "  W-COD-ERRO-MOV
           ELSE
               PERFORM  LER-MOVIMENTO
               PERFORM  CONFERIR-MOVIMENTO
                   UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL
               CLOSE  ARQ-ESTQMOV
           END-IF.
       LER-MOVIMENTO.
           READ  ARQ-ESTQMOV.
           EVALUATE  W-COD-ERRO-MOV
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "VERINTEG: ERRO DE E/S EM ARQ-ESTQMOV - "
                            "STATUS: "  W-COD-ERRO-MOV
           END-EVALUATE.
       CONFERIR-MOVIMENTO.
           MOVE  "N"  TO  W-ITEM-ACHADO.
           IF  COD-PROD-MOV  NUMERIC
               AND  COD-PROD-MOV  >  ZEROS
               IF  PROD-CADASTRADO(COD-PROD-MOV)  =  "S"
                   SET  ITEM-ACHADO  TO  TRUE
               END-IF
           END-IF.
           IF  NOT  ITEM-ACHADO
               MOVE  5  TO  W-TIPO-EXC
               MOVE  SPACES  TO  W-TEXTO-EXC
               STRING  "TIPO "        DELIMITED BY SIZE
                       TIPO-MOV       DELIMITED BY SIZE
                       " PRODUTO "    DELIMITED BY SIZE
                       COD-PROD-MOV   DELIMITED BY SIZE
                       " DATA "       DELIMITED BY SIZE
                       DATA-MOV       DELIMITED BY SIZE
                       " QTD "        DELIMITED BY SIZE
                       QTD-MOV        DELIMITED BY SIZE
                       " DOCTO "      DELIMITED BY SIZE
                       DOCTO-MOV      DELIMITED BY SIZE
                   INTO  W-TEXTO-EXC
               PERFORM  REGISTRAR-OCORRENCIA
           END-IF.
           PERFORM  LER-MOVIMENTO.
      *    ***** TITULOS X VENDAS A PRAZO E TOTAIS POR ITEM *****
       VERIFICAR-CONTAREC.
           MOVE  "CONTAREC.DAT"  TO  W-NOME-ARQ.
           MOVE  "N"  TO  W-FIM-ARQUIVO.
           OPEN  INPUT  ARQ-REC.
           IF  W-COD-ERRO-REC  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "VERINTEG: ERRO AO ABRIR CONTAREC.DAT - "
                        "STATUS: "  W-COD-ERRO-REC
           ELSE
               PERFORM  LER-RECEBIVEL
               PERFORM  CONFERIR-RECEBIVEL
                   UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL
               CLOSE  ARQ-REC
           END-IF.
       LER-RECEBIVEL.
           READ  ARQ-REC.
           EVALUATE  W-COD-ERRO-REC
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "VERINTEG: ERRO DE E/S EM ARQ-REC - "
                            "STATUS: "  W-COD-ERRO-REC
           END-EVALUATE.
       CONFERIR-RECEBIVEL.
           PERFORM  LOCALIZAR-ITEM.
           IF  NOT  ITEM-ACHADO
               PERFORM  INCLUIR-ITEM-TABELA
           END-IF.
           IF  ITEM-ACHADO
               IF  REC-PAGAMENTO
                   ADD  VALOR-REC  TO  ITEM-PAGO(W-IX-ACHADO)
               ELSE
                   ADD  VALOR-REC  TO  ITEM-TITULO(W-IX-ACHADO)
               END-IF
           END-IF.
           IF  REC-TITULO
               PERFORM  CONFERIR-TITULO
           END-IF.
           PERFORM  LER-RECEBIVEL.
       LOCALIZAR-ITEM.
           MOVE  "N"  TO  W-ITEM-ACHADO.
           PERFORM  VARYING  W-IX-BUSCA  FROM  1  BY  1
               UNTIL  W-IX-BUSCA  >  W-QTD-ITENS  OR  ITEM-ACHADO
               IF  ITEM-CPF(W-IX-BUSCA)   =  CPF-REC
                   AND  ITEM-EMIS(W-IX-BUSCA)  =  DATA-EMIS-REC
                   AND  ITEM-VENC(W-IX-BUSCA)  =  DATA-VENC-REC
                   SET  ITEM-ACHADO  TO  TRUE
                   MOVE  W-IX-BUSCA  TO  W-IX-ACHADO
               END-IF
           END-PERFORM.
       INCLUIR-ITEM-TABELA.
           IF  W-QTD-ITENS  =  3000
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "VERINTEG: LIMITE DE 3000 ITENS ATINGIDO - "
                        "AUMENTE A TABELA"
           ELSE
               ADD  1  TO  W-QTD-ITENS
               MOVE  W-QTD-ITENS    TO  W-IX-ACHADO
               MOVE  CPF-REC        TO  ITEM-CPF(W-IX-ACHADO)
               MOVE  DATA-EMIS-REC  TO  ITEM-EMIS(W-IX-ACHADO)
               MOVE  DATA-VENC-REC  TO  ITEM-VENC(W-IX-ACHADO)
               MOVE  ZEROS          TO  ITEM-TITULO(W-IX-ACHADO)
                                        ITEM-PAGO(W-IX-ACHADO)
               SET  ITEM-ACHADO  TO  TRUE
           END-IF.
      *    O TITULO E LIGADO A VENDA PELO NUMERO DO PEDIDO - TITULOS
      *    GRAVADOS ANTES DO CONTROLE DE PEDIDO TRAZEM ESPACOS EM
      *    NUM-PED-REC E SAO LIGADOS PELO CPF/CNPJ + DATA DA VENDA
       CONFERIR-TITULO.
           IF  NUM-PED-REC  NUMERIC
               MOVE  NUM-PED-REC  TO  W-NUM-PED
           ELSE
               MOVE  ZEROS        TO  W-NUM-PED
           END-IF.
           MOVE  "N"  TO  W-ITEM-ACHADO.
           PERFORM  VARYING  W-IX-BUSCA  FROM  1  BY  1
               UNTIL  W-IX-BUSCA  >  W-QTD-PRAZO  OR  ITEM-ACHADO
               IF  PRZ-CPF(W-IX-BUSCA)  =  CPF-REC
                   IF  W-NUM-PED  >  ZEROS
                       IF  PRZ-PED(W-IX-BUSCA)  =  W-NUM-PED
                           SET  ITEM-ACHADO  TO  TRUE
                       END-IF
                   ELSE
                       IF  PRZ-DATA(W-IX-BUSCA)  =  DATA-EMIS-REC
                           SET  ITEM-ACHADO  TO  TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF  NOT  ITEM-ACHADO
               MOVE  4  TO  W-TIPO-EXC
               MOVE  CPF-REC    TO  DOC-NUMERO
               PERFORM  BUSCAR-CLIENTE
               MOVE  VALOR-REC  TO  W-VALOR1-ED
               MOVE  SPACES  TO  W-TEXTO-EXC
               STRING  "CPF/CNPJ "      DELIMITED BY SIZE
                       DOC-FORMATADO    DELIMITED BY SPACE
                       " EMISSAO "      DELIMITED BY SIZE
                       DATA-EMIS-REC    DELIMITED BY SIZE
                       " VENCTO "       DELIMITED BY SIZE
                       DATA-VENC-REC    DELIMITED BY SIZE
                       " PEDIDO "       DELIMITED BY SIZE
                       W-NUM-PED        DELIMITED BY SIZE
                       " VALOR "        DELIMITED BY SIZE
                       W-VALOR1-ED      DELIMITED BY SIZE
                   INTO  W-TEXTO-EXC
               PERFORM  REGISTRAR-OCORRENCIA
           END-IF.
      *    ***** PAGAMENTOS X VALOR DO TITULO *****
       VERIFICAR-PAGAMENTOS.
           MOVE  "CONTAREC.DAT"  TO  W-NOME-ARQ.
           PERFORM  CONFERIR-PAGAMENTO
               VARYING  W-IX-BUSCA  FROM  1  BY  1
               UNTIL  W-IX-BUSCA  >  W-QTD-ITENS.
       CONFERIR-PAGAMENTO.
           IF  ITEM-PAGO(W-IX-BUSCA)  >  ITEM-TITULO(W-IX-BUSCA)
               MOVE  6  TO  W-TIPO-EXC
               MOVE  ITEM-CPF(W-IX-BUSCA)  TO  DOC-NUMERO
               PERFORM  BUSCAR-CLIENTE
               MOVE  ITEM-TITULO(W-IX-BUSCA)  TO  W-VALOR1-ED
               MOVE  ITEM-PAGO(W-IX-BUSCA)    TO  W-VALOR2-ED
               MOVE  SPACES  TO  W-TEXTO-EXC
               STRING  "CPF/CNPJ "              DELIMITED BY SIZE
                       DOC-FORMATADO            DELIMITED BY SPACE
                       " EMISSAO "              DELIMITED BY SIZE
                       ITEM-EMIS(W-IX-BUSCA)    DELIMITED BY SIZE
                       " VENCTO "               DELIMITED BY SIZE
                       ITEM-VENC(W-IX-BUSCA)    DELIMITED BY SIZE
                       " TITULO "               DELIMITED BY SIZE
                       W-VALOR1-ED              DELIMITED BY SIZE
                       " PAGO "                 DELIMITED BY SIZE
                       W-VALOR2-ED              DELIMITED BY SIZE
                   INTO  W-TEXTO-EXC
               PERFORM  REGISTRAR-OCORRENCIA
           END-IF.
      *    ***** ROTINAS COMUNS *****
      *    LE O CLIENTE DE DOC-NUMERO (REPETE O RESULTADO QUANDO E O
      *    MESMO DA LEITURA ANTERIOR) E FORMATA O DOCUMENTO
       BUSCAR-CLIENTE.
           IF  NOT  ULT-CPF-LIDO
               OR  DOC-NUMERO  NOT =  W-ULT-CPF
               MOVE  DOC-NUMERO  TO  W-ULT-CPF  CPF-CLI
               SET  ULT-CPF-LIDO  TO  TRUE
               READ  ARQ-CLI
                   INVALID KEY
                       MOVE  "N"  TO  W-CLIENTE-ACHADO
                   NOT INVALID KEY
                       SET  CLIENTE-ACHADO  TO  TRUE
               END-READ
           END-IF.
           IF  CLIENTE-ACHADO
               MOVE  TIPO-DOC-CLI  TO  DOC-TIPO
           ELSE
               MOVE  SPACE         TO  DOC-TIPO
           END-IF.
           PERFORM  FORMATAR-DOCUMENTO.
       REGISTRAR-OCORRENCIA.
           ADD  1  TO  QTD-TIPO(W-TIPO-EXC).
           IF  W-QTD-EXC  <  1000
               ADD  1  TO  W-QTD-EXC
               MOVE  W-TIPO-EXC   TO  EXC-TIPO(W-QTD-EXC)
               MOVE  W-NOME-ARQ   TO  EXC-ARQ(W-QTD-EXC)
               MOVE  W-TEXTO-EXC  TO  EXC-TEXTO(W-QTD-EXC)
           END-IF.
      *    ***** RELATORIO DE OCORRENCIAS POR TIPO *****
       IMPRIMIR-OCORRENCIAS.
           PERFORM  ROTINA-CABECALHO.
           PERFORM  IMPRIMIR-TIPO
               VARYING  W-IX-TIPO  FROM  1  BY  1
               UNTIL  W-IX-TIPO  >  6.
       IMPRIMIR-TIPO.
           IF  W-CONT-LINHA  >  44
               PERFORM  ROTINA-CABECALHO
           END-IF.
           MOVE  W-IX-TIPO              TO  TIPO-CAB.
           MOVE  DESCR-TIPO(W-IX-TIPO)  TO  DESCR-CAB.
           WRITE  REG-IMP  FROM  CABEC-TIPO  AFTER  2  LINES.
           ADD  2  TO  W-CONT-LINHA.
           IF  QTD-TIPO(W-IX-TIPO)  =  ZEROS
               WRITE  REG-IMP  FROM  LINHA-NENHUMA  AFTER  1  LINES
               ADD  1  TO  W-CONT-LINHA
           ELSE
               WRITE  REG-IMP  FROM  CABEC2  AFTER  1  LINES
               ADD  1  TO  W-CONT-LINHA
               MOVE  ZEROS  TO  W-QTD-LISTADAS
               PERFORM  IMPRIMIR-OCORRENCIA
                   VARYING  W-IX-EXC  FROM  1  BY  1
                   UNTIL  W-IX-EXC  >  W-QTD-EXC
               IF  QTD-TIPO(W-IX-TIPO)  >  W-QTD-LISTADAS
                   COMPUTE  QTD-NAO-LIST  =
                       QTD-TIPO(W-IX-TIPO)  -  W-QTD-LISTADAS
                   WRITE  REG-IMP  FROM  LINHA-NAO-LISTADA
                       AFTER  1  LINES
                   ADD  1  TO  W-CONT-LINHA
               END-IF
               MOVE  QTD-TIPO(W-IX-TIPO)  TO  QTD-TOTTIPO
               WRITE  REG-IMP  FROM  TOTAL-TIPO  AFTER  1  LINES
               ADD  1  TO  W-CONT-LINHA
           END-IF.
       IMPRIMIR-OCORRENCIA.
           IF  EXC-TIPO(W-IX-EXC)  =  W-IX-TIPO
               ADD  1  TO  W-QTD-LISTADAS
               IF  W-CONT-LINHA  >  49
                   PERFORM  ROTINA-CABECALHO
                   WRITE  REG-IMP  FROM  CABEC-TIPO  AFTER  2  LINES
                   WRITE  REG-IMP  FROM  CABEC2      AFTER  1  LINES
                   ADD  3  TO  W-CONT-LINHA
               END-IF
               MOVE  EXC-ARQ(W-IX-EXC)    TO  ARQ-DET
               MOVE  EXC-TEXTO(W-IX-EXC)  TO  TEXTO-DET
               WRITE  REG-IMP  FROM  DETALHE  AFTER  1  LINES
               ADD  1  TO  W-CONT-LINHA
           END-IF.
       IMPRIMIR-RESUMO.
           IF  W-CONT-LINHA  >  40
               PERFORM  ROTINA-CABECALHO
           END-IF.
           WRITE  REG-IMP  FROM  CABEC-RESUMO  AFTER  3  LINES.
           PERFORM  IMPRIMIR-LINHA-RESUMO
               VARYING  W-IX-TIPO  FROM  1  BY  1
               UNTIL  W-IX-TIPO  >  6.
       IMPRIMIR-LINHA-RESUMO.
           MOVE  W-IX-TIPO              TO  TIPO-RES.
           MOVE  DESCR-TIPO(W-IX-TIPO)  TO  DESCR-RES.
           MOVE  QTD-TIPO(W-IX-TIPO)    TO  QTD-RES.
           WRITE  REG-IMP  FROM  LINHA-RESUMO  AFTER  1  LINES.
       ROTINA-CABECALHO.
           ADD 1 TO W-CONT-PAGINA.
           MOVE W-CONT-PAGINA TO  PAG-CAB.
           WRITE REG-IMP FROM CABEC1 AFTER PAGE.
           MOVE  1  TO  W-CONT-LINHA.
      *    A CONTAGEM SO E GRAVADA QUANDO A VERIFICACAO TERMINA -
      *    COM ERRO FATAL VERINTEG.DAT FICA VAZIO
       GRAVAR-CONTAGEM.
           MOVE  SPACES                 TO  REG-INTEG.
           MOVE  W-DATA-HOJE            TO  DATA-INTEG.
           MOVE  W-IX-TIPO              TO  TIPO-INTEG.
           MOVE  DESCR-TIPO(W-IX-TIPO)  TO  DESCR-INTEG.
           MOVE  QTD-TIPO(W-IX-TIPO)    TO  QTD-INTEG.
           WRITE  REG-INTEG.
           IF  W-COD-ERRO-INTEG  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "VERINTEG: ERRO AO GRAVAR VERINTEG.DAT - "
                        "STATUS: "  W-COD-ERRO-INTEG
           END-IF.
       FINALIZACAO.
           CLOSE  ARQ-PROD
                  ARQ-CAT
                  ARQ-CLI
                  ARQ-IMP.
           OPEN  OUTPUT  ARQ-INTEG.
           IF  W-COD-ERRO-INTEG  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "VERINTEG: ERRO AO ABRIR VERINTEG.DAT - "
                        "STATUS: "  W-COD-ERRO-INTEG
           ELSE
               IF  NOT  ERRO-FATAL
                   PERFORM  GRAVAR-CONTAGEM
                       VARYING  W-IX-TIPO  FROM  1  BY  1
                       UNTIL  W-IX-TIPO  >  6  OR  ERRO-FATAL
               END-IF
               CLOSE  ARQ-INTEG
           END-IF.
           PERFORM  EXIBIR-TOTAIS
               VARYING  W-IX-TIPO  FROM  1  BY  1
               UNTIL  W-IX-TIPO  >  6.
           IF  ERRO-FATAL
               MOVE  8  TO  RETURN-CODE
               DISPLAY  "VERINTEG: VERIFICACAO NAO CONCLUIDA"
           END-IF.
       EXIBIR-TOTAIS.
           DISPLAY  "VERINTEG: "  QTD-TIPO(W-IX-TIPO)  " "
                    DESCR-TIPO(W-IX-TIPO).
       COPY  DOCPR.
       FIM-DO-PROGRAMA.    EXIT.
