       IDENTIFICATION   DIVISION.
       PROGRAM-ID.            PEDGERA.
       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   GERACAO DOS PEDIDOS DE COMPRA EM RASCUNHO        *
      *    *   LE A SUGESTAO DE COMPRA (ARQ-SUG) GRAVADA POR    *
      *    *   COMPRSUG, BUSCA O FORNECEDOR HABITUAL DE CADA    *
      *    *   PRODUTO E GRAVA EM ARQ-PED UM PEDIDO (SITUACAO   *
      *    *   R) POR FORNECEDOR COM OS ITENS SUGERIDOS, PARA   *
      *    *   O COMPRADOR CONFIRMAR EM PEDCONF - PRODUTO QUE   *
      *    *   JA TEM PEDIDO PENDENTE (R, A OU P), SEM          *
      *    *   FORNECEDOR OU COM FORNECEDOR INATIVO NAO GERA    *
      *    *   ITEM E SAI NO DEMONSTRATIVO COM O MOTIVO - O     *
      *    *   CONTROLE (PEDCOMP.CTL) GUARDA O ULTIMO NUMERO    *
      *    *   DE PEDIDO UTILIZADO                              *
      *    *   AS SUGESTOES DAS FILIAIS PARA O MESMO PRODUTO    *
      *    *   SAO SOMADAS NUM SO ITEM DO PEDIDO (A COMPRA E    *
      *    *   CENTRAL - A ENTRADA VAI PARA A FILIAL QUE        *
      *    *   RECEBE A MERCADORIA EM RECEBPED)                 *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL  ARQ-SUG  ASSIGN TO  "COMPRSUG.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-SUG.
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
           SELECT ARQ-PED ASSIGN TO "PEDCOMP.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CHAVE-PED
               ACCESS   DYNAMIC
               FILE STATUS IS W-COD-ERRO-PED.
           SELECT  OPTIONAL  ARQ-CTL  ASSIGN TO  "PEDCOMP.CTL"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-CTL.
           SELECT ARQ-IMP  ASSIGN TO "PEDGERA.PRN".
       DATA         DIVISION.
       FILE         SECTION.
       FD  ARQ-SUG
           LABEL  RECORD  STANDARD.
       COPY  SUGREG.
       FD  ARQ-PROD
           LABEL RECORD STANDARD.
       COPY  PRODREG.
       FD  ARQ-FORN
           LABEL RECORD STANDARD.
       COPY  FORNREG.
       FD  ARQ-PED
           LABEL RECORD STANDARD.
       COPY  PEDCREG.
       FD  ARQ-CTL
           LABEL  RECORD  STANDARD.
       01  REG-CTL             PIC 9(6).
       FD  ARQ-IMP
           LABEL  RECORD  OMITTED.
       01  REG-IMP         PIC X(100).
       WORKING-STORAGE    SECTION.
       01  CABEC1.
           02  FILLER1     PIC X(09) VALUE SPACES.
           02  FILLER1     PIC X(51) VALUE
           "PEDIDOS DE COMPRA GERADOS DA SUGESTAO".
           02  FILLER1     PIC X(5)  VALUE "PAG.".
           02  PAG-CAB     PIC Z9.
       01  CABEC-REJEICAO.
           02  FILLER1     PIC X(45) VALUE
           "*** SUGESTOES NAO ATENDIDAS".
       01  CABEC-REJEICAO2.
           02  FILLER1     PIC X(5)  VALUE "FIL".
           02  FILLER1     PIC X(5)  VALUE "COD".
           02  FILLER1     PIC X(11) VALUE "QTD SUG".
           02  FILLER1     PIC X(30) VALUE "MOTIVO".
       01  CABEC-PEDIDOS.
           02  FILLER1     PIC X(60) VALUE
           "*** PEDIDOS GERADOS - AGUARDAM CONFIRMACAO (PEDCONF)".
       01  DETALHE-REJ.
           02  FIL-REJ     PIC ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  COD-REJ     PIC ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  QTD-REJ     PIC ZZZZ9.
           02  FILLER1     PIC X(6)  VALUE SPACES.
           02  MOTIVO-REJ  PIC X(30).
       01  LINHA-PEDIDO.
           02  FILLER1     PIC X(8)  VALUE "PEDIDO:".
           02  NUM-LPED    PIC 9(6).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  FILLER1     PIC X(12) VALUE "FORNECEDOR:".
           02  FORN-LPED   PIC ZZ9.
           02  FILLER1     PIC X(3)  VALUE " - ".
           02  NOME-LPED   PIC X(30).
           02  FILLER1     PIC X(8)  VALUE "  PRAZO:".
           02  PRAZO-LPED  PIC ZZ9.
           02  FILLER1     PIC X(5)  VALUE " DIAS".
       01  DETALHE-ITEM.
           02  FILLER1     PIC X(4)  VALUE SPACES.
           02  COD-DET     PIC ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  DESCRI-DET  PIC X(20).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  FILLER1     PIC X(7)  VALUE "SALDO:".
           02  SALDO-DET   PIC ZZZZ9.
           02  FILLER1     PIC X(3)  VALUE SPACES.
           02  FILLER1     PIC X(5)  VALUE "QTD:".
           02  QTD-DET     PIC ZZZZ9.
       01  TOTAIS-GERACAO.
           02  FILLER1         PIC X(17) VALUE "SUGESTOES LIDAS:".
           02  QTD-LIDAS-TOT   PIC ZZZZ9.
           02  FILLER1         PIC X(4)  VALUE SPACES.
           02  FILLER1         PIC X(9)  VALUE "PEDIDOS:".
           02  QTD-PED-TOT     PIC ZZZZ9.
           02  FILLER1         PIC X(4)  VALUE SPACES.
           02  FILLER1         PIC X(7)  VALUE "ITENS:".
           02  QTD-ITENS-TOT   PIC ZZZZ9.
           02  FILLER1         PIC X(4)  VALUE SPACES.
           02  FILLER1         PIC X(15) VALUE "NAO ATENDIDAS:".
           02  QTD-REJ-TOT     PIC ZZZZ9.

       01  W-COD-ERRO          PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-SUG      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-FORN     PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-PED      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-CTL      PIC  XX  VALUE  SPACES.
       01  W-DATA-HOJE         PIC  9(8)  VALUE  ZEROS.
       01  W-ULT-NUM           PIC  9(6)  VALUE  ZEROS.
       01  W-PRIM-NUM          PIC  9(6)  VALUE  ZEROS.
       01  W-NUM-ANT           PIC  9(6)  VALUE  ZEROS.
       01  W-QTD-LIDAS         PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-PEDIDOS       PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-ITENS         PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-REJEITADAS    PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-SOMADAS       PIC  9(5)  VALUE  ZEROS.
       01  W-MOTIVO            PIC  X(30) VALUE  SPACES.
       01  W-SW-STATUS.
           05  W-FIM-ARQUIVO    PIC  X  VALUE  "N".
               88  FIM-ARQUIVO      VALUE  "S".
           05  W-ERRO-FATAL     PIC  X  VALUE  "N".
               88  ERRO-FATAL       VALUE  "S".
           05  W-FIM-PED        PIC  X  VALUE  "N".
               88  FIM-PED          VALUE  "S".
           05  W-SUG-OK         PIC  X  VALUE  "N".
               88  SUG-OK           VALUE  "S".
       01  W-CONT-LINHA        PIC 99  VALUE 50.
       01  W-CONT-PAGINA       PIC 99  VALUE ZEROS.
      *    PRODUTOS COM PEDIDO PENDENTE (R, A OU P) EM ARQ-PED
       01  TAB-PEND-PROD.
           02  PEND-PROD  OCCURS 999 TIMES  PIC X  VALUE "N".
      *    NUMERO DO PEDIDO ABERTO NESTA EXECUCAO PARA CADA
      *    FORNECEDOR (ZERO = AINDA SEM PEDIDO)
       01  TAB-FORN-PED.
           02  FORNPED-NUM  OCCURS 999 TIMES  PIC 9(6)  VALUE ZERO.
      *    ITEM GERADO NESTA EXECUCAO PARA CADA PRODUTO (NUMERO DO
      *    PEDIDO E QUANTIDADE JA SOMADA - ZERO = AINDA SEM ITEM)
       01  TAB-PROD-PED.
           02  PRODPED-OC  OCCURS 999 TIMES.
               03  PRODPED-NUM  PIC 9(6)  VALUE ZERO.
               03  PRODPED-QTD  PIC 9(6)  VALUE ZERO.
       PROCEDURE   DIVISION.
       INICIO.
           PERFORM  INICIALIZACAO.
           PERFORM  PROCESSAMENTO  UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL.
           PERFORM  FINALIZACAO.
           STOP   RUN.
       INICIALIZACAO.
           MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  W-DATA-HOJE.
           PERFORM  CARREGAR-CONTROLE.
           OPEN  INPUT   ARQ-SUG
                 INPUT   ARQ-PROD
                 INPUT   ARQ-FORN
                 OUTPUT  ARQ-IMP.
           IF  W-COD-ERRO-SUG  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "PEDGERA: ERRO AO ABRIR COMPRSUG.DAT - STATUS: "
                        W-COD-ERRO-SUG
           END-IF.
           IF  W-COD-ERRO  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "PEDGERA: ERRO AO ABRIR PRODUTO.DAT - STATUS: "
                        W-COD-ERRO
           END-IF.
           IF  W-COD-ERRO-FORN  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "PEDGERA: ERRO AO ABRIR FORNEC.DAT - STATUS: "
                        W-COD-ERRO-FORN
           END-IF.
           OPEN  I-O  ARQ-PED.
           IF  W-COD-ERRO-PED  =  "35"
               OPEN  OUTPUT  ARQ-PED
               CLOSE  ARQ-PED
               OPEN  I-O  ARQ-PED
           END-IF.
           IF  W-COD-ERRO-PED  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "PEDGERA: ERRO AO ABRIR PEDCOMP.DAT - STATUS: "
                        W-COD-ERRO-PED
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  CARREGAR-PENDENTES
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  ROTINA-CABECALHO
               WRITE  REG-IMP  FROM  CABEC-REJEICAO   AFTER 1 LINES
               WRITE  REG-IMP  FROM  CABEC-REJEICAO2  AFTER 1 LINES
               ADD  2  TO  W-CONT-LINHA
               PERFORM  LER-SUGESTAO
           END-IF.
       CARREGAR-CONTROLE.
           OPEN  INPUT  ARQ-CTL.
           IF  W-COD-ERRO-CTL  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "PEDGERA: ERRO AO ABRIR PEDCOMP.CTL - "
                        "STATUS: "  W-COD-ERRO-CTL
           ELSE
               READ  ARQ-CTL
               IF  W-COD-ERRO-CTL  =  "00"  AND  REG-CTL  NUMERIC
                   MOVE  REG-CTL  TO  W-ULT-NUM
               END-IF
               CLOSE  ARQ-CTL
           END-IF.
      *    MARCA OS PRODUTOS COM PEDIDO PENDENTE E CONFERE O ULTIMO
      *    NUMERO DO CONTROLE COM O MAIOR NUMERO GRAVADO EM ARQ-PED,
      *    PARA NAO REPETIR NUMERO SE O CONTROLE SE PERDER
       CARREGAR-PENDENTES.
           MOVE  LOW-VALUES  TO  CHAVE-PED.
           START  ARQ-PED  KEY  NOT <  CHAVE-PED
               INVALID KEY
                   SET  FIM-PED  TO  TRUE
           END-START.
           IF  NOT  FIM-PED
               PERFORM  LER-PEDIDO
           END-IF.
           PERFORM  MARCAR-PENDENTE  UNTIL  FIM-PED  OR  ERRO-FATAL.
       MARCAR-PENDENTE.
           IF  PED-PENDENTE  AND  COD-PROD-PED  >  ZERO
               MOVE  "S"  TO  PEND-PROD(COD-PROD-PED)
           END-IF.
           IF  NUM-PED  >  W-ULT-NUM
               MOVE  NUM-PED  TO  W-ULT-NUM
           END-IF.
           PERFORM  LER-PEDIDO.
       LER-PEDIDO.
           READ  ARQ-PED  NEXT.
           EVALUATE  W-COD-ERRO-PED
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-PED  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "PEDGERA: ERRO DE E/S EM ARQ-PED - "
                            "STATUS: "  W-COD-ERRO-PED
           END-EVALUATE.
       LER-SUGESTAO.
           READ  ARQ-SUG.
           EVALUATE  W-COD-ERRO-SUG
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "PEDGERA: ERRO DE E/S EM ARQ-SUG - "
                            "STATUS: "  W-COD-ERRO-SUG
           END-EVALUATE.
       PROCESSAMENTO.
           ADD  1  TO  W-QTD-LIDAS.
           PERFORM  CRITICAR-SUGESTAO.
           IF  SUG-OK
               PERFORM  GERAR-ITEM
           ELSE
               ADD  1  TO  W-QTD-REJEITADAS
               PERFORM  IMPRIMIR-REJEICAO
           END-IF.
           PERFORM  LER-SUGESTAO.
       CRITICAR-SUGESTAO.
           MOVE  "N"     TO  W-SUG-OK.
           MOVE  SPACES  TO  W-MOTIVO.
           EVALUATE  TRUE
               WHEN  COD-PROD-SUG  NOT  NUMERIC
                   OR  COD-PROD-SUG  =  ZERO
                   MOVE  "CODIGO DE PRODUTO INVALIDO"  TO  W-MOTIVO
               WHEN  QTD-SUG  NOT  NUMERIC
                   OR  QTD-SUG  =  ZERO
                   MOVE  "QUANTIDADE SUGERIDA ZERO"  TO  W-MOTIVO
               WHEN  PEND-PROD(COD-PROD-SUG)  =  "S"
                   MOVE  "PRODUTO JA TEM PEDIDO PENDENTE"  TO  W-MOTIVO
               WHEN  PRODPED-NUM(COD-PROD-SUG)  >  ZEROS
                   AND  PRODPED-QTD(COD-PROD-SUG)  +  QTD-SUG  >  99999
                   MOVE  "QUANTIDADE EXCEDE O LIMITE"  TO  W-MOTIVO
               WHEN  PRODPED-NUM(COD-PROD-SUG)  >  ZEROS
                   SET  SUG-OK  TO  TRUE
               WHEN  OTHER
                   PERFORM  LOCALIZAR-FORNECEDOR
           END-EVALUATE.
      *    REGISTROS GRAVADOS ANTES DO CONTROLE DE FORNECEDOR TRAZEM
      *    ESPACOS NA AREA DO CODIGO E SAO TRATADOS COMO SEM
      *    FORNECEDOR
       LOCALIZAR-FORNECEDOR.
           MOVE  COD-PROD-SUG  TO  COD-PROD.
           READ  ARQ-PROD
               INVALID KEY
                   MOVE  "PRODUTO NAO CADASTRADO"  TO  W-MOTIVO
           END-READ.
           IF  W-COD-ERRO  =  "00"
               IF  COD-FORN-PROD  NOT  NUMERIC
                   OR  COD-FORN-PROD  =  ZEROS
                   MOVE  "PRODUTO SEM FORNECEDOR"  TO  W-MOTIVO
               ELSE
                   MOVE  COD-FORN-PROD  TO  COD-FORN
                   READ  ARQ-FORN
                       INVALID KEY
                           MOVE  "FORNECEDOR NAO CADASTRADO"
                                 TO  W-MOTIVO
                       NOT INVALID KEY
                           IF  FORN-INATIVO
                               MOVE  "FORNECEDOR INATIVO"  TO  W-MOTIVO
                           ELSE
                               SET  SUG-OK  TO  TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.
      *    O PRIMEIRO ITEM DE CADA FORNECEDOR ABRE O NUMERO DO
      *    PEDIDO - OS DEMAIS ITENS DO FORNECEDOR ENTRAM NO MESMO
       GERAR-ITEM.
           IF  PRODPED-NUM(COD-PROD-SUG)  >  ZEROS
               PERFORM  SOMAR-ITEM
           ELSE
               PERFORM  ABRIR-ITEM
           END-IF.
       ABRIR-ITEM.
           IF  FORNPED-NUM(COD-FORN)  =  ZEROS
               IF  W-ULT-NUM  =  999999
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "PEDGERA: NUMERACAO DE PEDIDO ESGOTADA - "
                            "VERIFIQUE PEDCOMP.CTL"
               ELSE
                   ADD  1  TO  W-ULT-NUM  W-QTD-PEDIDOS
                   MOVE  W-ULT-NUM  TO  FORNPED-NUM(COD-FORN)
                   IF  W-PRIM-NUM  =  ZEROS
                       MOVE  W-ULT-NUM  TO  W-PRIM-NUM
                   END-IF
               END-IF
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  GRAVAR-ITEM
           END-IF.
       GRAVAR-ITEM.
           MOVE  SPACES                 TO  REG-PED.
           MOVE  FORNPED-NUM(COD-FORN)  TO  NUM-PED.
           MOVE  COD-PROD-SUG           TO  COD-PROD-PED.
           MOVE  COD-FORN               TO  COD-FORN-PED.
           MOVE  W-DATA-HOJE            TO  DATA-PED.
           MOVE  "R"                    TO  SIT-PED.
           MOVE  QTD-SUG                TO  QTD-SUG-PED  QTD-PED.
           MOVE  ZEROS  TO  QTD-RECEB-PED  CUSTO-PED  DATA-CONF-PED
                            DATA-RECEB-PED.
      *    O CUSTO SUGERIDO E O CUSTO MEDIO ATUAL DO PRODUTO - O
      *    COMPRADOR CORRIGE NA CONFIRMACAO (PEDCONF)
           IF  CUSTO-MEDIO-PROD  NUMERIC
               MOVE  CUSTO-MEDIO-PROD  TO  CUSTO-PED
           END-IF.
           WRITE  REG-PED
               INVALID KEY
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "PEDGERA: ERRO AO GRAVAR PEDCOMP.DAT - "
                            "STATUS: "  W-COD-ERRO-PED
               NOT INVALID KEY
                   ADD  1  TO  W-QTD-ITENS
                   MOVE  NUM-PED  TO  PRODPED-NUM(COD-PROD-SUG)
                   MOVE  QTD-PED  TO  PRODPED-QTD(COD-PROD-SUG)
           END-WRITE.
      *    SUGESTAO DE OUTRA FILIAL PARA PRODUTO QUE JA GANHOU ITEM
      *    NESTA EXECUCAO - A QUANTIDADE E SOMADA AO ITEM
       SOMAR-ITEM.
           MOVE  PRODPED-NUM(COD-PROD-SUG)  TO  NUM-PED.
           MOVE  COD-PROD-SUG               TO  COD-PROD-PED.
           READ  ARQ-PED
               INVALID KEY
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "PEDGERA: ITEM GERADO NAO ENCONTRADO - "
                            "PEDIDO "  NUM-PED  " PRODUTO "
                            COD-PROD-PED
           END-READ.
           IF  NOT  ERRO-FATAL
               ADD  QTD-SUG  TO  QTD-SUG-PED  QTD-PED
               REWRITE  REG-PED
                   INVALID KEY
                       SET  ERRO-FATAL  TO  TRUE
                       DISPLAY  "PEDGERA: ERRO AO REGRAVAR PEDCOMP.DAT "
                                "- STATUS: "  W-COD-ERRO-PED
                   NOT INVALID KEY
                       ADD  1  TO  W-QTD-SOMADAS
                       MOVE  QTD-PED  TO  PRODPED-QTD(COD-PROD-SUG)
               END-REWRITE
           END-IF.
       IMPRIMIR-REJEICAO.
      *    SUGESTOES GRAVADAS ANTES DO CONTROLE POR FILIAL TRAZEM
      *    ESPACOS NA FILIAL E VALEM COMO MATRIZ (001)
           IF  COD-FIL-SUG  NUMERIC  AND  COD-FIL-SUG  >  ZERO
               MOVE  COD-FIL-SUG  TO  FIL-REJ
           ELSE
               MOVE  1            TO  FIL-REJ
           END-IF.
           MOVE  COD-PROD-SUG  TO  COD-REJ.
           MOVE  QTD-SUG       TO  QTD-REJ.
           MOVE  W-MOTIVO      TO  MOTIVO-REJ.
           IF  W-CONT-LINHA > 49
               PERFORM  ROTINA-CABECALHO.
           WRITE  REG-IMP  FROM  DETALHE-REJ  AFTER 1 LINES.
           ADD  1  TO  W-CONT-LINHA.
       FINALIZACAO.
           IF  NOT  ERRO-FATAL
               PERFORM  GRAVAR-CONTROLE
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  IMPRIMIR-PEDIDOS
               PERFORM  IMPRIMIR-TOTAIS
           END-IF.
           CLOSE  ARQ-SUG
                  ARQ-PROD
                  ARQ-FORN
                  ARQ-PED
                  ARQ-IMP.
           DISPLAY  "PEDGERA: "  W-QTD-LIDAS  " SUGESTAO(OES) LIDA(S) "
                    W-QTD-PEDIDOS  " PEDIDO(S) "
                    W-QTD-ITENS  " ITEM(NS) "
                    W-QTD-SOMADAS  " SOMADA(S) A ITEM "
                    W-QTD-REJEITADAS  " NAO ATENDIDA(S)".
           IF  ERRO-FATAL
               MOVE  8  TO  RETURN-CODE
           END-IF.
       GRAVAR-CONTROLE.
           OPEN  OUTPUT  ARQ-CTL.
           IF  W-COD-ERRO-CTL  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "PEDGERA: ERRO AO GRAVAR PEDCOMP.CTL - "
                        "STATUS: "  W-COD-ERRO-CTL
           ELSE
               MOVE  W-ULT-NUM  TO  REG-CTL
               WRITE  REG-CTL
               IF  W-COD-ERRO-CTL  NOT =  "00"
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "PEDGERA: ERRO AO GRAVAR PEDCOMP.CTL - "
                            "STATUS: "  W-COD-ERRO-CTL
               END-IF
               CLOSE  ARQ-CTL
           END-IF.
      *    RELE DE ARQ-PED OS PEDIDOS GERADOS NESTA EXECUCAO (DO
      *    PRIMEIRO NUMERO ABERTO EM DIANTE), AGRUPADOS POR PEDIDO,
      *    OU SEJA, POR FORNECEDOR
       IMPRIMIR-PEDIDOS.
           WRITE  REG-IMP  FROM  CABEC-PEDIDOS  AFTER 3 LINES.
           ADD  3  TO  W-CONT-LINHA.
           IF  W-PRIM-NUM  >  ZEROS
               MOVE  "N"         TO  W-FIM-PED
               MOVE  ZEROS       TO  W-NUM-ANT
               MOVE  W-PRIM-NUM  TO  NUM-PED
               MOVE  ZEROS       TO  COD-PROD-PED
               START  ARQ-PED  KEY  NOT <  CHAVE-PED
                   INVALID KEY
                       SET  FIM-PED  TO  TRUE
               END-START
               IF  NOT  FIM-PED
                   PERFORM  LER-PEDIDO
               END-IF
               PERFORM  IMPRIMIR-ITEM-PEDIDO
                   UNTIL  FIM-PED  OR  ERRO-FATAL
           END-IF.
       IMPRIMIR-ITEM-PEDIDO.
           IF  NUM-PED  NOT =  W-NUM-ANT
               PERFORM  IMPRIMIR-CABECALHO-PEDIDO
           END-IF.
           MOVE  COD-PROD-PED  TO  COD-DET  COD-PROD.
           READ  ARQ-PROD
               INVALID KEY
                   MOVE  "(NAO CADASTRADO)"  TO  DESCRI-DET
                   MOVE  ZEROS               TO  SALDO-DET
               NOT INVALID KEY
                   MOVE  DESCRI-PROD  TO  DESCRI-DET
                   IF  QTD-ESTQ  NUMERIC
                       MOVE  QTD-ESTQ  TO  SALDO-DET
                   ELSE
                       MOVE  ZEROS     TO  SALDO-DET
                   END-IF
           END-READ.
           MOVE  QTD-PED  TO  QTD-DET.
           IF  W-CONT-LINHA > 49
               PERFORM  ROTINA-CABECALHO.
           WRITE  REG-IMP  FROM  DETALHE-ITEM  AFTER 1 LINES.
           ADD  1  TO  W-CONT-LINHA.
           PERFORM  LER-PEDIDO.
       IMPRIMIR-CABECALHO-PEDIDO.
           MOVE  NUM-PED       TO  W-NUM-ANT  NUM-LPED.
           MOVE  COD-FORN-PED  TO  FORN-LPED  COD-FORN.
           READ  ARQ-FORN
               INVALID KEY
                   MOVE  "(NAO CADASTRADO)"  TO  NOME-LPED
                   MOVE  ZEROS               TO  PRAZO-LPED
               NOT INVALID KEY
                   MOVE  NOME-FORN   TO  NOME-LPED
                   MOVE  PRAZO-FORN  TO  PRAZO-LPED
           END-READ.
           IF  W-CONT-LINHA > 47
               PERFORM  ROTINA-CABECALHO.
           WRITE  REG-IMP  FROM  LINHA-PEDIDO  AFTER 2 LINES.
           ADD  2  TO  W-CONT-LINHA.
       ROTINA-CABECALHO.
           ADD 1 TO W-CONT-PAGINA.
           MOVE W-CONT-PAGINA TO  PAG-CAB.
           WRITE REG-IMP FROM CABEC1 AFTER PAGE.
           MOVE SPACES TO REG-IMP.
           WRITE REG-IMP AFTER 1 LINES.
           MOVE  2  TO  W-CONT-LINHA.
       IMPRIMIR-TOTAIS.
           MOVE  W-QTD-LIDAS       TO  QTD-LIDAS-TOT.
           MOVE  W-QTD-PEDIDOS     TO  QTD-PED-TOT.
           MOVE  W-QTD-ITENS       TO  QTD-ITENS-TOT.
           MOVE  W-QTD-REJEITADAS  TO  QTD-REJ-TOT.
           WRITE  REG-IMP  FROM  TOTAIS-GERACAO  AFTER 3 LINES.
       FIM-DO-PROGRAMA.    EXIT.
