       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   CONGELAMENTO DO INVENTARIO FISICO                *
      *    *   GRAVA EM ARQ-INV, PARA CADA FILIAL, O SALDO      *
      *    *   CONTABIL DA FILIAL (ARQ-ESTF) DE CADA PRODUTO    *
      *    *   DE ARQ-PROD (SITUACAO ABERTO) E IMPRIME AS       *
      *    *   FOLHAS DE CONTAGEM NUMERADAS, POR FILIAL E       *
      *    *   AGRUPADAS POR CATEGORIA DE ARQ-CAT (SEM          *
      *    *   CATEGORIA ABRE A PRIMEIRA FOLHA DA FILIAL) - A   *
      *    *   EXECUCAO REINICIA A CONTAGEM: SEM CARTAO (OU     *
      *    *   FILIAL 000) CONGELA TODAS AS FILIAIS ATIVAS E O  *
      *    *   ARQUIVO DE INVENTARIO ANTERIOR E SUBSTITUIDO -   *
      *    *   COM A FILIAL NO CARTAO (INVCONG.PAR) SO A        *
      *    *   CONTAGEM DELA E SUBSTITUIDA                      *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS W-COD-ERRO-CAT.
           SELECT ARQ-INV ASSIGN TO "INVENTAR.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CHAVE-INV
               ACCESS   DYNAMIC
               FILE STATUS IS W-COD-ERRO-INV.
           SELECT ARQ-FIL ASSIGN TO "FILIAL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-FIL
               ACCESS   DYNAMIC
               FILE STATUS IS W-COD-ERRO-FIL.
           SELECT ARQ-ESTF ASSIGN TO "ESTQFIL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CHAVE-ESTF
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-ESTF.
           SELECT  OPTIONAL  ARQ-PAR  ASSIGN TO  "INVCONG.PAR"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-PAR.
           SELECT ARQ-IMP  ASSIGN TO "INVFOLHA.PRN".
       DATA         DIVISION.
       FILE         SECTION.
       FD  ARQ-INV
           LABEL RECORD STANDARD.
       COPY  INVREG.
       FD  ARQ-FIL
           LABEL RECORD STANDARD.
       COPY  FILREG.
       FD  ARQ-ESTF
           LABEL RECORD STANDARD.
       COPY  ESTFREG.
       FD  ARQ-PAR
           LABEL  RECORD  STANDARD.
      *    CARTAO-PARAMETRO DO CONGELAMENTO (UM REGISTRO, OPCIONAL):
      *    FILIAL A CONGELAR (SEM CARTAO, EM BRANCO OU ZEROS = TODAS
      *    AS FILIAIS ATIVAS) - FILIAL INATIVA SO E CONGELADA QUANDO
      *    INFORMADA NO CARTAO
       01  REG-PAR.
           02  COD-FIL-PAR       PIC 9(3).
           02  FILLER            PIC X(27).
       FD  ARQ-IMP
           LABEL  RECORD  OMITTED.
       01  REG-IMP         PIC X(100).
           02  FILLER1     PIC X(5)  VALUE "DATA".
           02  DATA-CAB    PIC 9(8).
       01  CABEC-CATEG.
           02  FILLER1     PIC X(8)  VALUE "FILIAL:".
           02  FIL-CAB     PIC 999.
           02  FILLER1     PIC X(1)  VALUE SPACES.
           02  NOME-FIL-CAB PIC X(30).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  FILLER1     PIC X(11) VALUE "CATEGORIA:".
           02  CAT-CAB     PIC X(20).
       01  CABEC2.
           02  FILLER1     PIC X(15) VALUE "______________".
       01  TOTAIS-CONG.
           02  FILLER1         PIC X(22) VALUE "PRODUTOS CONGELADOS:".
           02  QTD-CONG-TOT    PIC ZZZZZ9.
           02  FILLER1         PIC X(4)  VALUE SPACES.
           02  FILLER1         PIC X(10) VALUE "FILIAIS:".
           02  QTD-FIL-TOT     PIC ZZ9.
           02  FILLER1         PIC X(4)  VALUE SPACES.
           02  FILLER1         PIC X(8)  VALUE "FOLHAS:".
           02  QTD-FOLHA-TOT   PIC ZZ9.
       01  W-COD-ERRO          PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-CAT      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-INV      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-FIL      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-ESTF     PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-PAR      PIC  XX  VALUE  SPACES.
       01  W-DATA-HOJE         PIC  9(8)  VALUE  ZEROS.
       01  W-FIL-SEL           PIC  9(3)  VALUE  ZEROS.
       01  W-QTD-FILIAIS       PIC  9(3)  VALUE  ZEROS.
       01  W-IX-FIL            PIC  9(4)  VALUE  ZEROS.
       01  W-QTD-EXCLUIDOS     PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-CONGELADOS    PIC  9(6)  VALUE  ZEROS.
       01  W-QTD-PRODUTOS      PIC  9(3)  VALUE  ZEROS.
       01  W-NUM-FOLHA         PIC  9(3)  VALUE  ZEROS.
       01  W-CAT-FOLHA         PIC  9(3)  VALUE  ZEROS.
       01  W-DESCRI-CAT-FL     PIC  X(20) VALUE  SPACES.
       01  W-IX-PROD           PIC  9(4)  VALUE  ZEROS.
       01  W-QTD-NA-FOLHA      PIC  9(3)  VALUE  ZEROS.
       01  W-SW-STATUS.
           05  W-FIM-ARQUIVO    PIC  X  VALUE  "N".
               88  FIM-ARQUIVO      VALUE  "S".
           05  W-FIM-CAT        PIC  X  VALUE  "N".
               88  FIM-CAT          VALUE  "S".
           05  W-FIM-FIL        PIC  X  VALUE  "N".
               88  FIM-FIL          VALUE  "S".
           05  W-FIM-INV        PIC  X  VALUE  "N".
               88  FIM-INV          VALUE  "S".
           05  W-ERRO-FATAL     PIC  X  VALUE  "N".
               88  ERRO-FATAL       VALUE  "S".
       01  W-CONT-LINHA        PIC 99  VALUE ZEROS.
               03  PROD-COD     PIC 9(3).
               03  PROD-DESCRI  PIC X(20).
               03  PROD-CAT     PIC 9(3).
      *    FILIAIS A CONGELAR NESTA EXECUCAO
       01  TAB-FILIAIS.
           02  FILTAB  OCCURS 999 TIMES.
               03  FILTAB-COD   PIC 9(3).
               03  FILTAB-NOME  PIC X(30).
       PROCEDURE   DIVISION.
       INICIO.
           PERFORM  INICIALIZACAO.
           PERFORM  CARREGAR-PRODUTO
               UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL.
           IF  NOT  ERRO-FATAL
               PERFORM  CARREGAR-FILIAIS
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  ABRIR-INVENTARIO
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  CONGELAR-FILIAL
                   VARYING  W-IX-FIL  FROM  1  BY  1
                   UNTIL  W-IX-FIL  >  W-QTD-FILIAIS  OR  ERRO-FATAL
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  IMPRIMIR-TOTAIS
           END-IF.
           PERFORM  FINALIZACAO.
       INICIALIZACAO.
           MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  W-DATA-HOJE.
           MOVE  W-DATA-HOJE  TO  DATA-CAB.
           PERFORM  LER-PARAMETRO.
           OPEN  INPUT   ARQ-PROD
                 INPUT   ARQ-FIL
                 INPUT   ARQ-ESTF
                 OUTPUT  ARQ-IMP.
           IF  W-COD-ERRO  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "INVCONG: ERRO AO ABRIR PRODUTO.DAT - STATUS: "
                        W-COD-ERRO
           END-IF.
           IF  W-COD-ERRO-FIL  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "INVCONG: ERRO AO ABRIR FILIAL.DAT - STATUS: "
                        W-COD-ERRO-FIL
           END-IF.
           IF  W-COD-ERRO-ESTF  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "INVCONG: ERRO AO ABRIR ESTQFIL.DAT - STATUS: "
                        W-COD-ERRO-ESTF
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  LER-PRODUTO
           END-IF.
       LER-PARAMETRO.
           MOVE  ZEROS  TO  COD-FIL-PAR.
           OPEN  INPUT  ARQ-PAR.
           IF  W-COD-ERRO-PAR  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "INVCONG: ERRO AO ABRIR INVCONG.PAR - STATUS: "
                        W-COD-ERRO-PAR
           ELSE
               READ  ARQ-PAR
               EVALUATE  W-COD-ERRO-PAR
                   WHEN  "00"
                       CONTINUE
                   WHEN  "10"
                       MOVE  ZEROS  TO  COD-FIL-PAR
                   WHEN  OTHER
                       SET  ERRO-FATAL  TO  TRUE
                       DISPLAY  "INVCONG: ERRO DE E/S EM ARQ-PAR - "
                                "STATUS: "  W-COD-ERRO-PAR
               END-EVALUATE
               CLOSE  ARQ-PAR
           END-IF.
           IF  COD-FIL-PAR  NUMERIC
               MOVE  COD-FIL-PAR  TO  W-FIL-SEL
           ELSE
               MOVE  ZEROS        TO  W-FIL-SEL
           END-IF.
       LER-PRODUTO.
           READ  ARQ-PROD.
           EVALUATE  W-COD-ERRO
                   DISPLAY  "INVCONG: ERRO DE E/S EM ARQ-PROD - "
                            "STATUS: "  W-COD-ERRO
           END-EVALUATE.
       CARREGAR-PRODUTO.
           IF  W-QTD-PRODUTOS  <  999
               ADD  1  TO  W-QTD-PRODUTOS
               MOVE  COD-PROD      TO  PROD-COD(W-QTD-PRODUTOS)
               MOVE  DESCRI-PROD   TO  PROD-DESCRI(W-QTD-PRODUTOS)
               IF  COD-CAT-PROD  NUMERIC
                   MOVE  COD-CAT-PROD  TO  PROD-CAT(W-QTD-PRODUTOS)
               ELSE
                   MOVE  ZEROS         TO  PROD-CAT(W-QTD-PRODUTOS)
               END-IF
           END-IF.
           PERFORM  LER-PRODUTO.
       CARREGAR-FILIAIS.
           IF  W-FIL-SEL  =  ZEROS
               PERFORM  LER-FILIAL
               PERFORM  GUARDAR-FILIAL-ATIVA
                   UNTIL  FIM-FIL  OR  ERRO-FATAL
           ELSE
               MOVE  W-FIL-SEL  TO  COD-FIL
               READ  ARQ-FIL
                   INVALID KEY
                       SET  ERRO-FATAL  TO  TRUE
                       DISPLAY  "INVCONG: FILIAL DO CARTAO NAO "
                                "CADASTRADA: "  W-FIL-SEL
                   NOT INVALID KEY
                       PERFORM  GUARDAR-FILIAL-TABELA
               END-READ
           END-IF.
           IF  W-QTD-FILIAIS  =  ZEROS  AND  NOT  ERRO-FATAL
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "INVCONG: NENHUMA FILIAL ATIVA EM FILIAL.DAT"
           END-IF.
       LER-FILIAL.
           READ  ARQ-FIL  NEXT.
           EVALUATE  W-COD-ERRO-FIL
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-FIL  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "INVCONG: ERRO DE E/S EM ARQ-FIL - "
                            "STATUS: "  W-COD-ERRO-FIL
           END-EVALUATE.
       GUARDAR-FILIAL-ATIVA.
           IF  FIL-ATIVA
               PERFORM  GUARDAR-FILIAL-TABELA
           END-IF.
           PERFORM  LER-FILIAL.
       GUARDAR-FILIAL-TABELA.
           ADD  1  TO  W-QTD-FILIAIS.
           MOVE  COD-FIL   TO  FILTAB-COD(W-QTD-FILIAIS).
           MOVE  NOME-FIL  TO  FILTAB-NOME(W-QTD-FILIAIS).
      *    SEM CARTAO O ARQUIVO ANTERIOR E SUBSTITUIDO - COM FILIAL
      *    NO CARTAO SAI SO A CONTAGEM ANTERIOR DELA
       ABRIR-INVENTARIO.
           IF  W-FIL-SEL  =  ZEROS
               OPEN  OUTPUT  ARQ-INV
           ELSE
               OPEN  I-O  ARQ-INV
               IF  W-COD-ERRO-INV  =  "35"
                   OPEN  OUTPUT  ARQ-INV
                   CLOSE  ARQ-INV
                   OPEN  I-O  ARQ-INV
               END-IF
           END-IF.
           IF  W-COD-ERRO-INV  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "INVCONG: ERRO AO ABRIR INVENTAR.DAT - "
                        "STATUS: "  W-COD-ERRO-INV
           ELSE
               IF  W-FIL-SEL  NOT =  ZEROS
                   PERFORM  EXCLUIR-CONTAGEM-FILIAL
               END-IF
           END-IF.
       EXCLUIR-CONTAGEM-FILIAL.
           MOVE  W-FIL-SEL  TO  COD-FIL-INV.
           MOVE  ZEROS      TO  COD-PROD-INV.
           START  ARQ-INV  KEY  NOT <  CHAVE-INV
               INVALID KEY
                   SET  FIM-INV  TO  TRUE
           END-START.
           IF  NOT  FIM-INV
               PERFORM  LER-INVENTARIO-FILIAL
           END-IF.
           PERFORM  EXCLUIR-ITEM-INVENTARIO
               UNTIL  FIM-INV  OR  ERRO-FATAL.
           IF  W-QTD-EXCLUIDOS  >  ZEROS
               DISPLAY  "INVCONG: "  W-QTD-EXCLUIDOS
                        " ITEM(NS) DA CONTAGEM ANTERIOR DA FILIAL "
                        W-FIL-SEL  " SUBSTITUIDO(S)"
           END-IF.
       LER-INVENTARIO-FILIAL.
           READ  ARQ-INV  NEXT.
           EVALUATE  W-COD-ERRO-INV
               WHEN  "00"
                   IF  COD-FIL-INV  NOT =  W-FIL-SEL
                       SET  FIM-INV  TO  TRUE
                   END-IF
               WHEN  "10"
                   SET  FIM-INV  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "INVCONG: ERRO DE E/S EM ARQ-INV - "
                            "STATUS: "  W-COD-ERRO-INV
           END-EVALUATE.
       EXCLUIR-ITEM-INVENTARIO.
           DELETE  ARQ-INV
               INVALID KEY
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "INVCONG: ERRO AO EXCLUIR INVENTAR.DAT - "
                            "STATUS: "  W-COD-ERRO-INV
               NOT INVALID KEY
                   ADD  1  TO  W-QTD-EXCLUIDOS
                   PERFORM  LER-INVENTARIO-FILIAL
           END-DELETE.
       CONGELAR-FILIAL.
           PERFORM  CONGELAR-PRODUTO
               VARYING  W-IX-PROD  FROM  1  BY  1
               UNTIL  W-IX-PROD  >  W-QTD-PRODUTOS  OR  ERRO-FATAL.
           IF  NOT  ERRO-FATAL
               PERFORM  IMPRIMIR-FOLHAS
           END-IF.
      *    PRODUTO SEM REGISTRO DE SALDO NA FILIAL E CONGELADO COM
      *    SALDO ZERO - SE FOR ENCONTRADO NA CONTAGEM O AJUSTE DE
      *    INVVAR ABRE O SALDO DELE NA FILIAL
       CONGELAR-PRODUTO.
           MOVE  FILTAB-COD(W-IX-FIL)  TO  COD-FIL-ESTF.
           MOVE  PROD-COD(W-IX-PROD)   TO  COD-PROD-ESTF.
           READ  ARQ-ESTF
               INVALID KEY
                   MOVE  ZEROS  TO  QTD-ESTF
           END-READ.
           IF  W-COD-ERRO-ESTF  NOT =  "00"  AND  NOT =  "23"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "INVCONG: ERRO DE E/S EM ARQ-ESTF - "
                        "STATUS: "  W-COD-ERRO-ESTF
           ELSE
               MOVE  SPACES                 TO  REG-INV
               MOVE  FILTAB-COD(W-IX-FIL)   TO  COD-FIL-INV
               MOVE  PROD-COD(W-IX-PROD)    TO  COD-PROD-INV
               MOVE  PROD-DESCRI(W-IX-PROD) TO  DESCRI-INV
               MOVE  PROD-CAT(W-IX-PROD)    TO  COD-CAT-INV
               MOVE  QTD-ESTF               TO  QTD-LIVRO-INV
               MOVE  ZEROS                  TO  QTD-CONT-INV
               MOVE  "A"                    TO  SIT-INV
               MOVE  W-DATA-HOJE            TO  DATA-CONG-INV
               WRITE  REG-INV
                   INVALID KEY
                       SET  ERRO-FATAL  TO  TRUE
                       DISPLAY  "INVCONG: ERRO AO GRAVAR "
                                "INVENTAR.DAT - STATUS: "
                                W-COD-ERRO-INV
                   NOT INVALID KEY
                       ADD  1  TO  W-QTD-CONGELADOS
               END-WRITE
           END-IF.
      *    FOLHA 1 = SEM CATEGORIA, DEMAIS NA ORDEM DE ARQ-CAT -
      *    CATEGORIA SEM PRODUTO NAO ABRE FOLHA
       IMPRIMIR-FOLHAS.
           MOVE  FILTAB-COD(W-IX-FIL)   TO  FIL-CAB.
           MOVE  FILTAB-NOME(W-IX-FIL)  TO  NOME-FIL-CAB.
           MOVE  ZEROS            TO  W-CAT-FOLHA.
           MOVE  "SEM CATEGORIA"  TO  W-DESCRI-CAT-FL.
           PERFORM  IMPRIMIR-FOLHA-CATEG.
           MOVE  "N"  TO  W-FIM-CAT.
           OPEN  INPUT  ARQ-CAT.
           IF  W-COD-ERRO-CAT  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "INVCONG: ERRO AO ABRIR CATEG.DAT - STATUS: "
                        W-COD-ERRO-CAT
           ELSE
               PERFORM  LER-CATEGORIA
               PERFORM  IMPRIMIR-FOLHA-DA-CAT  UNTIL  FIM-CAT
               CLOSE  ARQ-CAT
           END-IF.
       LER-CATEGORIA.
           READ  ARQ-CAT.
           EVALUATE  W-COD-ERRO-CAT
           ADD  2  TO  W-CONT-LINHA.
       IMPRIMIR-TOTAIS.
           MOVE  W-QTD-CONGELADOS  TO  QTD-CONG-TOT.
           MOVE  W-QTD-FILIAIS     TO  QTD-FIL-TOT.
           MOVE  W-NUM-FOLHA       TO  QTD-FOLHA-TOT.
           WRITE  REG-IMP  FROM  TOTAIS-CONG  AFTER 3 LINES.
       FINALIZACAO.
           CLOSE  ARQ-PROD
                  ARQ-FIL
                  ARQ-ESTF
                  ARQ-INV
                  ARQ-IMP.
           DISPLAY  "INVCONG: "  W-QTD-CONGELADOS
                    " PRODUTO(S) CONGELADO(S) EM "
                    W-QTD-FILIAIS  " FILIAL(IS) E "
                    W-NUM-FOLHA  " FOLHA(S)".
           IF  ERRO-FATAL
               MOVE  8  TO  RETURN-CODE
