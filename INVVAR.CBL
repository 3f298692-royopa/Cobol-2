      *    *****************************************************
      *    *   APURACAO DO INVENTARIO FISICO                    *
      *    *   COMPARA A CONTAGEM DE ARQ-INV COM O SALDO        *
      *    *   ATUAL DA FILIAL (ARQ-ESTF), IMPRIME O            *
      *    *   RELATORIO DE DIVERGENCIA (COM O SALDO            *
      *    *   CONGELADO DE REFERENCIA) E GERA EM ARQ-ESTQMOV O *
      *    *   AJUSTE                                           *
      *    *   (TIPO A, QUANTIDADE CONTADA SUBSTITUI O SALDO)   *
      *    *   DE CADA ITEM DIVERGENTE PARA A BAIXA NORMAL DE   *
      *    *   ESTQBAT - ITEM NAO CONTADO NAO GERA AJUSTE E     *
      *    *   SAI ASSINALADO - O AJUSTE VAI PARA A FILIAL DO   *
      *    *   ITEM - SEM CARTAO (OU FILIAL 000) APURA TODAS AS *
      *    *   FILIAIS CONGELADAS, COM A FILIAL NO CARTAO       *
      *    *   (INVVAR.PAR) SO ELA                              *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT ARQ-INV ASSIGN TO "INVENTAR.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CHAVE-INV
               ACCESS   DYNAMIC
               FILE STATUS IS W-COD-ERRO-INV.
           SELECT ARQ-ESTF ASSIGN TO "ESTQFIL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CHAVE-ESTF
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO.
           SELECT  OPTIONAL  ARQ-PAR  ASSIGN TO  "INVVAR.PAR"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-PAR.
           SELECT  OPTIONAL  ARQ-ESTQMOV  ASSIGN TO  "ESTOQMOV.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-MOV.
       FD  ARQ-INV
           LABEL RECORD STANDARD.
       COPY  INVREG.
       FD  ARQ-ESTF
           LABEL RECORD STANDARD.
       COPY  ESTFREG.
       FD  ARQ-PAR
           LABEL  RECORD  STANDARD.
      *    CARTAO-PARAMETRO DA APURACAO (UM REGISTRO, OPCIONAL):
      *    FILIAL A APURAR (SEM CARTAO, EM BRANCO OU ZEROS = TODAS
      *    AS FILIAIS DE INVENTAR.DAT)
       01  REG-PAR.
           02  COD-FIL-PAR       PIC 9(3).
           02  FILLER            PIC X(27).
       FD  ARQ-ESTQMOV
           LABEL  RECORD  STANDARD.
       COPY  ESTQREG.
           02  FILLER1     PIC X(5)  VALUE "PAG.".
           02  PAG-CAB     PIC Z9.
       01  CABEC2.
           02  FILLER1     PIC X(5)  VALUE "FIL".
           02  FILLER1     PIC X(5)  VALUE "COD".
           02  FILLER1     PIC X(22) VALUE "DESCRICAO".
           02  FILLER1     PIC X(10) VALUE "CONGELADO".
           02  FILLER1     PIC X(11) VALUE "DIFERENCA".
           02  FILLER1     PIC X(16) VALUE "SITUACAO".
       01  DETALHE.
           02  FIL-DET     PIC ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  COD-DET     PIC ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  DESCRI-DET  PIC X(20).
       01  W-COD-ERRO          PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-INV      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-MOV      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-PAR      PIC  XX  VALUE  SPACES.
       01  W-DATA-HOJE         PIC  9(8)  VALUE  ZEROS.
       01  W-FIL-SEL           PIC  9(3)  VALUE  ZEROS.
       01  W-QTD-LIDOS         PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-NAO-CONT      PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-AJUSTES       PIC  9(5)  VALUE  ZEROS.
           STOP   RUN.
       INICIALIZACAO.
           MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  W-DATA-HOJE.
           PERFORM  LER-PARAMETRO.
           OPEN  INPUT   ARQ-INV
                 INPUT   ARQ-ESTF
                 EXTEND  ARQ-ESTQMOV
                 OUTPUT  ARQ-IMP.
           IF  W-COD-ERRO-INV  NOT =  "00"
           END-IF.
           IF  W-COD-ERRO  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "INVVAR: ERRO AO ABRIR ESTQFIL.DAT - STATUS: "
                        W-COD-ERRO
           END-IF.
           IF  W-COD-ERRO-MOV  NOT =  "00"  AND  NOT =  "05"
               DISPLAY  "INVVAR: ERRO AO ABRIR ESTOQMOV.DAT - STATUS: "
                        W-COD-ERRO-MOV
           END-IF.
           IF  NOT  ERRO-FATAL  AND  W-FIL-SEL  NOT =  ZEROS
               MOVE  W-FIL-SEL  TO  COD-FIL-INV
               MOVE  ZEROS      TO  COD-PROD-INV
               START  ARQ-INV  KEY  NOT <  CHAVE-INV
                   INVALID KEY
                       SET  FIM-ARQUIVO  TO  TRUE
               END-START
           END-IF.
           IF  NOT  ERRO-FATAL  AND  NOT  FIM-ARQUIVO
               PERFORM  LER-INVENTARIO
           END-IF.
       LER-PARAMETRO.
           MOVE  ZEROS  TO  COD-FIL-PAR.
           OPEN  INPUT  ARQ-PAR.
           IF  W-COD-ERRO-PAR  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "INVVAR: ERRO AO ABRIR INVVAR.PAR - STATUS: "
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
                       DISPLAY  "INVVAR: ERRO DE E/S EM ARQ-PAR - "
                                "STATUS: "  W-COD-ERRO-PAR
               END-EVALUATE
               CLOSE  ARQ-PAR
           END-IF.
           IF  COD-FIL-PAR  NUMERIC
               MOVE  COD-FIL-PAR  TO  W-FIL-SEL
           ELSE
               MOVE  ZEROS        TO  W-FIL-SEL
           END-IF.
       LER-INVENTARIO.
           READ  ARQ-INV  NEXT.
           EVALUATE  W-COD-ERRO-INV
               WHEN  "00"
                   IF  W-FIL-SEL  NOT =  ZEROS
                       AND  COD-FIL-INV  NOT =  W-FIL-SEL
                       SET  FIM-ARQUIVO  TO  TRUE
                   END-IF
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   PERFORM  GERAR-AJUSTE
               END-IF
           END-IF.
      *    PRODUTO SEM REGISTRO DE SALDO NA FILIAL TEM SALDO ZERO
       BUSCAR-SALDO-ATUAL.
           MOVE  COD-FIL-INV   TO  COD-FIL-ESTF.
           MOVE  COD-PROD-INV  TO  COD-PROD-ESTF.
           READ  ARQ-ESTF
               INVALID KEY
                   MOVE  ZEROS     TO  W-SALDO-ATUAL
               NOT INVALID KEY
                   MOVE  QTD-ESTF  TO  W-SALDO-ATUAL
           END-READ.
       GERAR-AJUSTE.
           MOVE  SPACES        TO  REG-ESTQMOV.
           MOVE  QTD-CONT-INV  TO  QTD-MOV.
           MOVE  W-DATA-HOJE   TO  DATA-MOV.
           MOVE  "INVENTARIO"  TO  DOCTO-MOV.
           MOVE  COD-FIL-INV   TO  COD-FIL-MOV.
           WRITE  REG-ESTQMOV.
           IF  W-COD-ERRO-MOV  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               MOVE  "AJUSTE GERADO"  TO  W-SITUACAO
           END-IF.
       IMPRIMIR-RESULTADO.
           MOVE  COD-FIL-INV    TO  FIL-DET.
           MOVE  COD-PROD-INV   TO  COD-DET.
           MOVE  DESCRI-INV     TO  DESCRI-DET.
           MOVE  QTD-LIVRO-INV  TO  LIVRO-DET.
               PERFORM  IMPRIMIR-TOTAIS
           END-IF.
           CLOSE  ARQ-INV
                  ARQ-ESTF
                  ARQ-ESTQMOV
                  ARQ-IMP.
           DISPLAY  "INVVAR: "  W-QTD-LIDOS  " ITEM(NS) LIDO(S) "
