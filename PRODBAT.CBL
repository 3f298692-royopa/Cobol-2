      *    *   E TOTAIS DE CONTROLE POR TIPO - ALTERACAO E      *
      *    *   EXCLUSAO GRAVAM A IMAGEM ANTES/DEPOIS DOS        *
      *    *   PRECOS NO HISTORICO (ARQ-HIST)                   *
      *    *   A INCLUSAO GRAVA O SALDO INICIAL (MESMO ZERO) NA *
      *    *   FILIAL QUE ENVIOU A TRANSACAO (ARQ-ESTF) - A     *
      *    *   EXCLUSAO APAGA O SALDO DO PRODUTO EM CADA FILIAL *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY  COD-PROD
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO.
           SELECT ARQ-ESTF ASSIGN TO "ESTQFIL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CHAVE-ESTF
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-ESTF.
           SELECT ARQ-FIL ASSIGN TO "FILIAL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-FIL
               ACCESS   DYNAMIC
               FILE STATUS IS W-COD-ERRO-FIL.
           SELECT ARQ-IMP  ASSIGN TO "PRODAPL.PRN".
           SELECT  OPTIONAL  ARQ-HIST  ASSIGN TO  "PRECOHIS.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
       FD  ARQ-PROD
           LABEL RECORD STANDARD.
       COPY  PRODREG.
       FD  ARQ-ESTF
           LABEL RECORD STANDARD.
       COPY  ESTFREG.
       FD  ARQ-FIL
           LABEL RECORD STANDARD.
       COPY  FILREG.
       FD  ARQ-IMP
           LABEL  RECORD  OMITTED.
       01  REG-IMP         PIC X(100).
       01  W-COD-ERRO          PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-TRAN     PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-HIST     PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-ESTF     PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-FIL      PIC  XX  VALUE  SPACES.
       01  W-FIL-TRAN          PIC  9(3)  VALUE  ZEROS.
       01  W-TIPO-HIST         PIC  X     VALUE  SPACE.
       01  W-PRECO-ANT         PIC  9(4)V99  VALUE  ZEROS.
       01  W-PROMO-ANT         PIC  9(4)V99  VALUE  ZEROS.
               88  ERRO-FATAL       VALUE  "S".
           05  W-TRAN-OK        PIC  X  VALUE  "N".
               88  TRAN-OK          VALUE  "S".
           05  W-FIM-FIL        PIC  X  VALUE  "N".
               88  FIM-FIL          VALUE  "S".
       01  W-CONT-LINHA        PIC 99  VALUE 50.
       01  W-CONT-PAGINA       PIC 99  VALUE ZEROS.
       01  TAB-TOTAIS-TIPO.
       INICIALIZACAO.
           OPEN  INPUT   ARQ-TRAN
                 I-O     ARQ-PROD
                 I-O     ARQ-ESTF
                 INPUT   ARQ-FIL
                 OUTPUT  ARQ-IMP
                 EXTEND  ARQ-HIST.
           IF  W-COD-ERRO-HIST  NOT =  "00"  AND  NOT =  "05"
               DISPLAY  "PRODBAT: ERRO AO ABRIR PRODUTO.DAT - STATUS: "
                        W-COD-ERRO
           END-IF.
           IF  W-COD-ERRO-ESTF  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "PRODBAT: ERRO AO ABRIR ESTQFIL.DAT - STATUS: "
                        W-COD-ERRO-ESTF
           END-IF.
           IF  W-COD-ERRO-FIL  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "PRODBAT: ERRO AO ABRIR FILIAL.DAT - STATUS: "
                        W-COD-ERRO-FIL
           END-IF.
           MOVE  "INCLUSOES"   TO  TOT-TIPO-DESCR(1).
           MOVE  "ALTERACOES"  TO  TOT-TIPO-DESCR(2).
           MOVE  "EXCLUSOES"   TO  TOT-TIPO-DESCR(3).
           END-IF.
           CLOSE  ARQ-TRAN
                  ARQ-PROD
                  ARQ-ESTF
                  ARQ-FIL
                  ARQ-IMP
                  ARQ-HIST.
           DISPLAY  "PRODBAT: "  W-QTD-LIDAS  " TRANSACAO(OES) LIDA(S) "
           ELSE
               MOVE  ZEROS          TO  QTD-ESTQ
           END-IF.
           PERFORM  CRITICAR-FILIAL-TRAN.
           IF  W-MOTIVO  =  SPACES
               WRITE  REG-PROD
                   INVALID KEY
                       MOVE  "CODIGO JA CADASTRADO"  TO  W-MOTIVO
                   NOT INVALID KEY
                       SET  TRAN-OK  TO  TRUE
                       PERFORM  GRAVAR-SALDO-INICIAL
               END-WRITE
           END-IF.
      *    TRANSACOES SEM FILIAL (LAYOUT ANTERIOR) VALEM COMO
      *    ENVIADAS PELA MATRIZ (001)
       CRITICAR-FILIAL-TRAN.
           IF  COD-FIL-TRAN  NUMERIC  AND  COD-FIL-TRAN  >  ZERO
               MOVE  COD-FIL-TRAN  TO  W-FIL-TRAN
           ELSE
               MOVE  1             TO  W-FIL-TRAN
           END-IF.
           MOVE  W-FIL-TRAN  TO  COD-FIL.
           READ  ARQ-FIL
               INVALID KEY
                   MOVE  "FILIAL NAO CADASTRADA"  TO  W-MOTIVO
           END-READ.
      *    O REGISTRO E GRAVADO MESMO COM SALDO ZERO PARA A FILIAL
      *    TRABALHAR O PRODUTO NA SUGESTAO DE COMPRA (COMPRSUG)
       GRAVAR-SALDO-INICIAL.
           MOVE  SPACES         TO  REG-ESTF.
           MOVE  W-FIL-TRAN     TO  COD-FIL-ESTF.
           MOVE  COD-PROD-TRAN  TO  COD-PROD-ESTF.
           MOVE  QTD-ESTQ       TO  QTD-ESTF.
           MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  DATA-BAIXA-ESTF.
           WRITE  REG-ESTF
               INVALID KEY
                   REWRITE  REG-ESTF
           END-WRITE.
           IF  W-COD-ERRO-ESTF  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "PRODBAT: ERRO AO GRAVAR ESTQFIL.DAT - STATUS: "
                        W-COD-ERRO-ESTF
           END-IF.
       ALTERAR-TRANSACAO.
           MOVE  COD-PROD-TRAN  TO  COD-PROD.
           READ  ARQ-PROD
                           MOVE  ZEROS  TO  W-PRECO-NOV
                           MOVE  ZEROS  TO  W-PROMO-NOV
                           PERFORM  GRAVAR-HISTORICO
                           PERFORM  EXCLUIR-SALDOS-FILIAIS
                   END-DELETE
           END-READ.
      *    ARQ-ESTF E ORDENADO POR FILIAL - PERCORRE O CADASTRO DE
      *    FILIAIS E APAGA O SALDO DO PRODUTO EM CADA UMA (FILIAL QUE
      *    NAO TRABALHA O PRODUTO NAO TEM REGISTRO)
       EXCLUIR-SALDOS-FILIAIS.
           MOVE  "N"    TO  W-FIM-FIL.
           MOVE  ZEROS  TO  COD-FIL.
           START  ARQ-FIL  KEY  NOT <  COD-FIL
               INVALID KEY
                   SET  FIM-FIL  TO  TRUE
           END-START.
           PERFORM  EXCLUIR-SALDO-FILIAL
               UNTIL  FIM-FIL  OR  ERRO-FATAL.
       EXCLUIR-SALDO-FILIAL.
           READ  ARQ-FIL  NEXT.
           EVALUATE  W-COD-ERRO-FIL
               WHEN  "00"
                   MOVE  COD-FIL        TO  COD-FIL-ESTF
                   MOVE  COD-PROD-TRAN  TO  COD-PROD-ESTF
                   DELETE  ARQ-ESTF
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF  W-COD-ERRO-ESTF  NOT =  "00"  AND  NOT =  "23"
                       SET  ERRO-FATAL  TO  TRUE
                       DISPLAY  "PRODBAT: ERRO AO EXCLUIR ESTQFIL.DAT"
                                " - STATUS: "  W-COD-ERRO-ESTF
                   END-IF
               WHEN  "10"
                   SET  FIM-FIL  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "PRODBAT: ERRO DE E/S EM ARQ-FIL - "
                            "STATUS: "  W-COD-ERRO-FIL
           END-EVALUATE.
       GRAVAR-HISTORICO.
           MOVE  SPACES  TO  REG-HIST.
           MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  DATA-HIST.
