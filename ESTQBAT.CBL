      *    *   ARQUIVADOS EM ESTQARQ.DAT E ARQ-ESTQMOV E        *
      *    *   REGRAVADO SO COM OS REJEITADOS, PARA QUE UMA     *
      *    *   NOVA EXECUCAO NAO REAPLIQUE O QUE JA BAIXOU      *
      *    *   A ENTRADA COM CUSTO DE COMPRA RECALCULA O CUSTO  *
      *    *   MEDIO PONDERADO DO PRODUTO                       *
      *    *   O AJUSTE DE INVENTARIO APLICADO E REGISTRADO EM  *
      *    *   ESTQAJU.DAT COM O SALDO ANTERIOR, O NOVO E O     *
      *    *   CUSTO MEDIO, PARA A CONTABILIZACAO (JORNCTB)     *
      *    *   O MOVIMENTO E APLICADO NO SALDO DA FILIAL        *
      *    *   (ARQ-ESTF) E O SALDO DE ARQ-PROD, TOTAL DA       *
      *    *   EMPRESA, ACOMPANHA A DIFERENCA - A               *
      *    *   TRANSFERENCIA (TIPO T) TIRA DA FILIAL DE         *
      *    *   ORIGEM E POE NA DE DESTINO SEM ALTERAR O TOTAL   *
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
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-FIL.
           SELECT ARQ-IMP  ASSIGN TO "ESTQAPL.PRN".
           SELECT  OPTIONAL  ARQ-ARQV  ASSIGN TO  "ESTQARQ.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-ARQV.
           SELECT  OPTIONAL  ARQ-AJU  ASSIGN TO  "ESTQAJU.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-AJU.
           SELECT  ARQ-TRB  ASSIGN TO  "ESTOQMOV.TRB"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-TRB.
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
           LABEL  RECORD  STANDARD.
      *    IMAGEM DE REG-ESTQMOV (ESTQREG)
       01  REG-ARQV        PIC X(40).
       FD  ARQ-AJU
           LABEL  RECORD  STANDARD.
       COPY  AJUREG.
       FD  ARQ-TRB
           LABEL  RECORD  STANDARD.
      *    IMAGEM DE REG-ESTQMOV (ESTQREG)
           02  PAG-CAB     PIC Z9.
       01  CABEC2.
           02  FILLER1     PIC X(6)  VALUE "TIPO".
           02  FILLER1     PIC X(8)  VALUE "FILIAL".
           02  FILLER1     PIC X(5)  VALUE "COD".
           02  FILLER1     PIC X(7)  VALUE "QTD".
           02  FILLER1     PIC X(10) VALUE "DATA".
       01  DETALHE.
           02  TIPO-DET    PIC X.
           02  FILLER1     PIC X(5)  VALUE SPACES.
           02  FIL-DET     PIC ZZ9.
           02  FIL-DEST-DET PIC X(4).
           02  FILLER1     PIC X(1)  VALUE SPACES.
           02  COD-DET     PIC ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  QTD-DET     PIC ZZZZ9.
           02  FILLER1         PIC X(4)  VALUE SPACES.
           02  FILLER1         PIC X(12) VALUE "REJEITADOS:".
           02  QTD-REJEI-TOT   PIC ZZZZ9.
           02  FILLER1         PIC X(4)  VALUE SPACES.
           02  FILLER1         PIC X(19) VALUE "CUSTO RECALCULADO:".
           02  QTD-CUSTO-TOT   PIC ZZZZ9.

       01  W-COD-ERRO          PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-MOV      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-ARQV     PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-TRB      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-AJU      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-ESTF     PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-FIL      PIC  XX  VALUE  SPACES.
       01  W-DATA-HOJE         PIC  9(8)  VALUE  ZEROS.
       01  W-QTD-LIDOS         PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-APLICADOS     PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-REJEITADOS    PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-CUSTEADOS     PIC  9(5)  VALUE  ZEROS.
       01  W-CUSTO-NOVO        PIC  9(4)V99  VALUE  ZEROS.
       01  W-SALDO-NOVO        PIC  S9(6) VALUE  ZEROS.
       01  W-FIL-ORIG          PIC  9(3)  VALUE  ZEROS.
       01  W-FIL-DEST          PIC  9(3)  VALUE  ZEROS.
       01  W-FIL-ORIG-ANT      PIC  9(5)  VALUE  ZEROS.
       01  W-FIL-ORIG-NOVO     PIC  S9(6) VALUE  ZEROS.
       01  W-FIL-DEST-ANT      PIC  9(5)  VALUE  ZEROS.
       01  W-FIL-DEST-NOVO     PIC  S9(6) VALUE  ZEROS.
       01  W-DIF-TOTAL         PIC  S9(6) VALUE  ZEROS.
       01  W-DEST-LIT.
           02  FILLER          PIC  X     VALUE  ">".
           02  W-DEST-LIT-FIL  PIC  9(3)  VALUE  ZEROS.
       01  W-MOTIVO            PIC  X(30) VALUE  SPACES.
       01  W-SW-STATUS.
           05  W-FIM-ARQUIVO    PIC  X  VALUE  "N".
               88  MOV-OK           VALUE  "S".
           05  W-FIM-TRB        PIC  X  VALUE  "N".
               88  FIM-TRB          VALUE  "S".
           05  W-CUSTO-RECALC   PIC  X  VALUE  "N".
               88  CUSTO-RECALC     VALUE  "S".
           05  W-ORIG-EXISTE    PIC  X  VALUE  "N".
               88  ORIG-EXISTE      VALUE  "S".
           05  W-DEST-EXISTE    PIC  X  VALUE  "N".
               88  DEST-EXISTE      VALUE  "S".
       01  W-CONT-LINHA        PIC 99  VALUE 50.
       01  W-CONT-PAGINA       PIC 99  VALUE ZEROS.
       PROCEDURE   DIVISION.
           PERFORM  FINALIZACAO.
           STOP   RUN.
       INICIALIZACAO.
           MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  W-DATA-HOJE.
           OPEN  INPUT   ARQ-ESTQMOV
                 I-O     ARQ-PROD
                 I-O     ARQ-ESTF
                 INPUT   ARQ-FIL
                 OUTPUT  ARQ-IMP
                 EXTEND  ARQ-ARQV
                 EXTEND  ARQ-AJU
                 OUTPUT  ARQ-TRB.
           IF  W-COD-ERRO-MOV  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "ESTQBAT: ERRO AO ABRIR PRODUTO.DAT - STATUS: "
                        W-COD-ERRO
           END-IF.
           IF  W-COD-ERRO-ESTF  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "ESTQBAT: ERRO AO ABRIR ESTQFIL.DAT - STATUS: "
                        W-COD-ERRO-ESTF
           END-IF.
           IF  W-COD-ERRO-FIL  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "ESTQBAT: ERRO AO ABRIR FILIAL.DAT - STATUS: "
                        W-COD-ERRO-FIL
           END-IF.
           IF  W-COD-ERRO-ARQV  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "ESTQBAT: ERRO AO ABRIR ESTQARQ.DAT - STATUS: "
                        W-COD-ERRO-ARQV
           END-IF.
           IF  W-COD-ERRO-AJU  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "ESTQBAT: ERRO AO ABRIR ESTQAJU.DAT - STATUS: "
                        W-COD-ERRO-AJU
           END-IF.
           IF  W-COD-ERRO-TRB  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "ESTQBAT: ERRO AO ABRIR ESTOQMOV.TRB - "
           END-IF.
           CLOSE  ARQ-ESTQMOV
                  ARQ-PROD
                  ARQ-ESTF
                  ARQ-FIL
                  ARQ-IMP
                  ARQ-ARQV
                  ARQ-AJU
                  ARQ-TRB.
           IF  NOT  ERRO-FATAL
               PERFORM  REGRAVAR-MOVIMENTO
       APLICAR-MOVIMENTO.
           MOVE  "N"     TO  W-MOV-OK.
           MOVE  SPACES  TO  W-MOTIVO.
      *    REGISTROS GRAVADOS ANTES DO CONTROLE POR FILIAL TRAZEM
      *    ESPACOS NA AREA DA FILIAL - VALEM COMO MATRIZ (001)
           IF  COD-FIL-MOV  NOT  NUMERIC  OR  COD-FIL-MOV  =  ZERO
               MOVE  1  TO  COD-FIL-MOV
           END-IF.
           MOVE  COD-FIL-MOV  TO  W-FIL-ORIG.
           MOVE  ZEROS        TO  W-FIL-DEST.
           IF  MOV-TRANSFERENCIA  AND  COD-FIL-DEST-MOV  NUMERIC
               MOVE  COD-FIL-DEST-MOV  TO  W-FIL-DEST
           END-IF.
           IF  NOT  MOV-ENTRADA  AND  NOT  MOV-SAIDA
               AND  NOT  MOV-AJUSTE  AND  NOT  MOV-TRANSFERENCIA
               MOVE  "TIPO DE MOVIMENTO INVALIDO"  TO  W-MOTIVO
           ELSE
               PERFORM  CRITICAR-FILIAIS
           END-IF.
           IF  W-MOTIVO  =  SPACES
               MOVE  COD-PROD-MOV  TO  COD-PROD
               READ  ARQ-PROD
                   INVALID KEY
                       IF  QTD-ESTQ  NOT  NUMERIC
                           MOVE  ZEROS  TO  QTD-ESTQ
                       END-IF
                       IF  CUSTO-MEDIO-PROD  NOT  NUMERIC
                           MOVE  ZEROS  TO  CUSTO-MEDIO-PROD
                       END-IF
                       PERFORM  ATUALIZAR-SALDO
               END-READ
           END-IF.
           ELSE
               ADD  1  TO  W-QTD-REJEITADOS
           END-IF.
      *    A FILIAL DO MOVIMENTO PRECISA ESTAR CADASTRADA - NA
      *    TRANSFERENCIA O DESTINO TAMBEM, ATIVO E DIFERENTE DA
      *    ORIGEM
       CRITICAR-FILIAIS.
           MOVE  W-FIL-ORIG  TO  COD-FIL.
           READ  ARQ-FIL
               INVALID KEY
                   MOVE  "FILIAL NAO CADASTRADA"  TO  W-MOTIVO
           END-READ.
           IF  W-MOTIVO  =  SPACES  AND  MOV-TRANSFERENCIA
               EVALUATE  TRUE
                   WHEN  W-FIL-DEST  =  ZEROS
                       MOVE  "FILIAL DESTINO NAO INFORMADA"
                             TO  W-MOTIVO
                   WHEN  W-FIL-DEST  =  W-FIL-ORIG
                       MOVE  "DESTINO IGUAL A ORIGEM"  TO  W-MOTIVO
                   WHEN  OTHER
                       MOVE  W-FIL-DEST  TO  COD-FIL
                       READ  ARQ-FIL
                           INVALID KEY
                               MOVE  "FILIAL DESTINO NAO CADASTRADA"
                                     TO  W-MOTIVO
                           NOT INVALID KEY
                               IF  NOT  FIL-ATIVA
                                   MOVE  "FILIAL DESTINO INATIVA"
                                         TO  W-MOTIVO
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.
      *    O MOVIMENTO E APLICADO AO SALDO DA FILIAL E A DIFERENCA
      *    NO SALDO DA FILIAL E APLICADA AO TOTAL DO PRODUTO - NA
      *    TRANSFERENCIA O TOTAL NAO MUDA
       ATUALIZAR-SALDO.
           MOVE  "N"    TO  W-ORIG-EXISTE  W-DEST-EXISTE.
           MOVE  ZEROS  TO  W-FIL-ORIG-ANT  W-FIL-DEST-ANT
                            W-FIL-DEST-NOVO.
           MOVE  W-FIL-ORIG  TO  COD-FIL-ESTF.
           MOVE  COD-PROD    TO  COD-PROD-ESTF.
           READ  ARQ-ESTF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET  ORIG-EXISTE  TO  TRUE
                   IF  QTD-ESTF  NUMERIC
                       MOVE  QTD-ESTF  TO  W-FIL-ORIG-ANT
                   END-IF
           END-READ.
           EVALUATE  TRUE
               WHEN  MOV-ENTRADA
                   COMPUTE  W-FIL-ORIG-NOVO  =
                       W-FIL-ORIG-ANT  +  QTD-MOV
               WHEN  MOV-SAIDA
                   COMPUTE  W-FIL-ORIG-NOVO  =
                       W-FIL-ORIG-ANT  -  QTD-MOV
               WHEN  MOV-AJUSTE
                   MOVE  QTD-MOV  TO  W-FIL-ORIG-NOVO
               WHEN  MOV-TRANSFERENCIA
                   COMPUTE  W-FIL-ORIG-NOVO  =
                       W-FIL-ORIG-ANT  -  QTD-MOV
                   PERFORM  LER-SALDO-DESTINO
           END-EVALUATE.
           IF  MOV-TRANSFERENCIA
               MOVE  ZEROS  TO  W-DIF-TOTAL
           ELSE
               COMPUTE  W-DIF-TOTAL  =
                   W-FIL-ORIG-NOVO  -  W-FIL-ORIG-ANT
           END-IF.
           COMPUTE  W-SALDO-NOVO  =  QTD-ESTQ  +  W-DIF-TOTAL.
           EVALUATE  TRUE
               WHEN  W-FIL-ORIG-NOVO  <  ZERO
                   MOVE  "SALDO FICARIA NEGATIVO"  TO  W-MOTIVO
               WHEN  W-SALDO-NOVO  <  ZERO
                   MOVE  "SALDO TOTAL FICARIA NEGATIVO"  TO  W-MOTIVO
               WHEN  W-FIL-ORIG-NOVO  >  99999
                   OR  W-FIL-DEST-NOVO  >  99999
                   OR  W-SALDO-NOVO  >  99999
                   MOVE  "SALDO EXCEDE O LIMITE"  TO  W-MOTIVO
               WHEN  OTHER
                   PERFORM  GRAVAR-SALDOS
           END-EVALUATE.
       LER-SALDO-DESTINO.
           MOVE  W-FIL-DEST  TO  COD-FIL-ESTF.
           MOVE  COD-PROD    TO  COD-PROD-ESTF.
           READ  ARQ-ESTF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET  DEST-EXISTE  TO  TRUE
                   IF  QTD-ESTF  NUMERIC
                       MOVE  QTD-ESTF  TO  W-FIL-DEST-ANT
                   END-IF
           END-READ.
           COMPUTE  W-FIL-DEST-NOVO  =  W-FIL-DEST-ANT  +  QTD-MOV.
       GRAVAR-SALDOS.
           MOVE  CUSTO-MEDIO-PROD  TO  W-CUSTO-NOVO.
           MOVE  "N"  TO  W-CUSTO-RECALC.
           IF  MOV-ENTRADA  AND  CUSTO-MOV  NUMERIC
               AND  CUSTO-MOV  >  ZERO
               PERFORM  RECALCULAR-CUSTO
           END-IF.
           MOVE  W-SALDO-NOVO  TO  QTD-ESTQ.
           MOVE  W-CUSTO-NOVO  TO  CUSTO-MEDIO-PROD.
           REWRITE  REG-PROD
               INVALID KEY
                   MOVE  "ERRO AO REGRAVAR PRODUTO"  TO  W-MOTIVO
               NOT INVALID KEY
                   SET  MOV-OK  TO  TRUE
                   IF  CUSTO-RECALC
                       ADD  1  TO  W-QTD-CUSTEADOS
                   END-IF
                   PERFORM  GRAVAR-SALDO-ORIGEM
                   IF  MOV-TRANSFERENCIA
                       PERFORM  GRAVAR-SALDO-DESTINO
                   END-IF
                   IF  MOV-AJUSTE
                       PERFORM  GRAVAR-AJUSTE
                   END-IF
           END-REWRITE.
      *    O PRIMEIRO MOVIMENTO DO PRODUTO NA FILIAL CRIA O
      *    REGISTRO DE SALDO
       GRAVAR-SALDO-ORIGEM.
           MOVE  SPACES           TO  REG-ESTF.
           MOVE  W-FIL-ORIG       TO  COD-FIL-ESTF.
           MOVE  COD-PROD         TO  COD-PROD-ESTF.
           MOVE  W-FIL-ORIG-NOVO  TO  QTD-ESTF.
           MOVE  W-DATA-HOJE      TO  DATA-BAIXA-ESTF.
           IF  ORIG-EXISTE
               REWRITE  REG-ESTF
           ELSE
               WRITE  REG-ESTF
           END-IF.
           PERFORM  CONFERIR-GRAVACAO-ESTF.
       GRAVAR-SALDO-DESTINO.
           MOVE  SPACES           TO  REG-ESTF.
           MOVE  W-FIL-DEST       TO  COD-FIL-ESTF.
           MOVE  COD-PROD         TO  COD-PROD-ESTF.
           MOVE  W-FIL-DEST-NOVO  TO  QTD-ESTF.
           MOVE  W-DATA-HOJE      TO  DATA-BAIXA-ESTF.
           IF  DEST-EXISTE
               REWRITE  REG-ESTF
           ELSE
               WRITE  REG-ESTF
           END-IF.
           PERFORM  CONFERIR-GRAVACAO-ESTF.
      *    O TOTAL DO PRODUTO JA FOI REGRAVADO - FALHA NO SALDO DA
      *    FILIAL INTERROMPE A BAIXA PARA ACERTO ANTES DE NOVA
      *    EXECUCAO
       CONFERIR-GRAVACAO-ESTF.
           IF  W-COD-ERRO-ESTF  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "ESTQBAT: ERRO AO GRAVAR ESTQFIL.DAT - "
                        "STATUS: "  W-COD-ERRO-ESTF
                        " FILIAL: "  COD-FIL-ESTF
                        " PRODUTO: "  COD-PROD-ESTF
           END-IF.
       GRAVAR-AJUSTE.
           MOVE  SPACES            TO  REG-AJU.
           MOVE  W-DATA-HOJE       TO  DATA-AJU.
           MOVE  COD-PROD          TO  COD-PROD-AJU.
           MOVE  W-FIL-ORIG-ANT    TO  QTD-ANT-AJU.
           MOVE  W-FIL-ORIG-NOVO   TO  QTD-NOVA-AJU.
           MOVE  CUSTO-MEDIO-PROD  TO  CUSTO-AJU.
           MOVE  DATA-MOV          TO  DATA-MOV-AJU.
           MOVE  DOCTO-MOV         TO  DOCTO-AJU.
           MOVE  W-FIL-ORIG        TO  COD-FIL-AJU.
           WRITE  REG-AJU.
           IF  W-COD-ERRO-AJU  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "ESTQBAT: ERRO AO GRAVAR ESTQAJU.DAT - "
                        "STATUS: "  W-COD-ERRO-AJU
           END-IF.
      *    CUSTO MEDIO PONDERADO = (SALDO ANTERIOR X CUSTO MEDIO +
      *    QUANTIDADE DA ENTRADA X CUSTO DA ENTRADA) / SALDO NOVO -
      *    SEM SALDO OU SEM CUSTO ANTERIOR VALE O CUSTO DA ENTRADA -
      *    O CUSTO MEDIO E UNICO PARA A EMPRESA (SALDOS TOTAIS)
       RECALCULAR-CUSTO.
           IF  QTD-ESTQ  =  ZERO  OR  CUSTO-MEDIO-PROD  =  ZERO
               MOVE  CUSTO-MOV  TO  W-CUSTO-NOVO
           ELSE
               COMPUTE  W-CUSTO-NOVO  ROUNDED  =
                   (QTD-ESTQ  *  CUSTO-MEDIO-PROD  +
                    QTD-MOV   *  CUSTO-MOV)  /  W-SALDO-NOVO
           END-IF.
           SET  CUSTO-RECALC  TO  TRUE.
       IMPRIMIR-RESULTADO.
           MOVE  TIPO-MOV      TO  TIPO-DET.
           MOVE  COD-FIL-MOV   TO  FIL-DET.
           IF  MOV-TRANSFERENCIA
               MOVE  W-FIL-DEST  TO  W-DEST-LIT-FIL
               MOVE  W-DEST-LIT  TO  FIL-DEST-DET
           ELSE
               MOVE  SPACES      TO  FIL-DEST-DET
           END-IF.
           MOVE  COD-PROD-MOV  TO  COD-DET.
           MOVE  QTD-MOV       TO  QTD-DET.
           MOVE  DATA-MOV      TO  DATA-DET.
           MOVE  W-QTD-LIDOS       TO  QTD-LIDOS-TOT.
           MOVE  W-QTD-APLICADOS   TO  QTD-APLIC-TOT.
           MOVE  W-QTD-REJEITADOS  TO  QTD-REJEI-TOT.
           MOVE  W-QTD-CUSTEADOS   TO  QTD-CUSTO-TOT.
           WRITE  REG-IMP  FROM  TOTAIS-BAIXA  AFTER 3 LINES.
       FIM-DO-PROGRAMA.    EXIT.
