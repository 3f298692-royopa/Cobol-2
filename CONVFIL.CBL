       IDENTIFICATION   DIVISION.
       PROGRAM-ID.            CONVFIL.
       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   IMPLANTACAO DO CONTROLE DE ESTOQUE POR FILIAL    *
      *    *   CRIA FILIAL.DAT COM A MATRIZ (001) QUANDO ELA    *
      *    *   NAO EXISTE E CARREGA ESTQFIL.DAT COM O SALDO     *
      *    *   ATUAL DE CADA PRODUTO DE PRODUTO.DAT NA MATRIZ - *
      *    *   AS DEMAIS FILIAIS SAO INCLUIDAS EM FILMANT E     *
      *    *   RECEBEM ESTOQUE POR TRANSFERENCIA (TIPO T) -     *
      *    *   RODAR UMA VEZ ANTES DE ESTQBAT E PRODBAT - SE    *
      *    *   ESTQFIL.DAT JA TEM REGISTROS NADA E CARREGADO    *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT ARQ-FIL ASSIGN TO "FILIAL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-FIL
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-FIL.
           SELECT ARQ-ESTF ASSIGN TO "ESTQFIL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CHAVE-ESTF
               ACCESS   DYNAMIC
               FILE STATUS IS W-COD-ERRO-ESTF.
           SELECT ARQ-PROD ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-PROD
               ACCESS   SEQUENTIAL
               FILE STATUS IS W-COD-ERRO.
       DATA         DIVISION.
       FILE         SECTION.
       FD  ARQ-FIL
           LABEL RECORD STANDARD.
       COPY  FILREG.
       FD  ARQ-ESTF
           LABEL RECORD STANDARD.
       COPY  ESTFREG.
       FD  ARQ-PROD
           LABEL RECORD STANDARD.
       COPY  PRODREG.
       WORKING-STORAGE    SECTION.
       01  W-COD-ERRO          PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-FIL      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-ESTF     PIC  XX  VALUE  SPACES.
       01  W-DATA-HOJE         PIC  9(8)   VALUE  ZEROS.
       01  W-CONT-REGISTRO     PIC  9(6)   VALUE  ZEROS.
       01  W-SW-STATUS.
           05  W-FIM-ARQUIVO    PIC  X  VALUE  "N".
               88  FIM-ARQUIVO      VALUE  "S".
           05  W-ERRO-FATAL     PIC  X  VALUE  "N".
               88  ERRO-FATAL       VALUE  "S".
           05  W-JA-IMPLANTADO  PIC  X  VALUE  "N".
               88  JA-IMPLANTADO    VALUE  "S".
       PROCEDURE   DIVISION.
       INICIO.
           MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  W-DATA-HOJE.
           PERFORM  IMPLANTAR-MATRIZ.
           IF  NOT  ERRO-FATAL
               PERFORM  ABRIR-SALDOS
           END-IF.
           IF  NOT  ERRO-FATAL  AND  NOT  JA-IMPLANTADO
               PERFORM  CARREGAR-SALDOS
           END-IF.
           PERFORM  FINALIZACAO.
           STOP   RUN.
       FINALIZACAO.
           IF  ERRO-FATAL
               MOVE  8  TO  RETURN-CODE
               DISPLAY  "CONVFIL: IMPLANTACAO NAO CONCLUIDA"
           ELSE
               DISPLAY  "CONVFIL: IMPLANTACAO CONCLUIDA"
           END-IF.
      *    ***** CADASTRO DE FILIAIS - MATRIZ *****
       IMPLANTAR-MATRIZ.
           OPEN  I-O  ARQ-FIL.
           IF  W-COD-ERRO-FIL  =  "35"
               OPEN  OUTPUT  ARQ-FIL
               CLOSE  ARQ-FIL
               OPEN  I-O  ARQ-FIL
           END-IF.
           IF  W-COD-ERRO-FIL  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "CONVFIL: ERRO AO ABRIR FILIAL.DAT - STATUS: "
                        W-COD-ERRO-FIL
           ELSE
               MOVE  1  TO  COD-FIL
               READ  ARQ-FIL
                   INVALID KEY
                       PERFORM  GRAVAR-MATRIZ
                   NOT INVALID KEY
                       DISPLAY  "CONVFIL: MATRIZ (001) JA CADASTRADA - "
                                NOME-FIL
               END-READ
               CLOSE  ARQ-FIL
           END-IF.
       GRAVAR-MATRIZ.
           MOVE  SPACES    TO  REG-FIL.
           MOVE  1         TO  COD-FIL.
           MOVE  "MATRIZ"  TO  NOME-FIL.
           MOVE  "A"       TO  SIT-FIL.
           WRITE  REG-FIL
               INVALID KEY
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "CONVFIL: ERRO AO GRAVAR FILIAL.DAT - "
                            "STATUS: "  W-COD-ERRO-FIL
               NOT INVALID KEY
                   DISPLAY  "CONVFIL: MATRIZ (001) INCLUIDA - "
                            "COMPLETAR O CADASTRO EM FILMANT"
           END-WRITE.
      *    ***** SALDOS POR FILIAL *****
       ABRIR-SALDOS.
           OPEN  I-O  ARQ-ESTF.
           IF  W-COD-ERRO-ESTF  =  "35"
               OPEN  OUTPUT  ARQ-ESTF
               CLOSE  ARQ-ESTF
               OPEN  I-O  ARQ-ESTF
           END-IF.
           IF  W-COD-ERRO-ESTF  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "CONVFIL: ERRO AO ABRIR ESTQFIL.DAT - STATUS: "
                        W-COD-ERRO-ESTF
           ELSE
               READ  ARQ-ESTF  NEXT
               EVALUATE  W-COD-ERRO-ESTF
                   WHEN  "00"
                       SET  JA-IMPLANTADO  TO  TRUE
                       DISPLAY  "CONVFIL: ESTQFIL.DAT JA IMPLANTADO - "
                                "SALDOS NAO CARREGADOS"
                       CLOSE  ARQ-ESTF
                   WHEN  "10"
                       CONTINUE
                   WHEN  OTHER
                       SET  ERRO-FATAL  TO  TRUE
                       DISPLAY  "CONVFIL: ERRO AO LER ESTQFIL.DAT - "
                                "STATUS: "  W-COD-ERRO-ESTF
                       CLOSE  ARQ-ESTF
               END-EVALUATE
           END-IF.
       CARREGAR-SALDOS.
           OPEN  INPUT  ARQ-PROD.
           IF  W-COD-ERRO  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "CONVFIL: ERRO AO ABRIR PRODUTO.DAT - STATUS: "
                        W-COD-ERRO
           ELSE
               PERFORM  LER-PRODUTO
               PERFORM  GRAVAR-SALDO
                   UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL
               CLOSE  ARQ-PROD
               IF  NOT  ERRO-FATAL
                   DISPLAY  "CONVFIL: "  W-CONT-REGISTRO
                            " SALDO(S) CARREGADO(S) NA MATRIZ"
               END-IF
           END-IF.
           CLOSE  ARQ-ESTF.
       LER-PRODUTO.
           READ  ARQ-PROD.
           EVALUATE  W-COD-ERRO
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "CONVFIL: ERRO AO LER PRODUTO.DAT - "
                            "STATUS: "  W-COD-ERRO
           END-EVALUATE.
      *    TODO PRODUTO GANHA O REGISTRO DA MATRIZ, MESMO SEM SALDO,
      *    PARA A MATRIZ SEGUIR TRABALHANDO O PRODUTO NA SUGESTAO DE
      *    COMPRA (COMPRSUG) - REGISTROS GRAVADOS ANTES DO CONTROLE DE
      *    ESTOQUE TRAZEM ESPACOS NA AREA DO SALDO
       GRAVAR-SALDO.
           MOVE  SPACES       TO  REG-ESTF.
           MOVE  1            TO  COD-FIL-ESTF.
           MOVE  COD-PROD     TO  COD-PROD-ESTF.
           IF  QTD-ESTQ  NUMERIC
               MOVE  QTD-ESTQ  TO  QTD-ESTF
           ELSE
               MOVE  ZEROS     TO  QTD-ESTF
           END-IF.
           MOVE  W-DATA-HOJE  TO  DATA-BAIXA-ESTF.
           WRITE  REG-ESTF
               INVALID KEY
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "CONVFIL: ERRO AO GRAVAR ESTQFIL.DAT - "
                            "PRODUTO "  COD-PROD
                            " STATUS: "  W-COD-ERRO-ESTF
               NOT INVALID KEY
                   ADD  1  TO  W-CONT-REGISTRO
           END-WRITE.
           IF  NOT  ERRO-FATAL
               PERFORM  LER-PRODUTO
           END-IF.
       FIM-DO-PROGRAMA.    EXIT.
