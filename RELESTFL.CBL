       IDENTIFICATION   DIVISION.
       PROGRAM-ID.            RELESTFL.
       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   POSICAO DE ESTOQUE POR FILIAL E CONSOLIDADA      *
      *    *   PRIMEIRA PARTE: PARA CADA FILIAL DE ARQ-FIL      *
      *    *   (ATIVA OU NAO) LISTA OS SALDOS DE ARQ-ESTF       *
      *    *   MAIORES QUE ZERO, VALORIZADOS PELO CUSTO MEDIO   *
      *    *   DO PRODUTO, COM O TOTAL DA FILIAL                *
      *    *   SEGUNDA PARTE: CONSOLIDACAO DA EMPRESA POR       *
      *    *   PRODUTO - SOMA DOS SALDOS DAS FILIAIS CONTRA O   *
      *    *   SALDO GERAL DO PRODUTO (QTD-ESTQ) - DIFERENCA    *
      *    *   E ASSINALADA COMO DIVERGENTE - E O TOTAL GERAL   *
      *    *   SALDO DE FILIAL NAO CADASTRADA EM ARQ-FIL NAO    *
      *    *   E LISTADO NEM SOMADO E APARECE COMO DIVERGENCIA  *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT ARQ-FIL ASSIGN TO "FILIAL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-FIL
               ACCESS   SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-FIL.
           SELECT ARQ-ESTF ASSIGN TO "ESTQFIL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CHAVE-ESTF
               ACCESS   DYNAMIC
               FILE STATUS IS W-COD-ERRO-ESTF.
           SELECT ARQ-PROD ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-PROD
               ACCESS   DYNAMIC
               FILE STATUS IS W-COD-ERRO.
           SELECT ARQ-IMP  ASSIGN TO "ESTFPOS.PRN".
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
       FD  ARQ-IMP
           LABEL  RECORD  OMITTED.
       01  REG-IMP         PIC X(100).
       WORKING-STORAGE    SECTION.
       01  CABEC1.
           02  FILLER1     PIC X(09) VALUE SPACES.
           02  TITULO-CAB  PIC X(51).
           02  FILLER1     PIC X(5)  VALUE "PAG.".
           02  PAG-CAB     PIC Z9.
       01  CABEC2-FIL.
           02  FILLER1     PIC X(8)  VALUE "CODIGO".
           02  FILLER1     PIC X(24) VALUE "DESCRICAO".
           02  FILLER1     PIC X(10) VALUE "SALDO".
           02  FILLER1     PIC X(13) VALUE "CUSTO MEDIO".
           02  FILLER1     PIC X(15) VALUE "VALOR ESTOQUE".
       01  CABEC-FILIAL.
           02  FILLER1     PIC X(8)  VALUE "FILIAL:".
           02  COD-FIL-CAB PIC 9(3).
           02  FILLER1     PIC X(3)  VALUE " - ".
           02  NOME-FIL-CAB PIC X(30).
           02  FILLER1     PIC X     VALUE SPACES.
           02  SIT-FIL-CAB PIC X(9).
       01  DETALHE-FIL.
           02  COD-DET     PIC ZZ9.
           02  FILLER1     PIC X(5)  VALUE SPACES.
           02  DESCRI-DET  PIC X(20).
           02  FILLER1     PIC X(4)  VALUE SPACES.
           02  SALDO-DET   PIC ZZZZ9.
           02  FILLER1     PIC X(5)  VALUE SPACES.
           02  CUSTO-DET   PIC Z.ZZ9,99.
           02  FILLER1     PIC X(5)  VALUE SPACES.
           02  VALOR-DET   PIC ZZZ.ZZZ.ZZ9,99.
       01  TOTAL-FILIAL.
           02  FILLER1     PIC X(30) VALUE "TOTAL DA FILIAL:".
           02  QTD-TOT-FIL PIC ZZZZZZ9.
           02  FILLER1     PIC X(4)  VALUE SPACES.
           02  FILLER1     PIC X(20) VALUE "VALOR DO ESTOQUE:".
           02  VLR-TOT-FIL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  CABEC2-CONS.
           02  FILLER1     PIC X(8)  VALUE "CODIGO".
           02  FILLER1     PIC X(22) VALUE "DESCRICAO".
           02  FILLER1     PIC X(12) VALUE "SOMA FILIAIS".
           02  FILLER1     PIC X(4)  VALUE SPACES.
           02  FILLER1     PIC X(13) VALUE "SALDO GERAL".
           02  FILLER1     PIC X(17) VALUE "VALOR ESTOQUE".
           02  FILLER1     PIC X(10) VALUE "SITUACAO".
       01  DETALHE-CONS.
           02  COD-CONS    PIC ZZ9.
           02  FILLER1     PIC X(5)  VALUE SPACES.
           02  DESCRI-CONS PIC X(20).
           02  FILLER1     PIC X(4)  VALUE SPACES.
           02  SOMA-CONS   PIC ZZZZZZ9.
           02  FILLER1     PIC X(7)  VALUE SPACES.
           02  SALDO-CONS  PIC ZZZZ9.
           02  FILLER1     PIC X(5)  VALUE SPACES.
           02  VALOR-CONS  PIC ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(3)  VALUE SPACES.
           02  SIT-CONS    PIC X(10).
       01  TOTAL-EMPRESA.
           02  FILLER1     PIC X(30) VALUE "TOTAL DA EMPRESA:".
           02  QTD-TOT-EMP PIC ZZZZZZ9.
           02  FILLER1     PIC X(4)  VALUE SPACES.
           02  FILLER1     PIC X(20) VALUE "VALOR DO ESTOQUE:".
           02  VLR-TOT-EMP PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  TOTAL-CONTAGENS.
           02  FILLER1     PIC X(30) VALUE "FILIAIS LISTADAS:".
           02  QTD-FIL-TOT PIC ZZ9.
           02  FILLER1     PIC X(8)  VALUE SPACES.
           02  FILLER1     PIC X(23) VALUE "PRODUTOS DIVERGENTES:".
           02  QTD-DIV-TOT PIC ZZ9.
       01  W-COD-ERRO          PIC XX VALUE SPACES.
       01  W-COD-ERRO-FIL      PIC XX VALUE SPACES.
       01  W-COD-ERRO-ESTF     PIC XX VALUE SPACES.
       01  W-CUSTO             PIC 9(4)V99   VALUE ZEROS.
       01  W-VALOR-ESTQ        PIC 9(9)V99   VALUE ZEROS.
       01  W-TOT-UNID-FIL      PIC 9(7)      VALUE ZEROS.
       01  W-TOT-VALOR-FIL     PIC 9(11)V99  VALUE ZEROS.
       01  W-TOT-UNID-EMP      PIC 9(7)      VALUE ZEROS.
       01  W-TOT-VALOR-EMP     PIC 9(11)V99  VALUE ZEROS.
       01  W-QTD-FILIAIS       PIC 999       VALUE ZEROS.
       01  W-QTD-DIVERGENTES   PIC 999       VALUE ZEROS.
       01  W-SALDO-GERAL       PIC 9(5)      VALUE ZEROS.
       01  W-IX-PROD           PIC 9(4)      VALUE ZEROS.
      *    SOMA DOS SALDOS DAS FILIAIS, INDEXADA PELO CODIGO DO
      *    PRODUTO - CONS-ACHADO MARCA OS PRODUTOS CADASTRADOS
       01  TAB-CONSOLIDADA.
           02  CONS-PROD       OCCURS 999.
               03  CONS-QTD        PIC 9(7).
               03  CONS-ACHADO     PIC X.
       01  W-SW-STATUS.
           02  W-FIM-ARQUIVO    PIC X  VALUE "N".
               88  FIM-ARQUIVO      VALUE "S".
           02  W-ERRO-FATAL     PIC X  VALUE "N".
               88  ERRO-FATAL       VALUE "S".
           02  W-FIM-ESTF       PIC X  VALUE "N".
               88  FIM-ESTF         VALUE "S".
           02  W-FIM-PROD       PIC X  VALUE "N".
               88  FIM-PROD         VALUE "S".
           02  W-SECAO          PIC X  VALUE "F".
               88  SECAO-FILIAIS    VALUE "F".
               88  SECAO-CONSOLIDADA VALUE "C".
       01  W-CONT-LINHA        PIC 99  VALUE 50.
       01  W-CONT-PAGINA       PIC 99  VALUE ZEROS.
       PROCEDURE   DIVISION.
       INICIO.
           PERFORM INICIALIZACAO.
           PERFORM PROCESSAMENTO UNTIL FIM-ARQUIVO OR ERRO-FATAL.
           PERFORM FINALIZACAO.
           STOP RUN.
       INICIALIZACAO.
           MOVE  "POSICAO DE ESTOQUE POR FILIAL"  TO  TITULO-CAB.
           INITIALIZE  TAB-CONSOLIDADA.
           OPEN  OUTPUT  ARQ-IMP.
           OPEN  INPUT  ARQ-FIL.
           IF  W-COD-ERRO-FIL  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "RELESTFL: ERRO AO ABRIR FILIAL.DAT - STATUS: "
                        W-COD-ERRO-FIL
           END-IF.
           OPEN  INPUT  ARQ-ESTF.
           IF  W-COD-ERRO-ESTF  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "RELESTFL: ERRO AO ABRIR ESTQFIL.DAT - STATUS: "
                        W-COD-ERRO-ESTF
           END-IF.
           OPEN  INPUT  ARQ-PROD.
           IF  W-COD-ERRO  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "RELESTFL: ERRO AO ABRIR PRODUTO.DAT - STATUS: "
                        W-COD-ERRO
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  LEITURA-FILIAL
           END-IF.
       PROCESSAMENTO.
           PERFORM  PROCESSAR-FILIAL.
           PERFORM  LEITURA-FILIAL.
       FINALIZACAO.
           IF  NOT  ERRO-FATAL
               PERFORM  CONSOLIDAR-EMPRESA
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  IMPRIMIR-TOTAL-EMPRESA
           END-IF.
           CLOSE   ARQ-FIL
                   ARQ-ESTF
                   ARQ-PROD
                   ARQ-IMP.
           IF  ERRO-FATAL
               MOVE  8  TO  RETURN-CODE
           END-IF.
       LEITURA-FILIAL.
           READ  ARQ-FIL.
           EVALUATE  W-COD-ERRO-FIL
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "RELESTFL: ERRO DE E/S EM ARQ-FIL - "
                            "STATUS: "  W-COD-ERRO-FIL
           END-EVALUATE.
      *    POSICIONA ARQ-ESTF NO PRIMEIRO PRODUTO DA FILIAL E LE ATE
      *    MUDAR A FILIAL
       PROCESSAR-FILIAL.
           ADD  1  TO  W-QTD-FILIAIS.
           MOVE  ZEROS  TO  W-TOT-UNID-FIL  W-TOT-VALOR-FIL.
           MOVE  "N"    TO  W-FIM-ESTF.
           IF  W-CONT-LINHA  >  45
               PERFORM  ROTINA-CABECALHO
           END-IF.
           MOVE  COD-FIL   TO  COD-FIL-CAB.
           MOVE  NOME-FIL  TO  NOME-FIL-CAB.
           IF  FIL-INATIVA
               MOVE  "(INATIVA)"  TO  SIT-FIL-CAB
           ELSE
               MOVE  SPACES       TO  SIT-FIL-CAB
           END-IF.
           WRITE  REG-IMP  FROM  CABEC-FILIAL  AFTER 2 LINES.
           ADD  2  TO  W-CONT-LINHA.
           MOVE  COD-FIL  TO  COD-FIL-ESTF.
           MOVE  ZEROS    TO  COD-PROD-ESTF.
           START  ARQ-ESTF  KEY IS NOT LESS THAN  CHAVE-ESTF
               INVALID KEY
                   SET  FIM-ESTF  TO  TRUE
               NOT INVALID KEY
                   PERFORM  LEITURA-SALDO
           END-START.
           PERFORM  TRATAR-SALDO  UNTIL  FIM-ESTF  OR  ERRO-FATAL.
           IF  NOT  ERRO-FATAL
               MOVE  W-TOT-UNID-FIL   TO  QTD-TOT-FIL
               MOVE  W-TOT-VALOR-FIL  TO  VLR-TOT-FIL
               WRITE  REG-IMP  FROM  TOTAL-FILIAL  AFTER 2 LINES
               ADD  2  TO  W-CONT-LINHA
           END-IF.
       LEITURA-SALDO.
           READ  ARQ-ESTF  NEXT.
           EVALUATE  W-COD-ERRO-ESTF
               WHEN  "00"
                   IF  COD-FIL-ESTF  NOT =  COD-FIL
                       SET  FIM-ESTF  TO  TRUE
                   END-IF
               WHEN  "10"
                   SET  FIM-ESTF  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "RELESTFL: ERRO DE E/S EM ARQ-ESTF - "
                            "STATUS: "  W-COD-ERRO-ESTF
           END-EVALUATE.
       TRATAR-SALDO.
           IF  QTD-ESTF  >  ZEROS
               PERFORM  BUSCAR-PRODUTO
               COMPUTE  W-VALOR-ESTQ  =  QTD-ESTF  *  W-CUSTO
               ADD  QTD-ESTF      TO  W-TOT-UNID-FIL
               ADD  W-VALOR-ESTQ  TO  W-TOT-VALOR-FIL
               MOVE  COD-PROD-ESTF  TO  COD-DET
               MOVE  QTD-ESTF       TO  SALDO-DET
               MOVE  W-CUSTO        TO  CUSTO-DET
               MOVE  W-VALOR-ESTQ   TO  VALOR-DET
               IF  W-CONT-LINHA  >  49
                   PERFORM  ROTINA-CABECALHO
               END-IF
               WRITE  REG-IMP  FROM  DETALHE-FIL  AFTER 1 LINES
               ADD  1  TO  W-CONT-LINHA
           END-IF.
           PERFORM  LEITURA-SALDO.
      *    O SALDO DA FILIAL SOMA NA CONSOLIDACAO MESMO QUE O
      *    PRODUTO NAO ESTEJA CADASTRADO
       BUSCAR-PRODUTO.
           IF  COD-PROD-ESTF  >  ZEROS
               ADD  QTD-ESTF  TO  CONS-QTD (COD-PROD-ESTF)
           END-IF.
           MOVE  COD-PROD-ESTF  TO  COD-PROD.
           READ  ARQ-PROD
               INVALID KEY
                   MOVE  "(NAO CADASTRADO)"  TO  DESCRI-DET
                   MOVE  ZEROS               TO  W-CUSTO
               NOT INVALID KEY
                   MOVE  DESCRI-PROD  TO  DESCRI-DET
                   PERFORM  OBTER-CUSTO
           END-READ.
      *    REGISTROS GRAVADOS ANTES DO CONTROLE DE CUSTO TRAZEM
      *    ESPACOS NO CUSTO MEDIO
       OBTER-CUSTO.
           IF  CUSTO-MEDIO-PROD  NUMERIC
               MOVE  CUSTO-MEDIO-PROD  TO  W-CUSTO
           ELSE
               MOVE  ZEROS             TO  W-CUSTO
           END-IF.
      *    ---------------------------------------------------------
      *    CONSOLIDACAO: PERCORRE ARQ-PROD EM ORDEM DE CODIGO E
      *    DEPOIS LISTA OS SALDOS DE PRODUTOS NAO CADASTRADOS
      *    ---------------------------------------------------------
       CONSOLIDAR-EMPRESA.
           SET  SECAO-CONSOLIDADA  TO  TRUE.
           MOVE  "POSICAO DE ESTOQUE CONSOLIDADA DA EMPRESA"
                 TO  TITULO-CAB.
           MOVE  50  TO  W-CONT-LINHA.
           MOVE  ZEROS  TO  COD-PROD.
           START  ARQ-PROD  KEY IS NOT LESS THAN  COD-PROD
               INVALID KEY
                   SET  FIM-PROD  TO  TRUE
               NOT INVALID KEY
                   PERFORM  LEITURA-PRODUTO
           END-START.
           PERFORM  CONSOLIDAR-PRODUTO  UNTIL  FIM-PROD  OR  ERRO-FATAL.
           IF  NOT  ERRO-FATAL
               PERFORM  CONSOLIDAR-NAO-CADASTRADO
                   VARYING  W-IX-PROD  FROM  1  BY  1
                   UNTIL  W-IX-PROD  >  999
           END-IF.
       LEITURA-PRODUTO.
           READ  ARQ-PROD  NEXT.
           EVALUATE  W-COD-ERRO
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-PROD  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "RELESTFL: ERRO DE E/S EM ARQ-PROD - "
                            "STATUS: "  W-COD-ERRO
           END-EVALUATE.
       CONSOLIDAR-PRODUTO.
      *    REGISTROS GRAVADOS ANTES DO CONTROLE DE ESTOQUE TRAZEM
      *    ESPACOS NA AREA DO SALDO
           IF  QTD-ESTQ  NUMERIC
               MOVE  QTD-ESTQ  TO  W-SALDO-GERAL
           ELSE
               MOVE  ZEROS     TO  W-SALDO-GERAL
           END-IF.
           MOVE  ZEROS  TO  SOMA-CONS.
           IF  COD-PROD  >  ZEROS
               MOVE  "S"  TO  CONS-ACHADO (COD-PROD)
               MOVE  COD-PROD  TO  W-IX-PROD
               IF  CONS-QTD (W-IX-PROD)  >  ZEROS
                   OR  W-SALDO-GERAL  >  ZEROS
                   PERFORM  OBTER-CUSTO
                   MOVE  COD-PROD     TO  COD-CONS
                   MOVE  DESCRI-PROD  TO  DESCRI-CONS
                   PERFORM  IMPRIMIR-CONSOLIDADO
               END-IF
           END-IF.
           PERFORM  LEITURA-PRODUTO.
       CONSOLIDAR-NAO-CADASTRADO.
           IF  CONS-QTD (W-IX-PROD)  >  ZEROS
               AND  CONS-ACHADO (W-IX-PROD)  NOT =  "S"
               MOVE  ZEROS               TO  W-SALDO-GERAL  W-CUSTO
               MOVE  W-IX-PROD           TO  COD-CONS
               MOVE  "(NAO CADASTRADO)"  TO  DESCRI-CONS
               PERFORM  IMPRIMIR-CONSOLIDADO
           END-IF.
       IMPRIMIR-CONSOLIDADO.
           COMPUTE  W-VALOR-ESTQ  =  CONS-QTD (W-IX-PROD)  *  W-CUSTO.
           ADD  CONS-QTD (W-IX-PROD)  TO  W-TOT-UNID-EMP.
           ADD  W-VALOR-ESTQ          TO  W-TOT-VALOR-EMP.
           MOVE  CONS-QTD (W-IX-PROD)  TO  SOMA-CONS.
           MOVE  W-SALDO-GERAL         TO  SALDO-CONS.
           MOVE  W-VALOR-ESTQ          TO  VALOR-CONS.
           IF  CONS-QTD (W-IX-PROD)  =  W-SALDO-GERAL
               MOVE  SPACES        TO  SIT-CONS
           ELSE
               MOVE  "DIVERGENTE"  TO  SIT-CONS
               ADD  1  TO  W-QTD-DIVERGENTES
           END-IF.
           IF  W-CONT-LINHA  >  49
               PERFORM  ROTINA-CABECALHO
           END-IF.
           WRITE  REG-IMP  FROM  DETALHE-CONS  AFTER 1 LINES.
           ADD  1  TO  W-CONT-LINHA.
       ROTINA-CABECALHO.
           ADD 1 TO W-CONT-PAGINA.
           MOVE W-CONT-PAGINA TO  PAG-CAB.
           WRITE REG-IMP FROM CABEC1 AFTER PAGE.
           IF  SECAO-FILIAIS
               WRITE REG-IMP FROM CABEC2-FIL AFTER 2 LINES
           ELSE
               WRITE REG-IMP FROM CABEC2-CONS AFTER 2 LINES
           END-IF.
           MOVE SPACES TO REG-IMP.
           WRITE REG-IMP AFTER 1 LINES.
           MOVE  4  TO  W-CONT-LINHA.
       IMPRIMIR-TOTAL-EMPRESA.
           MOVE  W-TOT-UNID-EMP     TO  QTD-TOT-EMP.
           MOVE  W-TOT-VALOR-EMP    TO  VLR-TOT-EMP.
           MOVE  W-QTD-FILIAIS      TO  QTD-FIL-TOT.
           MOVE  W-QTD-DIVERGENTES  TO  QTD-DIV-TOT.
           WRITE  REG-IMP  FROM  TOTAL-EMPRESA    AFTER 3 LINES.
           WRITE  REG-IMP  FROM  TOTAL-CONTAGENS  AFTER 1 LINES.
       FIM.
