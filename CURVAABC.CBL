       IDENTIFICATION   DIVISION.
       PROGRAM-ID.            CURVAABC.
       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   CURVA ABC DE VENDAS E ESTOQUE PARADO             *
      *    *   LE O CARTAO-PARAMETRO (CURVAABC.PAR): FAIXA DE   *
      *    *   MESES AAAAMM, LIMITES DAS CLASSES A E B EM       *
      *    *   PERCENTUAL ACUMULADO E GIRO MINIMO - SOMA POR    *
      *    *   PRODUTO O VALOR LIQUIDO VENDIDO NOS RESUMOS      *
      *    *   MENSAIS DA FAIXA (VENDMES.DAT), ORDENA OS        *
      *    *   PRODUTOS PELO VALOR, CLASSIFICA EM A/B/C PELA    *
      *    *   PARTICIPACAO ACUMULADA E IMPRIME O RANKING COM   *
      *    *   SUBTOTAIS POR CATEGORIA (CURVAABC.PRN) - LISTA   *
      *    *   EM SEGUIDA OS PRODUTOS COM SALDO EM ESTOQUE SEM  *
      *    *   VENDA OU COM GIRO (QUANTIDADE VENDIDA / SALDO)   *
      *    *   ABAIXO DO MINIMO, COM O VALOR PARADO A CUSTO     *
      *    *   MEDIO - GRAVA A CLASSE DE CADA PRODUTO EM        *
      *    *   CURVAABC.DAT PARA A SUGESTAO DE COMPRA           *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  ARQ-PAR  ASSIGN TO  "CURVAABC.PAR"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-PAR.
           SELECT  OPTIONAL  ARQ-VMES  ASSIGN TO  "VENDMES.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-VMES.
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
           SELECT  ARQ-ABC  ASSIGN TO  "CURVAABC.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-ABC.
           SELECT ARQ-IMP  ASSIGN TO "CURVAABC.PRN".
       DATA         DIVISION.
       FILE         SECTION.
       FD  ARQ-PAR
           LABEL  RECORD  STANDARD.
      *    CARTAO-PARAMETRO DA CURVA ABC (UM REGISTRO):
      *    AAAAMM INICIAL E FINAL DA FAIXA (FINAL ZEROS = MES
      *    ANTERIOR AO DA EXECUCAO, INICIAL ZEROS = 12 MESES ATE O
      *    FINAL), LIMITES DE PARTICIPACAO ACUMULADA DAS CLASSES A
      *    E B EM PERCENTUAL (ZEROS = 80 E 95) E GIRO MINIMO NO
      *    PERIODO (ZEROS = SO OS PRODUTOS SEM VENDA SAEM COMO
      *    PARADOS) - CAMPOS EM BRANCO VALEM COMO ZEROS
       01  REG-PAR.
           02  ANOMES-INI-PAR    PIC 9(6).
           02  ANOMES-FIM-PAR    PIC 9(6).
           02  PERC-A-PAR        PIC 9(3).
           02  PERC-B-PAR        PIC 9(3).
           02  GIRO-MIN-PAR      PIC 9(3)V99.
           02  FILLER            PIC X(17).
       FD  ARQ-VMES
           LABEL  RECORD  STANDARD.
       COPY  VMESREG.
       FD  ARQ-PROD
           LABEL RECORD STANDARD.
       COPY  PRODREG.
       FD  ARQ-CAT
           LABEL RECORD STANDARD.
       COPY  CATREG.
       FD  ARQ-ABC
           LABEL  RECORD  STANDARD.
       COPY  ABCREG.
       FD  ARQ-IMP
           LABEL  RECORD  OMITTED.
       01  REG-IMP         PIC X(120).
       WORKING-STORAGE    SECTION.
       01  CABEC1.
           02  FILLER1     PIC X(09) VALUE SPACES.
           02  FILLER1     PIC X(51) VALUE
           "CURVA ABC DE VENDAS E ESTOQUE PARADO".
           02  FILLER1     PIC X(5)  VALUE "PAG.".
           02  PAG-CAB     PIC Z9.
       01  CABEC-PERIODO.
           02  FILLER1     PIC X(09) VALUE SPACES.
           02  FILLER1     PIC X(9)  VALUE "PERIODO:".
           02  MES-INI-CAB PIC 99.
           02  FILLER1     PIC X     VALUE "/".
           02  ANO-INI-CAB PIC 9999.
           02  FILLER1     PIC X(3)  VALUE " A ".
           02  MES-FIM-CAB PIC 99.
           02  FILLER1     PIC X     VALUE "/".
           02  ANO-FIM-CAB PIC 9999.
           02  FILLER1     PIC X(12) VALUE "   CLASSE A:".
           02  PERC-A-CAB  PIC ZZ9.
           02  FILLER1     PIC X(12) VALUE "%  CLASSE B:".
           02  PERC-B-CAB  PIC ZZ9.
           02  FILLER1     PIC X(14) VALUE "%  GIRO MIN.:".
           02  GIRO-CAB    PIC ZZ9,99.
       01  CABEC-RANKING.
           02  FILLER1     PIC X(45) VALUE
           "*** RANKING POR VALOR LIQUIDO VENDIDO".
       01  CABEC2-RANKING.
           02  FILLER1     PIC X(5)  VALUE "POS".
           02  FILLER1     PIC X(5)  VALUE "COD".
           02  FILLER1     PIC X(22) VALUE "DESCRICAO".
           02  FILLER1     PIC X(22) VALUE "CATEGORIA".
           02  FILLER1     PIC X(11) VALUE " QTD VEND".
           02  FILLER1     PIC X(19) VALUE "     VALOR LIQUIDO".
           02  FILLER1     PIC X(8)  VALUE "  PART%".
           02  FILLER1     PIC X(8)  VALUE "  ACUM%".
           02  FILLER1     PIC X(6)  VALUE "CLASSE".
       01  DETALHE-RANKING.
           02  POS-DET     PIC ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  COD-DET     PIC ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  DESCRI-DET  PIC X(20).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  CAT-DET     PIC X(20).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  QTD-DET     PIC -Z.ZZZ.ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  VALOR-DET   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  PERC-DET    PIC ZZ9,99.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  ACUM-DET    PIC ZZ9,99.
           02  FILLER1     PIC X(4)  VALUE SPACES.
           02  CLASSE-DET  PIC X.
       01  LINHA-NENHUMA.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  TEXTO-NENHUMA PIC X(50).
       01  TOTAL-RANKING.
           02  FILLER1     PIC X(54) VALUE
           "TOTAL VENDIDO NO PERIODO".
           02  FILLER1     PIC X(12) VALUE "PRODUTOS:".
           02  QTD-PROD-TOT PIC ZZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  VALOR-TOT   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  TOTAL-CLASSE.
           02  FILLER1     PIC X(10) VALUE SPACES.
           02  FILLER1     PIC X(7)  VALUE "CLASSE".
           02  CLASSE-TOT  PIC X.
           02  FILLER1     PIC X(3)  VALUE ":".
           02  QTD-CLA-TOT PIC ZZZ9.
           02  FILLER1     PIC X(14) VALUE " PRODUTO(S)".
           02  VALOR-CLA-TOT PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  PERC-CLA-TOT PIC ZZ9,99.
           02  FILLER1     PIC X     VALUE "%".
       01  CABEC-CATEG.
           02  FILLER1     PIC X(45) VALUE
           "*** SUBTOTAIS POR CATEGORIA".
       01  CABEC2-CATEG.
           02  FILLER1     PIC X(5)  VALUE "COD".
           02  FILLER1     PIC X(22) VALUE "CATEGORIA".
           02  FILLER1     PIC X(6)  VALUE "   A".
           02  FILLER1     PIC X(6)  VALUE "   B".
           02  FILLER1     PIC X(6)  VALUE "   C".
           02  FILLER1     PIC X(19) VALUE "     VALOR LIQUIDO".
           02  FILLER1     PIC X(8)  VALUE "  PART%".
       01  DETALHE-CATEG.
           02  CODCAT-DET  PIC 999.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  DESCAT-DET  PIC X(20).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  QTDA-DET    PIC ZZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  QTDB-DET    PIC ZZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  QTDC-DET    PIC ZZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  VALCAT-DET  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  PERCCAT-DET PIC ZZ9,99.
       01  CABEC-PARADO.
           02  FILLER1     PIC X(60) VALUE
           "*** ESTOQUE PARADO - SEM VENDA OU GIRO ABAIXO DO MINIMO".
       01  CABEC2-PARADO.
           02  FILLER1     PIC X(5)  VALUE "COD".
           02  FILLER1     PIC X(22) VALUE "DESCRICAO".
           02  FILLER1     PIC X(22) VALUE "CATEGORIA".
           02  FILLER1     PIC X(8)  VALUE " SALDO".
           02  FILLER1     PIC X(11) VALUE " QTD VEND".
           02  FILLER1     PIC X(9)  VALUE "   GIRO".
           02  FILLER1     PIC X(11) VALUE " CUSTO MED".
           02  FILLER1     PIC X(19) VALUE "      VALOR PARADO".
       01  DETALHE-PARADO.
           02  CODPAR-DET  PIC ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  DESPAR-DET  PIC X(20).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  CATPAR-DET  PIC X(20).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  SALDO-DET   PIC ZZ.ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  QTDPAR-DET  PIC -Z.ZZZ.ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  GIRO-DET    PIC ZZ9,99.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  CUSTO-DET   PIC Z.ZZ9,99.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  VALPAR-DET  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  TOTAL-PARADO.
           02  FILLER1     PIC X(54) VALUE
           "TOTAL EM ESTOQUE PARADO".
           02  FILLER1     PIC X(12) VALUE "PRODUTOS:".
           02  QTD-PAR-TOT PIC ZZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  VALOR-PAR-TOT PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  W-COD-ERRO          PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-PAR      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-VMES     PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-CAT      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-ABC      PIC  XX  VALUE  SPACES.
       01  W-DATA-HOJE         PIC  9(8)  VALUE  ZEROS.
       01  W-DATA-HOJE-R  REDEFINES  W-DATA-HOJE.
           02  W-ANO-HOJE      PIC  9(4).
           02  W-MES-HOJE      PIC  99.
           02  W-DIA-HOJE      PIC  99.
       01  W-ANOMES-INI        PIC  9(6)  VALUE  ZEROS.
       01  W-ANOMES-INI-R  REDEFINES  W-ANOMES-INI.
           02  W-ANO-INI       PIC  9(4).
           02  W-MES-INI       PIC  99.
       01  W-ANOMES-FIM        PIC  9(6)  VALUE  ZEROS.
       01  W-ANOMES-FIM-R  REDEFINES  W-ANOMES-FIM.
           02  W-ANO-FIM       PIC  9(4).
           02  W-MES-FIM       PIC  99.
       01  W-PERC-A            PIC  9(3)  VALUE  ZEROS.
       01  W-PERC-B            PIC  9(3)  VALUE  ZEROS.
       01  W-GIRO-MIN          PIC  9(3)V99  VALUE  ZEROS.
       01  W-GIRO              PIC  9(3)V99  VALUE  ZEROS.
       01  W-MESES             PIC  9(6)  VALUE  ZEROS.
       01  W-RESTO-MES         PIC  99    VALUE  ZEROS.
       01  W-TOTAL-VALOR       PIC  9(11)V99  VALUE  ZEROS.
       01  W-ACUM-VALOR        PIC  9(11)V99  VALUE  ZEROS.
       01  W-PERC-ANTERIOR     PIC  9(3)V99   VALUE  ZEROS.
       01  W-VALOR-PARADO      PIC  9(11)V99  VALUE  ZEROS.
       01  W-TOTAL-PARADO      PIC  9(11)V99  VALUE  ZEROS.
       01  W-DESCRI-CAT        PIC  X(20) VALUE  SPACES.
       01  W-COD-CAT-BUSCA     PIC  9(3)  VALUE  ZEROS.
       01  W-IX-PROD           PIC  9(3)  VALUE  ZEROS.
       01  W-IX-RANK           PIC  9(4)  VALUE  ZEROS.
       01  W-IX-POS            PIC  9(4)  VALUE  ZEROS.
       01  W-IX-CAT            PIC  9(4)  VALUE  ZEROS.
       01  W-IX-CLASSE         PIC  9     VALUE  ZERO.
       01  W-QTD-RANK          PIC  9(3)  VALUE  ZEROS.
       01  W-QTD-VMES          PIC  9(7)  VALUE  ZEROS.
       01  W-QTD-PROD          PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-PARADOS       PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-GRAVADOS      PIC  9(5)  VALUE  ZEROS.
       01  W-SW-STATUS.
           05  W-FIM-ARQUIVO    PIC  X  VALUE  "N".
               88  FIM-ARQUIVO      VALUE  "S".
           05  W-FIM-VMES       PIC  X  VALUE  "N".
               88  FIM-VMES         VALUE  "S".
           05  W-ERRO-FATAL     PIC  X  VALUE  "N".
               88  ERRO-FATAL       VALUE  "S".
           05  W-ARQ-ABERTOS    PIC  X  VALUE  "N".
               88  ARQUIVOS-ABERTOS VALUE  "S".
           05  W-ACHOU-POS      PIC  X  VALUE  "N".
               88  ACHOU-POS        VALUE  "S".
       01  W-SECAO             PIC  X  VALUE  "R".
           88  SECAO-RANKING       VALUE  "R".
           88  SECAO-CATEGORIA     VALUE  "C".
           88  SECAO-PARADO        VALUE  "P".
       01  W-CONT-LINHA        PIC 99  VALUE 50.
       01  W-CONT-PAGINA       PIC 99  VALUE ZEROS.
      *    VENDA DA FAIXA E POSICAO DE ESTOQUE POR PRODUTO
       01  TAB-PRODUTOS.
           02  PRD-OC  OCCURS 999 TIMES.
               03  PRD-CADASTRADO PIC X       VALUE "N".
               03  PRD-DESCRI     PIC X(20)   VALUE SPACES.
               03  PRD-CAT        PIC 9(3)    VALUE ZEROS.
               03  PRD-ESTQ       PIC 9(5)    VALUE ZEROS.
               03  PRD-CUSTO      PIC 9(4)V99 VALUE ZEROS.
               03  PRD-QTD        PIC S9(9)   VALUE ZEROS.
               03  PRD-VALOR      PIC 9(11)V99 VALUE ZEROS.
               03  PRD-RANK       PIC 9(3)    VALUE ZEROS.
               03  PRD-CLASSE     PIC X       VALUE "C".
               03  PRD-PERC       PIC 9(3)V99 VALUE ZEROS.
               03  PRD-ACUM       PIC 9(3)V99 VALUE ZEROS.
      *    CODIGOS DOS PRODUTOS VENDIDOS EM ORDEM DECRESCENTE DE VALOR
       01  TAB-RANKING.
           02  RANK-COD  OCCURS 999 TIMES  PIC 9(3).
      *    SUBTOTAIS POR CATEGORIA (POSICAO = CODIGO + 1)
       01  TAB-CATEGORIAS.
           02  CAT-OC  OCCURS 1000 TIMES.
               03  CAT-VALOR      PIC 9(11)V99 VALUE ZEROS.
               03  CAT-QTD-CLASSE OCCURS 3 TIMES PIC 9(4) VALUE ZEROS.
      *    TOTAIS POR CLASSE
       01  TAB-CLASSES-VALOR.
           02  FILLER          PIC X(3)  VALUE "ABC".
       01  TAB-CLASSES  REDEFINES  TAB-CLASSES-VALOR.
           02  CLASSE-OC  OCCURS 3 TIMES  PIC X.
       01  TAB-TOT-CLASSES.
           02  TOTCLA-OC  OCCURS 3 TIMES.
               03  TOTCLA-QTD     PIC 9(4)     VALUE ZEROS.
               03  TOTCLA-VALOR   PIC 9(11)V99 VALUE ZEROS.
       PROCEDURE   DIVISION.
       INICIO.
           PERFORM  INICIALIZACAO.
           IF  NOT  ERRO-FATAL
               PERFORM  APURAR-VENDAS
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  CARREGAR-PRODUTOS
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  ORDENAR-PRODUTO
                   VARYING  W-IX-PROD  FROM  1  BY  1
                   UNTIL  W-IX-PROD  =  999
               MOVE  999  TO  W-IX-PROD
               PERFORM  ORDENAR-PRODUTO
               MOVE  ZEROS  TO  W-ACUM-VALOR
               PERFORM  CLASSIFICAR-PRODUTO
                   VARYING  W-IX-RANK  FROM  1  BY  1
                   UNTIL  W-IX-RANK  >  W-QTD-RANK
               PERFORM  IMPRIMIR-RANKING
               PERFORM  IMPRIMIR-CATEGORIAS
               PERFORM  IMPRIMIR-PARADOS
               PERFORM  GRAVAR-CURVA
           END-IF.
           PERFORM  FINALIZACAO.
           STOP   RUN.
       INICIALIZACAO.
           MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  W-DATA-HOJE.
           PERFORM  LER-PARAMETRO.
           IF  NOT  ERRO-FATAL
               PERFORM  CRITICAR-PARAMETRO
           END-IF.
           IF  NOT  ERRO-FATAL
               OPEN  INPUT   ARQ-VMES
                             ARQ-CAT
                     OUTPUT  ARQ-IMP
               SET  ARQUIVOS-ABERTOS  TO  TRUE
               IF  W-COD-ERRO-VMES  NOT =  "00"  AND  NOT =  "05"
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "CURVAABC: ERRO AO ABRIR VENDMES.DAT - "
                            "STATUS: "  W-COD-ERRO-VMES
               END-IF
               IF  W-COD-ERRO-CAT  NOT =  "00"  AND  NOT =  "05"
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "CURVAABC: ERRO AO ABRIR CATEG.DAT - "
                            "STATUS: "  W-COD-ERRO-CAT
               END-IF
           END-IF.
       LER-PARAMETRO.
           OPEN  INPUT  ARQ-PAR.
           IF  W-COD-ERRO-PAR  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "CURVAABC: ERRO AO ABRIR CURVAABC.PAR - "
                        "STATUS: "  W-COD-ERRO-PAR
           ELSE
               READ  ARQ-PAR
               IF  W-COD-ERRO-PAR  NOT =  "00"
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "CURVAABC: CARTAO-PARAMETRO AUSENTE - "
                            "STATUS: "  W-COD-ERRO-PAR
               END-IF
               CLOSE  ARQ-PAR
           END-IF.
       CRITICAR-PARAMETRO.
           IF  ANOMES-FIM-PAR  NOT  NUMERIC
               OR  ANOMES-FIM-PAR  =  ZEROS
               IF  W-MES-HOJE  =  1
                   COMPUTE  W-ANO-FIM  =  W-ANO-HOJE  -  1
                   MOVE  12  TO  W-MES-FIM
               ELSE
                   MOVE  W-ANO-HOJE  TO  W-ANO-FIM
                   COMPUTE  W-MES-FIM  =  W-MES-HOJE  -  1
               END-IF
           ELSE
               MOVE  ANOMES-FIM-PAR  TO  W-ANOMES-FIM
           END-IF.
           IF  ANOMES-INI-PAR  NOT  NUMERIC
               OR  ANOMES-INI-PAR  =  ZEROS
               COMPUTE  W-MESES  =
                   W-ANO-FIM  *  12  +  W-MES-FIM  -  12
               DIVIDE  W-MESES  BY  12
                   GIVING  W-ANO-INI  REMAINDER  W-RESTO-MES
               COMPUTE  W-MES-INI  =  W-RESTO-MES  +  1
           ELSE
               MOVE  ANOMES-INI-PAR  TO  W-ANOMES-INI
           END-IF.
           IF  W-MES-INI  <  1  OR  W-MES-INI  >  12
               OR  W-MES-FIM  <  1  OR  W-MES-FIM  >  12
               OR  W-ANOMES-INI  >  W-ANOMES-FIM
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "CURVAABC: FAIXA DE MESES INVALIDA: "
                        W-ANOMES-INI  " A "  W-ANOMES-FIM
           END-IF.
           IF  PERC-A-PAR  NUMERIC  AND  PERC-A-PAR  >  ZEROS
               MOVE  PERC-A-PAR  TO  W-PERC-A
           ELSE
               MOVE  80  TO  W-PERC-A
           END-IF.
           IF  PERC-B-PAR  NUMERIC  AND  PERC-B-PAR  >  ZEROS
               MOVE  PERC-B-PAR  TO  W-PERC-B
           ELSE
               MOVE  95  TO  W-PERC-B
           END-IF.
           IF  W-PERC-A  NOT <  W-PERC-B  OR  W-PERC-B  >  100
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "CURVAABC: LIMITES DAS CLASSES DEVEM SER "
                        "CRESCENTES (A < B <= 100): "  W-PERC-A
                        " / "  W-PERC-B
           END-IF.
           IF  GIRO-MIN-PAR  NUMERIC
               MOVE  GIRO-MIN-PAR  TO  W-GIRO-MIN
           ELSE
               MOVE  ZEROS  TO  W-GIRO-MIN
           END-IF.
           MOVE  W-MES-INI  TO  MES-INI-CAB.
           MOVE  W-ANO-INI  TO  ANO-INI-CAB.
           MOVE  W-MES-FIM  TO  MES-FIM-CAB.
           MOVE  W-ANO-FIM  TO  ANO-FIM-CAB.
           MOVE  W-PERC-A   TO  PERC-A-CAB.
           MOVE  W-PERC-B   TO  PERC-B-CAB.
           MOVE  W-GIRO-MIN TO  GIRO-CAB.
      *    SOMA POR PRODUTO A QUANTIDADE E O VALOR LIQUIDOS DOS
      *    RESUMOS MENSAIS DA FAIXA
       APURAR-VENDAS.
           PERFORM  LER-VMES.
           PERFORM  ACUMULAR-VMES  UNTIL  FIM-VMES  OR  ERRO-FATAL.
       LER-VMES.
           READ  ARQ-VMES.
           EVALUATE  W-COD-ERRO-VMES
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-VMES  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "CURVAABC: ERRO DE E/S EM ARQ-VMES - "
                            "STATUS: "  W-COD-ERRO-VMES
           END-EVALUATE.
       ACUMULAR-VMES.
           IF  ANOMES-VM  NOT <  W-ANOMES-INI
               AND  ANOMES-VM  NOT >  W-ANOMES-FIM
               AND  COD-PROD-VM  >  ZERO
               ADD  1  TO  W-QTD-VMES
               ADD  QTD-VM    TO  PRD-QTD(COD-PROD-VM)
               ADD  VALOR-VM  TO  PRD-VALOR(COD-PROD-VM)
               MOVE  COD-CAT-VM  TO  PRD-CAT(COD-PROD-VM)
           END-IF.
           PERFORM  LER-VMES.
      *    GUARDA DESCRICAO, CATEGORIA ATUAL, SALDO E CUSTO MEDIO
       CARREGAR-PRODUTOS.
           OPEN  INPUT  ARQ-PROD.
           IF  W-COD-ERRO  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "CURVAABC: ERRO AO ABRIR PRODUTO.DAT - STATUS: "
                        W-COD-ERRO
           ELSE
               PERFORM  LER-PRODUTO
               PERFORM  GUARDAR-PRODUTO  UNTIL  FIM-ARQUIVO
                                           OR  ERRO-FATAL
               CLOSE  ARQ-PROD
           END-IF.
       LER-PRODUTO.
           READ  ARQ-PROD.
           EVALUATE  W-COD-ERRO
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "CURVAABC: ERRO DE E/S EM ARQ-PROD - "
                            "STATUS: "  W-COD-ERRO
           END-EVALUATE.
       GUARDAR-PRODUTO.
      *    REGISTROS GRAVADOS ANTES DOS CONTROLES DE ESTOQUE E DE
      *    CUSTO TRAZEM ESPACOS NESSAS AREAS
           IF  COD-PROD  >  ZERO
               ADD  1  TO  W-QTD-PROD
               MOVE  "S"          TO  PRD-CADASTRADO(COD-PROD)
               MOVE  DESCRI-PROD  TO  PRD-DESCRI(COD-PROD)
               IF  COD-CAT-PROD  NUMERIC
                   MOVE  COD-CAT-PROD  TO  PRD-CAT(COD-PROD)
               END-IF
               IF  QTD-ESTQ  NUMERIC
                   MOVE  QTD-ESTQ  TO  PRD-ESTQ(COD-PROD)
               END-IF
               IF  CUSTO-MEDIO-PROD  NUMERIC
                   MOVE  CUSTO-MEDIO-PROD  TO  PRD-CUSTO(COD-PROD)
               END-IF
           END-IF.
           PERFORM  LER-PRODUTO.
      *    INSERE O PRODUTO VENDIDO NA TABELA DE RANKING NA POSICAO
      *    DO SEU VALOR (DECRESCENTE - NO EMPATE FICA O MENOR CODIGO
      *    NA FRENTE)
       ORDENAR-PRODUTO.
           IF  PRD-VALOR(W-IX-PROD)  >  ZEROS
               MOVE  "N"  TO  W-ACHOU-POS
               PERFORM  BUSCAR-POSICAO
                   VARYING  W-IX-POS  FROM  1  BY  1
                   UNTIL  W-IX-POS  >  W-QTD-RANK  OR  ACHOU-POS
               IF  ACHOU-POS
                   SUBTRACT  1  FROM  W-IX-POS
               END-IF
               PERFORM  DESLOCAR-RANKING
                   VARYING  W-IX-RANK  FROM  W-QTD-RANK  BY  -1
                   UNTIL  W-IX-RANK  <  W-IX-POS
               ADD  1  TO  W-QTD-RANK
               MOVE  W-IX-PROD  TO  RANK-COD(W-IX-POS)
               ADD  PRD-VALOR(W-IX-PROD)  TO  W-TOTAL-VALOR
           END-IF.
       BUSCAR-POSICAO.
           IF  PRD-VALOR(RANK-COD(W-IX-POS))  <  PRD-VALOR(W-IX-PROD)
               SET  ACHOU-POS  TO  TRUE
           END-IF.
       DESLOCAR-RANKING.
           MOVE  RANK-COD(W-IX-RANK)  TO  RANK-COD(W-IX-RANK + 1).
      *    CLASSE PELA PARTICIPACAO ACUMULADA ANTES DO PRODUTO:
      *    ABAIXO DO LIMITE A = A, ABAIXO DO LIMITE B = B, DEMAIS C
      *    (O PRIMEIRO DO RANKING E SEMPRE A)
       CLASSIFICAR-PRODUTO.
           MOVE  RANK-COD(W-IX-RANK)  TO  W-IX-PROD.
           COMPUTE  W-PERC-ANTERIOR  ROUNDED  =
               W-ACUM-VALOR  *  100  /  W-TOTAL-VALOR.
           EVALUATE  TRUE
               WHEN  W-PERC-ANTERIOR  <  W-PERC-A
                   MOVE  "A"  TO  PRD-CLASSE(W-IX-PROD)
                   MOVE  1    TO  W-IX-CLASSE
               WHEN  W-PERC-ANTERIOR  <  W-PERC-B
                   MOVE  "B"  TO  PRD-CLASSE(W-IX-PROD)
                   MOVE  2    TO  W-IX-CLASSE
               WHEN  OTHER
                   MOVE  "C"  TO  PRD-CLASSE(W-IX-PROD)
                   MOVE  3    TO  W-IX-CLASSE
           END-EVALUATE.
           ADD  PRD-VALOR(W-IX-PROD)  TO  W-ACUM-VALOR.
           MOVE  W-IX-RANK  TO  PRD-RANK(W-IX-PROD).
           COMPUTE  PRD-PERC(W-IX-PROD)  ROUNDED  =
               PRD-VALOR(W-IX-PROD)  *  100  /  W-TOTAL-VALOR.
           COMPUTE  PRD-ACUM(W-IX-PROD)  ROUNDED  =
               W-ACUM-VALOR  *  100  /  W-TOTAL-VALOR.
           COMPUTE  W-IX-CAT  =  PRD-CAT(W-IX-PROD)  +  1.
           ADD  PRD-VALOR(W-IX-PROD)  TO  CAT-VALOR(W-IX-CAT).
           ADD  1  TO  CAT-QTD-CLASSE(W-IX-CAT, W-IX-CLASSE).
           ADD  1  TO  TOTCLA-QTD(W-IX-CLASSE).
           ADD  PRD-VALOR(W-IX-PROD)  TO  TOTCLA-VALOR(W-IX-CLASSE).
      *    PRIMEIRA SECAO - RANKING COM TOTAIS POR CLASSE
       IMPRIMIR-RANKING.
           SET  SECAO-RANKING  TO  TRUE.
           PERFORM  ROTINA-CABECALHO.
           IF  W-QTD-RANK  =  ZEROS
               MOVE  "NENHUMA VENDA NO PERIODO"  TO  TEXTO-NENHUMA
               WRITE  REG-IMP  FROM  LINHA-NENHUMA  AFTER 1 LINES
               ADD  1  TO  W-CONT-LINHA
           ELSE
               PERFORM  IMPRIMIR-DETALHE-RANKING
                   VARYING  W-IX-RANK  FROM  1  BY  1
                   UNTIL  W-IX-RANK  >  W-QTD-RANK
           END-IF.
           IF  W-CONT-LINHA  >  44
               PERFORM  ROTINA-CABECALHO
           END-IF.
           MOVE  W-QTD-RANK     TO  QTD-PROD-TOT.
           MOVE  W-TOTAL-VALOR  TO  VALOR-TOT.
           WRITE  REG-IMP  FROM  TOTAL-RANKING  AFTER 2 LINES.
           ADD  2  TO  W-CONT-LINHA.
           PERFORM  IMPRIMIR-TOTAL-CLASSE
               VARYING  W-IX-CLASSE  FROM  1  BY  1
               UNTIL  W-IX-CLASSE  >  3.
       IMPRIMIR-DETALHE-RANKING.
           MOVE  RANK-COD(W-IX-RANK)  TO  W-IX-PROD.
           MOVE  W-IX-RANK            TO  POS-DET.
           MOVE  W-IX-PROD            TO  COD-DET.
           IF  PRD-CADASTRADO(W-IX-PROD)  =  "S"
               MOVE  PRD-DESCRI(W-IX-PROD)  TO  DESCRI-DET
           ELSE
               MOVE  "(NAO CADASTRADO)"     TO  DESCRI-DET
           END-IF.
           MOVE  PRD-CAT(W-IX-PROD)  TO  W-COD-CAT-BUSCA.
           PERFORM  BUSCAR-CATEGORIA.
           MOVE  W-DESCRI-CAT           TO  CAT-DET.
           MOVE  PRD-QTD(W-IX-PROD)     TO  QTD-DET.
           MOVE  PRD-VALOR(W-IX-PROD)   TO  VALOR-DET.
           MOVE  PRD-PERC(W-IX-PROD)    TO  PERC-DET.
           MOVE  PRD-ACUM(W-IX-PROD)    TO  ACUM-DET.
           MOVE  PRD-CLASSE(W-IX-PROD)  TO  CLASSE-DET.
           IF  W-CONT-LINHA > 49
               PERFORM  ROTINA-CABECALHO.
           WRITE  REG-IMP  FROM  DETALHE-RANKING  AFTER 1 LINES.
           ADD  1  TO  W-CONT-LINHA.
       IMPRIMIR-TOTAL-CLASSE.
           MOVE  CLASSE-OC(W-IX-CLASSE)     TO  CLASSE-TOT.
           MOVE  TOTCLA-QTD(W-IX-CLASSE)    TO  QTD-CLA-TOT.
           MOVE  TOTCLA-VALOR(W-IX-CLASSE)  TO  VALOR-CLA-TOT.
           IF  W-TOTAL-VALOR  >  ZEROS
               COMPUTE  PERC-CLA-TOT  ROUNDED  =
                   TOTCLA-VALOR(W-IX-CLASSE)  *  100  /  W-TOTAL-VALOR
           ELSE
               MOVE  ZEROS  TO  PERC-CLA-TOT
           END-IF.
           WRITE  REG-IMP  FROM  TOTAL-CLASSE  AFTER 1 LINES.
           ADD  1  TO  W-CONT-LINHA.
      *    SEGUNDA SECAO - SUBTOTAIS POR CATEGORIA (EM ORDEM DE
      *    CODIGO, 000 = SEM CATEGORIA)
       IMPRIMIR-CATEGORIAS.
           SET  SECAO-CATEGORIA  TO  TRUE.
           PERFORM  ROTINA-CABECALHO.
           PERFORM  IMPRIMIR-DETALHE-CATEG
               VARYING  W-IX-CAT  FROM  1  BY  1
               UNTIL  W-IX-CAT  >  1000.
       IMPRIMIR-DETALHE-CATEG.
           IF  CAT-VALOR(W-IX-CAT)  >  ZEROS
               COMPUTE  W-COD-CAT-BUSCA  =  W-IX-CAT  -  1
               PERFORM  BUSCAR-CATEGORIA
               MOVE  W-COD-CAT-BUSCA  TO  CODCAT-DET
               MOVE  W-DESCRI-CAT     TO  DESCAT-DET
               MOVE  CAT-QTD-CLASSE(W-IX-CAT, 1)  TO  QTDA-DET
               MOVE  CAT-QTD-CLASSE(W-IX-CAT, 2)  TO  QTDB-DET
               MOVE  CAT-QTD-CLASSE(W-IX-CAT, 3)  TO  QTDC-DET
               MOVE  CAT-VALOR(W-IX-CAT)          TO  VALCAT-DET
               COMPUTE  PERCCAT-DET  ROUNDED  =
                   CAT-VALOR(W-IX-CAT)  *  100  /  W-TOTAL-VALOR
               IF  W-CONT-LINHA > 49
                   PERFORM  ROTINA-CABECALHO
               END-IF
               WRITE  REG-IMP  FROM  DETALHE-CATEG  AFTER 1 LINES
               ADD  1  TO  W-CONT-LINHA
           END-IF.
      *    TERCEIRA SECAO - SALDO EM ESTOQUE SEM VENDA NA FAIXA OU
      *    COM GIRO (QUANTIDADE VENDIDA / SALDO) ABAIXO DO MINIMO,
      *    VALORIZADO PELO CUSTO MEDIO
       IMPRIMIR-PARADOS.
           SET  SECAO-PARADO  TO  TRUE.
           PERFORM  ROTINA-CABECALHO.
           PERFORM  CRITICAR-PARADO
               VARYING  W-IX-PROD  FROM  1  BY  1
               UNTIL  W-IX-PROD  =  999.
           MOVE  999  TO  W-IX-PROD.
           PERFORM  CRITICAR-PARADO.
           IF  W-QTD-PARADOS  =  ZEROS
               MOVE  "NENHUM PRODUTO PARADO"  TO  TEXTO-NENHUMA
               WRITE  REG-IMP  FROM  LINHA-NENHUMA  AFTER 1 LINES
               ADD  1  TO  W-CONT-LINHA
           END-IF.
           MOVE  W-QTD-PARADOS   TO  QTD-PAR-TOT.
           MOVE  W-TOTAL-PARADO  TO  VALOR-PAR-TOT.
           WRITE  REG-IMP  FROM  TOTAL-PARADO  AFTER 2 LINES.
       CRITICAR-PARADO.
           IF  PRD-CADASTRADO(W-IX-PROD)  =  "S"
               AND  PRD-ESTQ(W-IX-PROD)  >  ZEROS
               IF  PRD-QTD(W-IX-PROD)  >  ZEROS
                   COMPUTE  W-GIRO  ROUNDED  =
                       PRD-QTD(W-IX-PROD)  /  PRD-ESTQ(W-IX-PROD)
                       ON SIZE ERROR
                           MOVE  999,99  TO  W-GIRO
                   END-COMPUTE
               ELSE
                   MOVE  ZEROS  TO  W-GIRO
               END-IF
               IF  PRD-QTD(W-IX-PROD)  NOT >  ZEROS
                   OR  W-GIRO  <  W-GIRO-MIN
                   PERFORM  IMPRIMIR-DETALHE-PARADO
               END-IF
           END-IF.
       IMPRIMIR-DETALHE-PARADO.
           ADD  1  TO  W-QTD-PARADOS.
           COMPUTE  W-VALOR-PARADO  =
               PRD-ESTQ(W-IX-PROD)  *  PRD-CUSTO(W-IX-PROD).
           ADD  W-VALOR-PARADO  TO  W-TOTAL-PARADO.
           MOVE  W-IX-PROD             TO  CODPAR-DET.
           MOVE  PRD-DESCRI(W-IX-PROD) TO  DESPAR-DET.
           MOVE  PRD-CAT(W-IX-PROD)    TO  W-COD-CAT-BUSCA.
           PERFORM  BUSCAR-CATEGORIA.
           MOVE  W-DESCRI-CAT          TO  CATPAR-DET.
           MOVE  PRD-ESTQ(W-IX-PROD)   TO  SALDO-DET.
           MOVE  PRD-QTD(W-IX-PROD)    TO  QTDPAR-DET.
           MOVE  W-GIRO                TO  GIRO-DET.
           MOVE  PRD-CUSTO(W-IX-PROD)  TO  CUSTO-DET.
           MOVE  W-VALOR-PARADO        TO  VALPAR-DET.
           IF  W-CONT-LINHA > 49
               PERFORM  ROTINA-CABECALHO.
           WRITE  REG-IMP  FROM  DETALHE-PARADO  AFTER 1 LINES.
           ADD  1  TO  W-CONT-LINHA.
       BUSCAR-CATEGORIA.
           IF  W-COD-CAT-BUSCA  >  ZEROS
               MOVE  W-COD-CAT-BUSCA  TO  COD-CAT
               READ  ARQ-CAT
                   INVALID KEY
                       MOVE  "(NAO CADASTRADA)"  TO  W-DESCRI-CAT
                   NOT INVALID KEY
                       MOVE  DESCRI-CAT  TO  W-DESCRI-CAT
               END-READ
           ELSE
               MOVE  "SEM CATEGORIA"  TO  W-DESCRI-CAT
           END-IF.
      *    REGRAVA A CURVA COM UM REGISTRO POR PRODUTO CADASTRADO OU
      *    VENDIDO NA FAIXA (SEM VENDA = CLASSE C, POSICAO 000)
       GRAVAR-CURVA.
           OPEN  OUTPUT  ARQ-ABC.
           IF  W-COD-ERRO-ABC  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "CURVAABC: ERRO AO ABRIR CURVAABC.DAT - "
                        "STATUS: "  W-COD-ERRO-ABC
           ELSE
               PERFORM  GRAVAR-PRODUTO-CURVA
                   VARYING  W-IX-PROD  FROM  1  BY  1
                   UNTIL  W-IX-PROD  =  999  OR  ERRO-FATAL
               IF  NOT  ERRO-FATAL
                   MOVE  999  TO  W-IX-PROD
                   PERFORM  GRAVAR-PRODUTO-CURVA
               END-IF
               CLOSE  ARQ-ABC
           END-IF.
       GRAVAR-PRODUTO-CURVA.
           IF  PRD-CADASTRADO(W-IX-PROD)  =  "S"
               OR  PRD-RANK(W-IX-PROD)  >  ZEROS
               MOVE  SPACES                TO  REG-ABC
               MOVE  W-DATA-HOJE           TO  DATA-ABC
               MOVE  W-ANOMES-INI          TO  ANOMES-INI-ABC
               MOVE  W-ANOMES-FIM          TO  ANOMES-FIM-ABC
               MOVE  W-IX-PROD             TO  COD-PROD-ABC
               MOVE  PRD-CAT(W-IX-PROD)    TO  COD-CAT-ABC
               MOVE  PRD-CLASSE(W-IX-PROD) TO  CLASSE-ABC
               MOVE  PRD-RANK(W-IX-PROD)   TO  RANK-ABC
               MOVE  PRD-VALOR(W-IX-PROD)  TO  VALOR-ABC
               MOVE  PRD-PERC(W-IX-PROD)   TO  PERC-ABC
               MOVE  PRD-ACUM(W-IX-PROD)   TO  PERC-ACUM-ABC
               WRITE  REG-ABC
               IF  W-COD-ERRO-ABC  NOT =  "00"
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "CURVAABC: ERRO AO GRAVAR CURVAABC.DAT - "
                            "STATUS: "  W-COD-ERRO-ABC
               ELSE
                   ADD  1  TO  W-QTD-GRAVADOS
               END-IF
           END-IF.
       ROTINA-CABECALHO.
           ADD 1 TO W-CONT-PAGINA.
           MOVE W-CONT-PAGINA TO  PAG-CAB.
           WRITE REG-IMP FROM CABEC1 AFTER PAGE.
           WRITE REG-IMP FROM CABEC-PERIODO AFTER 1 LINES.
           EVALUATE  TRUE
               WHEN  SECAO-RANKING
                   WRITE REG-IMP FROM CABEC-RANKING AFTER 2 LINES
                   WRITE REG-IMP FROM CABEC2-RANKING AFTER 2 LINES
               WHEN  SECAO-CATEGORIA
                   WRITE REG-IMP FROM CABEC-CATEG AFTER 2 LINES
                   WRITE REG-IMP FROM CABEC2-CATEG AFTER 2 LINES
               WHEN  OTHER
                   WRITE REG-IMP FROM CABEC-PARADO AFTER 2 LINES
                   WRITE REG-IMP FROM CABEC2-PARADO AFTER 2 LINES
           END-EVALUATE.
           MOVE SPACES TO REG-IMP.
           WRITE REG-IMP AFTER 1 LINES.
           MOVE  8  TO  W-CONT-LINHA.
       FINALIZACAO.
           IF  ARQUIVOS-ABERTOS
               CLOSE  ARQ-VMES
                      ARQ-CAT
                      ARQ-IMP
           END-IF.
           DISPLAY  "CURVAABC: "  W-QTD-VMES  " RESUMO(S) NA FAIXA "
                    W-QTD-RANK  " PRODUTO(S) VENDIDO(S) "
                    W-QTD-PARADOS  " PARADO(S) "
                    W-QTD-GRAVADOS  " GRAVADO(S) NA CURVA".
           IF  ERRO-FATAL
               MOVE  8  TO  RETURN-CODE
           END-IF.
       FIM-DO-PROGRAMA.    EXIT.
