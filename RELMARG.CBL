       IDENTIFICATION   DIVISION.
       PROGRAM-ID.            RELMARG.
       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   MARGEM BRUTA POR PRODUTO E POR CATEGORIA         *
      *    *   LE O ARQUIVO MORTO DO FECHAMENTO MENSAL          *
      *    *   (VENDARQ.DAT) E O DIARIO (ARQ-VENDA) NO          *
      *    *   INTERVALO DE DATAS INFORMADO E CONFRONTA A       *
      *    *   RECEITA COM O CUSTO GRAVADO EM CADA ITEM         *
      *    *   (CUSTO-VENDA) - DEVOLUCOES (TIPO D) SAO          *
      *    *   ABATIDAS PELO PRECO E PELO CUSTO DA VENDA        *
      *    *   ORIGINAL - LISTA AS VENDAS ABAIXO DO CUSTO E     *
      *    *   ASSINALA OS PRODUTOS COM VENDA ABAIXO DO CUSTO   *
      *    *   OU MARGEM NEGATIVA - ITEM GRAVADO ANTES DO       *
      *    *   CONTROLE DE CUSTO E VALORIZADO PELO CUSTO MEDIO  *
      *    *   ATUAL DO PRODUTO E CONTADO A PARTE               *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL  ARQ-VENDA  ASSIGN TO  "VENDAS.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-VENDA.
           SELECT  OPTIONAL  ARQ-ARQV  ASSIGN TO  "VENDARQ.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-ARQV.
           SELECT ARQ-PROD ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-PROD
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO.
           SELECT  OPTIONAL  ARQ-CAT  ASSIGN TO  "CATEG.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-CAT
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-CAT.
           SELECT ARQ-IMP  ASSIGN TO "RELMARG.PRN".
       DATA         DIVISION.
       FILE         SECTION.
       FD  ARQ-VENDA
           LABEL  RECORD  STANDARD.
       COPY  VENDREG.
       FD  ARQ-ARQV
           LABEL  RECORD  STANDARD.
      *    IMAGEM DE REG-VENDA (VENDREG)
       01  REG-ARQV            PIC X(80).
       FD  ARQ-PROD
           LABEL RECORD STANDARD.
       COPY  PRODREG.
       FD  ARQ-CAT
           LABEL RECORD STANDARD.
       COPY  CATREG.
       FD  ARQ-IMP
           LABEL  RECORD  OMITTED.
       01  REG-IMP         PIC X(132).
       WORKING-STORAGE    SECTION.
       01  CABEC1.
           02  FILLER1     PIC X(09) VALUE SPACES.
           02  TITULO-CAB  PIC X(51).
           02  FILLER1     PIC X(5)  VALUE "PAG.".
           02  PAG-CAB     PIC Z9.
       01  CABEC-PERIODO.
           02  FILLER1     PIC X(09) VALUE SPACES.
           02  FILLER1     PIC X(9)  VALUE "PERIODO:".
           02  INI-CAB     PIC X(10).
           02  FILLER1     PIC X(3)  VALUE " A ".
           02  FIM-CAB     PIC X(10).
       01  CABEC2-ABAIXO.
           02  FILLER1     PIC X(12) VALUE "DATA".
           02  FILLER1     PIC X(16) VALUE "CPF/CNPJ".
           02  FILLER1     PIC X(5)  VALUE "COD".
           02  FILLER1     PIC X(22) VALUE "DESCRICAO".
           02  FILLER1     PIC X(7)  VALUE "QTD".
           02  FILLER1     PIC X(10) VALUE "PRECO UN".
           02  FILLER1     PIC X(10) VALUE "CUSTO UN".
           02  FILLER1     PIC X(16) VALUE "PERDA".
           02  FILLER1     PIC X(14) VALUE "OBSERVACAO".
       01  DETALHE-ABAIXO.
           02  DATA-AB.
               03  DIA-AB      PIC 99.
               03  FILLER1     PIC X  VALUE "/".
               03  MES-AB      PIC 99.
               03  FILLER1     PIC X  VALUE "/".
               03  ANO-AB      PIC 9999.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  CPF-AB      PIC 9(14).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  COD-AB      PIC ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  DESCRI-AB   PIC X(20).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  QTD-AB      PIC ZZZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  UNIT-AB     PIC Z.ZZ9,99.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  CUSTO-AB    PIC Z.ZZ9,99.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  PERDA-AB    PIC ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  OBS-AB      PIC X(14).
       01  LINHA-SEM-ABAIXO.
           02  FILLER1     PIC X(9)  VALUE SPACES.
           02  FILLER1     PIC X(45) VALUE
               "NENHUMA VENDA ABAIXO DO CUSTO NO PERIODO".
       01  CABEC2-PROD.
           02  FILLER1     PIC X(5)  VALUE "COD".
           02  FILLER1     PIC X(22) VALUE "DESCRICAO".
           02  FILLER1     PIC X(9)  VALUE "QTD LIQ".
           02  FILLER1     PIC X(16) VALUE "RECEITA".
           02  FILLER1     PIC X(16) VALUE "CUSTO".
           02  FILLER1     PIC X(17) VALUE "MARGEM".
           02  FILLER1     PIC X(10) VALUE "MARGEM %".
           02  FILLER1     PIC X(16) VALUE "DEVOLUCOES".
           02  FILLER1     PIC X(7)  VALUE "ABAIXO".
       01  DETALHE-PROD.
           02  COD-PR      PIC ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  DESCRI-PR   PIC X(20).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  QTD-PR      PIC -ZZZZZZ9.
           02  FILLER1     PIC X(1)  VALUE SPACES.
           02  RECEITA-PR  PIC -ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(1)  VALUE SPACES.
           02  CUSTO-PR    PIC -ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(1)  VALUE SPACES.
           02  MARGEM-PR   PIC -ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  PERC-PR     PIC -ZZZZ9,9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  DEV-PR      PIC ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  ABAIXO-PR   PIC ZZZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  FLAG-PR     PIC X(16).
       01  CABEC2-CAT.
           02  FILLER1     PIC X(5)  VALUE "COD".
           02  FILLER1     PIC X(31) VALUE "CATEGORIA".
           02  FILLER1     PIC X(16) VALUE "RECEITA".
           02  FILLER1     PIC X(16) VALUE "CUSTO".
           02  FILLER1     PIC X(17) VALUE "MARGEM".
           02  FILLER1     PIC X(10) VALUE "MARGEM %".
           02  FILLER1     PIC X(16) VALUE "DEVOLUCOES".
           02  FILLER1     PIC X(7)  VALUE "ABAIXO".
       01  DETALHE-CAT.
           02  COD-CT      PIC ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  DESCRI-CT   PIC X(20).
           02  FILLER1     PIC X(11) VALUE SPACES.
           02  RECEITA-CT  PIC -ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(1)  VALUE SPACES.
           02  CUSTO-CT    PIC -ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(1)  VALUE SPACES.
           02  MARGEM-CT   PIC -ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  PERC-CT     PIC -ZZZZ9,9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  DEV-CT      PIC ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  ABAIXO-CT   PIC ZZZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  FLAG-CT     PIC X(16).
       01  TOTAL-RECEITA.
           02  FILLER1         PIC X(9)  VALUE SPACES.
           02  FILLER1         PIC X(34) VALUE
               "RECEITA LIQUIDA DO PERIODO".
           02  VLR-TOTREC      PIC -ZZZ.ZZZ.ZZ9,99.
       01  TOTAL-CUSTO.
           02  FILLER1         PIC X(9)  VALUE SPACES.
           02  FILLER1         PIC X(34) VALUE
               "CUSTO DAS MERCADORIAS VENDIDAS".
           02  VLR-TOTCUS      PIC -ZZZ.ZZZ.ZZ9,99.
       01  TOTAL-MARGEM.
           02  FILLER1         PIC X(9)  VALUE SPACES.
           02  FILLER1         PIC X(34) VALUE
               "MARGEM BRUTA".
           02  VLR-TOTMAR      PIC -ZZZ.ZZZ.ZZ9,99.
           02  FILLER1         PIC X(3)  VALUE SPACES.
           02  PERC-TOTMAR     PIC -ZZZZ9,9.
           02  FILLER1         PIC X(2)  VALUE " %".
       01  TOTAL-DEVOLUCAO.
           02  FILLER1         PIC X(9)  VALUE SPACES.
           02  FILLER1         PIC X(34) VALUE
               "DEVOLUCOES ABATIDAS DA RECEITA".
           02  VLR-TOTDEV      PIC ZZZ.ZZZ.ZZ9,99.
       01  TOTAL-ABAIXO.
           02  FILLER1         PIC X(9)  VALUE SPACES.
           02  FILLER1         PIC X(34) VALUE
               "VENDAS ABAIXO DO CUSTO".
           02  QTD-TOTABX      PIC ZZZZ9.
           02  FILLER1         PIC X(3)  VALUE SPACES.
           02  FILLER1         PIC X(7)  VALUE "PERDA:".
           02  VLR-TOTPER      PIC ZZZ.ZZZ.ZZ9,99.
       01  TOTAL-SEM-CUSTO.
           02  FILLER1         PIC X(9)  VALUE SPACES.
           02  FILLER1         PIC X(34) VALUE
               "ITENS PELO CUSTO MEDIO ATUAL".
           02  QTD-TOTSEM      PIC ZZZZ9.

       01  W-COD-ERRO          PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-CAT      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-VENDA    PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-ARQV     PIC  XX  VALUE  SPACES.
       01  W-DATA-INI          PIC  9(8)  VALUE  ZEROS.
       01  W-DATA-FIM          PIC  9(8)  VALUE  ZEROS.
       01  W-DATA-VENDA-R.
           02  W-ANO-VENDA     PIC 9999.
           02  W-MES-VENDA     PIC 99.
           02  W-DIA-VENDA     PIC 99.
       01  W-DATA-EDIT.
           02  W-DIA-EDIT      PIC 99.
           02  FILLER          PIC X  VALUE "/".
           02  W-MES-EDIT      PIC 99.
           02  FILLER          PIC X  VALUE "/".
           02  W-ANO-EDIT      PIC 9999.
       01  W-QTD-LIDAS         PIC  9(7)  VALUE  ZEROS.
       01  W-QTD-SELEC         PIC  9(7)  VALUE  ZEROS.
       01  W-QTD-ABAIXO        PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-SEM-CUSTO     PIC  9(5)  VALUE  ZEROS.
       01  W-CUSTO-UNIT        PIC  9(4)V99  VALUE  ZEROS.
       01  W-RECEITA-LINHA     PIC  9(9)V99  VALUE  ZEROS.
       01  W-CUSTO-LINHA       PIC  9(9)V99  VALUE  ZEROS.
       01  W-PERDA-LINHA       PIC  9(9)V99  VALUE  ZEROS.
       01  W-MARGEM            PIC  S9(11)V99  VALUE  ZEROS.
       01  W-PERC              PIC  S9(5)V9    VALUE  ZEROS.
       01  W-TOT-RECEITA       PIC  S9(11)V99  VALUE  ZEROS.
       01  W-TOT-CUSTO         PIC  S9(11)V99  VALUE  ZEROS.
       01  W-TOT-DEVOLUCAO     PIC  9(11)V99   VALUE  ZEROS.
       01  W-TOT-PERDA         PIC  9(11)V99   VALUE  ZEROS.
       01  W-TOT-RECEITA-CALC  PIC  S9(11)V99  VALUE  ZEROS.
       01  W-IX-PROD           PIC  9(3)  VALUE  ZEROS.
       01  W-IX-CAT            PIC  9(4)  VALUE  ZEROS.
       01  W-SECAO             PIC  X     VALUE  SPACE.
           88  SECAO-ABAIXO        VALUE  "A".
           88  SECAO-PRODUTO       VALUE  "P".
           88  SECAO-CATEGORIA     VALUE  "C".
       01  W-SW-STATUS.
           05  W-FIM-ARQUIVO    PIC  X  VALUE  "N".
               88  FIM-ARQUIVO      VALUE  "S".
           05  W-FIM-ARQV       PIC  X  VALUE  "N".
               88  FIM-ARQV         VALUE  "S".
           05  W-ERRO-FATAL     PIC  X  VALUE  "N".
               88  ERRO-FATAL       VALUE  "S".
           05  W-SEM-CUSTO      PIC  X  VALUE  "N".
               88  SEM-CUSTO        VALUE  "S".
       01  W-CONT-LINHA        PIC 99  VALUE 50.
       01  W-CONT-PAGINA       PIC 99  VALUE ZEROS.
       01  TAB-TOTPROD.
           02  TOTPROD  OCCURS 999 TIMES.
               03  TOTPROD-QTD     PIC S9(7)     VALUE ZERO.
               03  TOTPROD-REC     PIC S9(9)V99  VALUE ZERO.
               03  TOTPROD-CUS     PIC S9(9)V99  VALUE ZERO.
               03  TOTPROD-DEV     PIC 9(9)V99   VALUE ZERO.
               03  TOTPROD-ABX     PIC 9(5)      VALUE ZERO.
               03  TOTPROD-MOV     PIC X         VALUE "N".
      *    POSICAO NA TABELA = CODIGO DA CATEGORIA + 1 (A PRIMEIRA
      *    POSICAO ACUMULA OS PRODUTOS SEM CATEGORIA)
       01  TAB-TOTCAT.
           02  TOTCAT  OCCURS 1000 TIMES.
               03  TOTCAT-REC      PIC S9(11)V99 VALUE ZERO.
               03  TOTCAT-CUS      PIC S9(11)V99 VALUE ZERO.
               03  TOTCAT-DEV      PIC 9(11)V99  VALUE ZERO.
               03  TOTCAT-ABX      PIC 9(5)      VALUE ZERO.
               03  TOTCAT-MOV      PIC X         VALUE "N".
       PROCEDURE   DIVISION.
       INICIO.
           PERFORM  INICIALIZACAO.
           PERFORM  PROCESSAR-ARQUIVO-MORTO
               UNTIL  FIM-ARQV  OR  ERRO-FATAL.
           PERFORM  PROCESSAMENTO  UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL.
           IF  NOT  ERRO-FATAL
               IF  W-QTD-ABAIXO  =  ZEROS
                   WRITE  REG-IMP  FROM  LINHA-SEM-ABAIXO  AFTER 1 LINES
               END-IF
               PERFORM  IMPRIMIR-PRODUTOS
               PERFORM  IMPRIMIR-CATEGORIAS
               PERFORM  IMPRIMIR-TOTAIS
           END-IF.
           PERFORM  FINALIZACAO.
           STOP   RUN.
       INICIALIZACAO.
           PERFORM  RECEBER-SELECAO.
           OPEN  INPUT   ARQ-ARQV
                 INPUT   ARQ-VENDA
                 INPUT   ARQ-PROD
                 INPUT   ARQ-CAT
                 OUTPUT  ARQ-IMP.
           IF  W-COD-ERRO-ARQV  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "RELMARG: ERRO AO ABRIR VENDARQ.DAT - STATUS: "
                        W-COD-ERRO-ARQV
           END-IF.
           IF  W-COD-ERRO-VENDA  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "RELMARG: ERRO AO ABRIR VENDAS.DAT - STATUS: "
                        W-COD-ERRO-VENDA
           END-IF.
           IF  W-COD-ERRO  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "RELMARG: ERRO AO ABRIR PRODUTO.DAT - STATUS: "
                        W-COD-ERRO
           END-IF.
           IF  W-COD-ERRO-CAT  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "RELMARG: ERRO AO ABRIR CATEG.DAT - STATUS: "
                        W-COD-ERRO-CAT
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  FORMATAR-PERIODO
               SET  SECAO-ABAIXO  TO  TRUE
               PERFORM  ROTINA-CABECALHO
               PERFORM  LER-ARQUIVO-MORTO
               PERFORM  LER-VENDA
           END-IF.
       RECEBER-SELECAO.
           DISPLAY  "RELMARG: DATA INICIAL AAAAMMDD "
                    "(ZEROS = SEM LIMITE): ".
           ACCEPT   W-DATA-INI.
           IF  W-DATA-INI  NOT  NUMERIC
               MOVE  ZEROS  TO  W-DATA-INI
           END-IF.
           DISPLAY  "RELMARG: DATA FINAL AAAAMMDD "
                    "(ZEROS = SEM LIMITE): ".
           ACCEPT   W-DATA-FIM.
           IF  W-DATA-FIM  NOT  NUMERIC  OR  W-DATA-FIM  =  ZEROS
               MOVE  99999999  TO  W-DATA-FIM
           END-IF.
       FORMATAR-PERIODO.
           IF  W-DATA-INI  =  ZEROS
               MOVE  "INICIO"  TO  INI-CAB
           ELSE
               MOVE  W-DATA-INI  TO  W-DATA-VENDA-R
               PERFORM  EDITAR-DATA
               MOVE  W-DATA-EDIT  TO  INI-CAB
           END-IF.
           IF  W-DATA-FIM  =  99999999
               MOVE  "HOJE"  TO  FIM-CAB
           ELSE
               MOVE  W-DATA-FIM  TO  W-DATA-VENDA-R
               PERFORM  EDITAR-DATA
               MOVE  W-DATA-EDIT  TO  FIM-CAB
           END-IF.
       EDITAR-DATA.
           MOVE  W-DIA-VENDA  TO  W-DIA-EDIT.
           MOVE  W-MES-VENDA  TO  W-MES-EDIT.
           MOVE  W-ANO-VENDA  TO  W-ANO-EDIT.
      *    O REGISTRO DO MORTO TEM O MESMO LAYOUT DE REG-VENDA E E
      *    APURADO PELA MESMA ROTINA DO DIARIO
       PROCESSAR-ARQUIVO-MORTO.
           MOVE  REG-ARQV  TO  REG-VENDA.
           PERFORM  APURAR-LINHA.
           PERFORM  LER-ARQUIVO-MORTO.
       PROCESSAMENTO.
           PERFORM  APURAR-LINHA.
           PERFORM  LER-VENDA.
       LER-ARQUIVO-MORTO.
           READ  ARQ-ARQV.
           EVALUATE  W-COD-ERRO-ARQV
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQV  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "RELMARG: ERRO DE E/S EM ARQ-ARQV - "
                            "STATUS: "  W-COD-ERRO-ARQV
           END-EVALUATE.
       LER-VENDA.
           READ  ARQ-VENDA.
           EVALUATE  W-COD-ERRO-VENDA
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "RELMARG: ERRO DE E/S EM ARQ-VENDA - "
                            "STATUS: "  W-COD-ERRO-VENDA
           END-EVALUATE.
       APURAR-LINHA.
           ADD  1  TO  W-QTD-LIDAS.
           IF  DATA-VENDA  NOT <  W-DATA-INI
               AND  DATA-VENDA  NOT >  W-DATA-FIM
               AND  COD-PROD-VENDA  NUMERIC
               AND  COD-PROD-VENDA  >  ZERO
               ADD  1  TO  W-QTD-SELEC
               PERFORM  OBTER-CUSTO-UNITARIO
               COMPUTE  W-RECEITA-LINHA  =
                   PRECO-UNIT-VENDA  *  QTD-VENDA
               COMPUTE  W-CUSTO-LINHA  =
                   W-CUSTO-UNIT  *  QTD-VENDA
               IF  VENDA-DEVOLUCAO
                   PERFORM  ABATER-DEVOLUCAO
               ELSE
                   PERFORM  ACUMULAR-VENDA
               END-IF
           END-IF.
      *    REGISTROS GRAVADOS ANTES DO CONTROLE DE CUSTO TRAZEM
      *    ESPACOS (OU ZEROS) EM CUSTO-VENDA E SAO VALORIZADOS PELO
      *    CUSTO MEDIO ATUAL DO PRODUTO
       OBTER-CUSTO-UNITARIO.
           MOVE  "N"  TO  W-SEM-CUSTO.
           IF  CUSTO-VENDA  NUMERIC  AND  CUSTO-VENDA  >  ZERO
               MOVE  CUSTO-VENDA  TO  W-CUSTO-UNIT
           ELSE
               SET  SEM-CUSTO  TO  TRUE
               ADD  1  TO  W-QTD-SEM-CUSTO
               MOVE  ZEROS  TO  W-CUSTO-UNIT
               MOVE  COD-PROD-VENDA  TO  COD-PROD
               READ  ARQ-PROD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  CUSTO-MEDIO-PROD  NUMERIC
                           MOVE  CUSTO-MEDIO-PROD  TO  W-CUSTO-UNIT
                       END-IF
               END-READ
           END-IF.
       ABATER-DEVOLUCAO.
           SUBTRACT  QTD-VENDA        FROM  TOTPROD-QTD(COD-PROD-VENDA).
           SUBTRACT  W-RECEITA-LINHA  FROM  TOTPROD-REC(COD-PROD-VENDA).
           SUBTRACT  W-CUSTO-LINHA    FROM  TOTPROD-CUS(COD-PROD-VENDA).
           ADD  W-RECEITA-LINHA  TO  TOTPROD-DEV(COD-PROD-VENDA).
           MOVE  "S"  TO  TOTPROD-MOV(COD-PROD-VENDA).
           SUBTRACT  W-RECEITA-LINHA  FROM  W-TOT-RECEITA.
           SUBTRACT  W-CUSTO-LINHA    FROM  W-TOT-CUSTO.
           ADD  W-RECEITA-LINHA  TO  W-TOT-DEVOLUCAO.
       ACUMULAR-VENDA.
           ADD  QTD-VENDA        TO  TOTPROD-QTD(COD-PROD-VENDA).
           ADD  W-RECEITA-LINHA  TO  TOTPROD-REC(COD-PROD-VENDA).
           ADD  W-CUSTO-LINHA    TO  TOTPROD-CUS(COD-PROD-VENDA).
           MOVE  "S"  TO  TOTPROD-MOV(COD-PROD-VENDA).
           ADD  W-RECEITA-LINHA  TO  W-TOT-RECEITA.
           ADD  W-CUSTO-LINHA    TO  W-TOT-CUSTO.
           IF  PRECO-UNIT-VENDA  <  W-CUSTO-UNIT
               ADD  1  TO  W-QTD-ABAIXO
               ADD  1  TO  TOTPROD-ABX(COD-PROD-VENDA)
               COMPUTE  W-PERDA-LINHA  =
                   W-CUSTO-LINHA  -  W-RECEITA-LINHA
               ADD  W-PERDA-LINHA  TO  W-TOT-PERDA
               PERFORM  IMPRIMIR-ABAIXO-CUSTO
           END-IF.
       IMPRIMIR-ABAIXO-CUSTO.
           MOVE  DATA-VENDA      TO  W-DATA-VENDA-R.
           MOVE  W-DIA-VENDA     TO  DIA-AB.
           MOVE  W-MES-VENDA     TO  MES-AB.
           MOVE  W-ANO-VENDA     TO  ANO-AB.
           MOVE  CPF-VENDA       TO  CPF-AB.
           MOVE  COD-PROD-VENDA  TO  COD-AB  COD-PROD.
           READ  ARQ-PROD
               INVALID KEY
                   MOVE  "(NAO CADASTRADO)"  TO  DESCRI-AB
               NOT INVALID KEY
                   MOVE  DESCRI-PROD  TO  DESCRI-AB
           END-READ.
           MOVE  QTD-VENDA         TO  QTD-AB.
           MOVE  PRECO-UNIT-VENDA  TO  UNIT-AB.
           MOVE  W-CUSTO-UNIT      TO  CUSTO-AB.
           MOVE  W-PERDA-LINHA     TO  PERDA-AB.
           IF  SEM-CUSTO
               MOVE  "*CUSTO ATUAL"  TO  OBS-AB
           ELSE
               MOVE  SPACES          TO  OBS-AB
           END-IF.
           IF  W-CONT-LINHA > 49
               PERFORM  ROTINA-CABECALHO.
           WRITE  REG-IMP  FROM  DETALHE-ABAIXO  AFTER 1 LINES.
           ADD  1  TO  W-CONT-LINHA.
       IMPRIMIR-PRODUTOS.
           SET  SECAO-PRODUTO  TO  TRUE.
           PERFORM  ROTINA-CABECALHO.
           PERFORM  VARYING  W-IX-PROD  FROM  1  BY  1
               UNTIL  W-IX-PROD  >  999
               IF  TOTPROD-MOV(W-IX-PROD)  =  "S"
                   PERFORM  IMPRIMIR-LINHA-PRODUTO
               END-IF
           END-PERFORM.
      *    A LINHA DO PRODUTO TAMBEM ALIMENTA O TOTAL DA CATEGORIA
      *    ATUAL DO CADASTRO
       IMPRIMIR-LINHA-PRODUTO.
           MOVE  W-IX-PROD  TO  COD-PROD  COD-PR.
           MOVE  1          TO  W-IX-CAT.
           READ  ARQ-PROD
               INVALID KEY
                   MOVE  "(NAO CADASTRADO)"  TO  DESCRI-PR
               NOT INVALID KEY
                   MOVE  DESCRI-PROD  TO  DESCRI-PR
                   IF  COD-CAT-PROD  NUMERIC
                       COMPUTE  W-IX-CAT  =  COD-CAT-PROD  +  1
                   END-IF
           END-READ.
           ADD  TOTPROD-REC(W-IX-PROD)  TO  TOTCAT-REC(W-IX-CAT).
           ADD  TOTPROD-CUS(W-IX-PROD)  TO  TOTCAT-CUS(W-IX-CAT).
           ADD  TOTPROD-DEV(W-IX-PROD)  TO  TOTCAT-DEV(W-IX-CAT).
           ADD  TOTPROD-ABX(W-IX-PROD)  TO  TOTCAT-ABX(W-IX-CAT).
           MOVE  "S"  TO  TOTCAT-MOV(W-IX-CAT).
           COMPUTE  W-MARGEM  =
               TOTPROD-REC(W-IX-PROD)  -  TOTPROD-CUS(W-IX-PROD).
           MOVE  TOTPROD-REC(W-IX-PROD)  TO  W-TOT-RECEITA-CALC.
           PERFORM  CALCULAR-PERCENTUAL.
           MOVE  TOTPROD-QTD(W-IX-PROD)  TO  QTD-PR.
           MOVE  TOTPROD-REC(W-IX-PROD)  TO  RECEITA-PR.
           MOVE  TOTPROD-CUS(W-IX-PROD)  TO  CUSTO-PR.
           MOVE  W-MARGEM                TO  MARGEM-PR.
           MOVE  W-PERC                  TO  PERC-PR.
           MOVE  TOTPROD-DEV(W-IX-PROD)  TO  DEV-PR.
           MOVE  TOTPROD-ABX(W-IX-PROD)  TO  ABAIXO-PR.
           IF  W-MARGEM  <  ZERO  OR  TOTPROD-ABX(W-IX-PROD)  >  ZERO
               MOVE  "*ABAIXO DO CUSTO"  TO  FLAG-PR
           ELSE
               MOVE  SPACES              TO  FLAG-PR
           END-IF.
           IF  W-CONT-LINHA > 49
               PERFORM  ROTINA-CABECALHO.
           WRITE  REG-IMP  FROM  DETALHE-PROD  AFTER 1 LINES.
           ADD  1  TO  W-CONT-LINHA.
       IMPRIMIR-CATEGORIAS.
           SET  SECAO-CATEGORIA  TO  TRUE.
           PERFORM  ROTINA-CABECALHO.
           PERFORM  VARYING  W-IX-CAT  FROM  1  BY  1
               UNTIL  W-IX-CAT  >  1000
               IF  TOTCAT-MOV(W-IX-CAT)  =  "S"
                   PERFORM  IMPRIMIR-LINHA-CATEGORIA
               END-IF
           END-PERFORM.
       IMPRIMIR-LINHA-CATEGORIA.
           COMPUTE  COD-CAT  =  W-IX-CAT  -  1.
           MOVE  COD-CAT  TO  COD-CT.
           IF  COD-CAT  =  ZEROS
               MOVE  "SEM CATEGORIA"  TO  DESCRI-CT
           ELSE
               READ  ARQ-CAT
                   INVALID KEY
                       MOVE  "(NAO CADASTRADA)"  TO  DESCRI-CT
                   NOT INVALID KEY
                       MOVE  DESCRI-CAT  TO  DESCRI-CT
               END-READ
           END-IF.
           COMPUTE  W-MARGEM  =
               TOTCAT-REC(W-IX-CAT)  -  TOTCAT-CUS(W-IX-CAT).
           MOVE  TOTCAT-REC(W-IX-CAT)  TO  W-TOT-RECEITA-CALC.
           PERFORM  CALCULAR-PERCENTUAL.
           MOVE  TOTCAT-REC(W-IX-CAT)  TO  RECEITA-CT.
           MOVE  TOTCAT-CUS(W-IX-CAT)  TO  CUSTO-CT.
           MOVE  W-MARGEM              TO  MARGEM-CT.
           MOVE  W-PERC                TO  PERC-CT.
           MOVE  TOTCAT-DEV(W-IX-CAT)  TO  DEV-CT.
           MOVE  TOTCAT-ABX(W-IX-CAT)  TO  ABAIXO-CT.
           IF  W-MARGEM  <  ZERO  OR  TOTCAT-ABX(W-IX-CAT)  >  ZERO
               MOVE  "*ABAIXO DO CUSTO"  TO  FLAG-CT
           ELSE
               MOVE  SPACES              TO  FLAG-CT
           END-IF.
           IF  W-CONT-LINHA > 49
               PERFORM  ROTINA-CABECALHO.
           WRITE  REG-IMP  FROM  DETALHE-CAT  AFTER 1 LINES.
           ADD  1  TO  W-CONT-LINHA.
      *    MARGEM % SOBRE A RECEITA LIQUIDA - SEM RECEITA (SO
      *    DEVOLUCAO OU PRECO ZERO) O PERCENTUAL SAI ZERADO
       CALCULAR-PERCENTUAL.
           IF  W-TOT-RECEITA-CALC  >  ZERO
               COMPUTE  W-PERC  ROUNDED  =
                   W-MARGEM  *  100  /  W-TOT-RECEITA-CALC
                   ON SIZE ERROR
                       MOVE  ZEROS  TO  W-PERC
               END-COMPUTE
           ELSE
               MOVE  ZEROS  TO  W-PERC
           END-IF.
       IMPRIMIR-TOTAIS.
           COMPUTE  W-MARGEM  =  W-TOT-RECEITA  -  W-TOT-CUSTO.
           MOVE  W-TOT-RECEITA  TO  W-TOT-RECEITA-CALC.
           PERFORM  CALCULAR-PERCENTUAL.
           MOVE  W-TOT-RECEITA    TO  VLR-TOTREC.
           MOVE  W-TOT-CUSTO      TO  VLR-TOTCUS.
           MOVE  W-MARGEM         TO  VLR-TOTMAR.
           MOVE  W-PERC           TO  PERC-TOTMAR.
           MOVE  W-TOT-DEVOLUCAO  TO  VLR-TOTDEV.
           MOVE  W-QTD-ABAIXO     TO  QTD-TOTABX.
           MOVE  W-TOT-PERDA      TO  VLR-TOTPER.
           MOVE  W-QTD-SEM-CUSTO  TO  QTD-TOTSEM.
           IF  W-CONT-LINHA > 42
               PERFORM  ROTINA-CABECALHO.
           WRITE  REG-IMP  FROM  TOTAL-RECEITA    AFTER 3 LINES.
           WRITE  REG-IMP  FROM  TOTAL-CUSTO      AFTER 1 LINES.
           WRITE  REG-IMP  FROM  TOTAL-MARGEM     AFTER 1 LINES.
           WRITE  REG-IMP  FROM  TOTAL-DEVOLUCAO  AFTER 1 LINES.
           WRITE  REG-IMP  FROM  TOTAL-ABAIXO     AFTER 1 LINES.
           WRITE  REG-IMP  FROM  TOTAL-SEM-CUSTO  AFTER 1 LINES.
       ROTINA-CABECALHO.
           ADD 1 TO W-CONT-PAGINA.
           MOVE W-CONT-PAGINA TO  PAG-CAB.
           EVALUATE  TRUE
               WHEN  SECAO-ABAIXO
                   MOVE  "VENDAS ABAIXO DO CUSTO"      TO  TITULO-CAB
               WHEN  SECAO-PRODUTO
                   MOVE  "MARGEM BRUTA POR PRODUTO"    TO  TITULO-CAB
               WHEN  SECAO-CATEGORIA
                   MOVE  "MARGEM BRUTA POR CATEGORIA"  TO  TITULO-CAB
           END-EVALUATE.
           WRITE REG-IMP FROM CABEC1 AFTER PAGE.
           WRITE REG-IMP FROM CABEC-PERIODO AFTER 1 LINES.
           EVALUATE  TRUE
               WHEN  SECAO-ABAIXO
                   WRITE  REG-IMP  FROM  CABEC2-ABAIXO  AFTER 2 LINES
               WHEN  SECAO-PRODUTO
                   WRITE  REG-IMP  FROM  CABEC2-PROD    AFTER 2 LINES
               WHEN  SECAO-CATEGORIA
                   WRITE  REG-IMP  FROM  CABEC2-CAT     AFTER 2 LINES
           END-EVALUATE.
           MOVE SPACES TO REG-IMP.
           WRITE REG-IMP AFTER 1 LINES.
           MOVE  5  TO  W-CONT-LINHA.
       FINALIZACAO.
           CLOSE  ARQ-ARQV
                  ARQ-VENDA
                  ARQ-PROD
                  ARQ-CAT
                  ARQ-IMP.
           DISPLAY  "RELMARG: "  W-QTD-LIDAS  " ITEM(NS) LIDO(S) "
                    W-QTD-SELEC   " NO PERIODO "
                    W-QTD-ABAIXO  " ABAIXO DO CUSTO".
           IF  ERRO-FATAL
               MOVE  8  TO  RETURN-CODE
           END-IF.
       FIM-DO-PROGRAMA.    EXIT.
