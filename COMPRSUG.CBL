      *    *   DE ARQ-VENDA (DEVOLUCOES ABATIDAS) - PRODUTOS    *
      *    *   SEM ESTOQUE COM VENDA NOS ULTIMOS 30 DIAS SAEM   *
      *    *   DESTACADOS NO INICIO DO RELATORIO                *
      *    *   COM A CURVA ABC DE CURVAABC (CURVAABC.DAT) AS    *
      *    *   SUGESTOES SAEM POR PRIORIDADE - CLASSE A, B, C   *
      *    *   E POR ULTIMO SEM CLASSE - E A CLASSE E GRAVADA   *
      *    *   NA SUGESTAO - SEM A CURVA, NA ORDEM DO CADASTRO  *
      *    *   A SUGESTAO E O DESTAQUE SAO POR FILIAL ATIVA:    *
      *    *   SALDO DA FILIAL (ARQ-ESTF) CONTRA O MINIMO DO    *
      *    *   PRODUTO E MEDIA DAS VENDAS DA FILIAL - FILIAL    *
      *    *   SEM SALDO REGISTRADO E SEM VENDA DO PRODUTO NAO  *
      *    *   TRABALHA O PRODUTO E FICA DE FORA                *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY  COD-CAT
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-CAT.
           SELECT ARQ-FIL ASSIGN TO "FILIAL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-FIL
               ACCESS   SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-FIL.
           SELECT ARQ-ESTF ASSIGN TO "ESTQFIL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CHAVE-ESTF
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-ESTF.
           SELECT  OPTIONAL  ARQ-VENDA  ASSIGN TO  "VENDAS.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-VENDA.
           SELECT  OPTIONAL  ARQ-ABC  ASSIGN TO  "CURVAABC.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-ABC.
           SELECT  ARQ-SUG  ASSIGN TO  "COMPRSUG.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-SUG.
       FD  ARQ-CAT
           LABEL RECORD STANDARD.
       COPY  CATREG.
       FD  ARQ-FIL
           LABEL RECORD STANDARD.
       COPY  FILREG.
       FD  ARQ-ESTF
           LABEL RECORD STANDARD.
       COPY  ESTFREG.
       FD  ARQ-VENDA
           LABEL  RECORD  STANDARD.
       COPY  VENDREG.
       FD  ARQ-ABC
           LABEL  RECORD  STANDARD.
       COPY  ABCREG.
       FD  ARQ-SUG
           LABEL  RECORD  STANDARD.
       COPY  SUGREG.
           02  FILLER1     PIC X(5)  VALUE "PAG.".
           02  PAG-CAB     PIC Z9.
       01  CABEC2.
           02  FILLER1     PIC X(5)  VALUE "FIL".
           02  FILLER1     PIC X(5)  VALUE "COD".
           02  FILLER1     PIC X(22) VALUE "DESCRICAO".
           02  FILLER1     PIC X(22) VALUE "CATEGORIA".
           02  FILLER1     PIC X(7)  VALUE "SALDO".
           02  FILLER1     PIC X(8)  VALUE "MINIMO".
           02  FILLER1     PIC X(10) VALUE "SUGERIDO".
           02  FILLER1     PIC X(12) VALUE "MEDIA/DIA".
           02  FILLER1     PIC X(3)  VALUE "ABC".
       01  CABEC-ALERTA.
           02  FILLER1     PIC X(45) VALUE
           "*** PRODUTOS SEM ESTOQUE COM VENDA RECENTE".
       01  CABEC-SUGESTAO.
           02  FILLER1     PIC X(24) VALUE
           "*** SUGESTOES DE COMPRA".
           02  TITULO-SUG-CAB PIC X(21).
       01  DETALHE.
           02  FIL-DET     PIC ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  COD-DET     PIC ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  DESCRI-DET  PIC X(20).
           02  SUG-DET     PIC ZZZZ9.
           02  FILLER1     PIC X(3)  VALUE SPACES.
           02  MEDIA-DET   PIC ZZ.ZZ9,99.
           02  FILLER1     PIC X(4)  VALUE SPACES.
           02  CLASSE-DET  PIC X.
       01  TOTAIS-SUG.
           02  FILLER1         PIC X(19) VALUE "PRODUTOS LIDOS:".
           02  QTD-LIDOS-TOT   PIC ZZZZ9.
       01  W-COD-ERRO-CAT      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-VENDA    PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-SUG      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-ABC      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-FIL      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-ESTF     PIC  XX  VALUE  SPACES.
       01  W-QTD-FILIAIS       PIC  99    VALUE  ZEROS.
       01  W-IX-FIL            PIC  99    VALUE  ZEROS.
       01  W-FIL-VENDA         PIC  9(3)  VALUE  ZEROS.
       01  W-SALDO-FIL         PIC  9(5)  VALUE  ZEROS.
       01  W-DATA-HOJE         PIC  9(8)  VALUE  ZEROS.
       01  W-DATA-MIN          PIC  9(8)  VALUE  99999999.
       01  W-DATA-MAX          PIC  9(8)  VALUE  ZEROS.
       01  W-RESTO-LOTE        PIC  9(5)  VALUE  ZEROS.
       01  W-SUGERIDA          PIC  9(6)  VALUE  ZEROS.
       01  W-MEDIA-DIA         PIC  9(5)V99  VALUE  ZEROS.
       01  W-QTD-CURVA         PIC  9(5)  VALUE  ZEROS.
       01  W-ANOMES-INI-CURVA  PIC  9(6)  VALUE  ZEROS.
       01  W-ANOMES-FIM-CURVA  PIC  9(6)  VALUE  ZEROS.
       01  W-IX-FASE           PIC  9     VALUE  ZERO.
       01  W-CLASSE-FASE       PIC  X     VALUE  SPACE.
       01  W-CLASSE-PROD       PIC  X     VALUE  SPACE.
       01  W-SW-STATUS.
           05  W-FIM-ARQUIVO    PIC  X  VALUE  "N".
               88  FIM-ARQUIVO      VALUE  "S".
               88  ERRO-FATAL       VALUE  "S".
           05  W-FASE-ALERTA    PIC  X  VALUE  "N".
               88  FASE-ALERTA      VALUE  "S".
           05  W-FIM-ABC        PIC  X  VALUE  "N".
               88  FIM-ABC          VALUE  "S".
           05  W-CABEC-PENDENTE PIC  X  VALUE  "N".
               88  CABEC-PENDENTE   VALUE  "S".
           05  W-FIM-FIL        PIC  X  VALUE  "N".
               88  FIM-FIL          VALUE  "S".
           05  W-FIL-TRABALHA   PIC  X  VALUE  "N".
               88  FIL-TRABALHA     VALUE  "S".
       01  W-CONT-LINHA        PIC 99  VALUE 50.
       01  W-CONT-PAGINA       PIC 99  VALUE ZEROS.
      *    FILIAIS ATIVAS (ORDEM DO CADASTRO) E POSICAO DE CADA
      *    CODIGO DE FILIAL NA TABELA (ZERO = INATIVA/INEXISTENTE)
       01  TAB-FILIAIS.
           02  FILTAB-COD  OCCURS 20 TIMES  PIC 9(3).
       01  TAB-POS-FILIAL.
           02  POS-FIL  OCCURS 999 TIMES  PIC 99  VALUE ZERO.
      *    VENDAS POR FILIAL (POSICAO EM TAB-FILIAIS) E PRODUTO
       01  TAB-VENDAS-PROD.
           02  VENDFIL  OCCURS 20 TIMES.
               03  VENDPROD  OCCURS 999 TIMES.
                   04  VENDPROD-QTD      PIC S9(7)  VALUE ZERO.
                   04  VENDPROD-ULT-DATA PIC 9(8)   VALUE ZERO.
      *    CLASSE ABC POR PRODUTO (ESPACO = SEM CLASSE)
       01  TAB-CURVA-PROD.
           02  CURVA-CLASSE  OCCURS 999 TIMES  PIC X  VALUE SPACE.
      *    ORDEM DAS PASSAGENS DE SUGESTAO QUANDO HA CURVA ABC
       01  TAB-FASES-VALOR.
           02  FILLER          PIC X(21) VALUE "A- CLASSE A".
           02  FILLER          PIC X(21) VALUE "B- CLASSE B".
           02  FILLER          PIC X(21) VALUE "C- CLASSE C".
           02  FILLER          PIC X(21) VALUE " - SEM CLASSE ABC".
       01  TAB-FASES  REDEFINES  TAB-FASES-VALOR.
           02  FASE-OC  OCCURS 4 TIMES.
               03  FASE-CLASSE     PIC X.
               03  FASE-TITULO     PIC X(20).
       PROCEDURE   DIVISION.
       INICIO.
           PERFORM  INICIALIZACAO.
           IF  NOT  ERRO-FATAL
               PERFORM  CARREGAR-FILIAIS
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  APURAR-VENDAS
               PERFORM  CARREGAR-CURVA
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  FASE-ALERTAS
               IF  W-QTD-CURVA  >  ZEROS
                   PERFORM  FASE-SUGESTOES
                       VARYING  W-IX-FASE  FROM  1  BY  1
                       UNTIL  W-IX-FASE  >  4  OR  ERRO-FATAL
               ELSE
                   MOVE  ZERO  TO  W-IX-FASE
                   PERFORM  FASE-SUGESTOES
               END-IF
           END-IF.
           PERFORM  FINALIZACAO.
           STOP   RUN.
           MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  W-DATA-HOJE.
           OPEN  INPUT   ARQ-VENDA
                 INPUT   ARQ-CAT
                 INPUT   ARQ-ESTF
                 OUTPUT  ARQ-SUG
                 OUTPUT  ARQ-IMP.
           IF  W-COD-ERRO-VENDA  NOT =  "00"  AND  NOT =  "05"
               DISPLAY  "COMPRSUG: ERRO AO ABRIR CATEG.DAT - STATUS: "
                        W-COD-ERRO-CAT
           END-IF.
           IF  W-COD-ERRO-ESTF  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "COMPRSUG: ERRO AO ABRIR ESTQFIL.DAT - "
                        "STATUS: "  W-COD-ERRO-ESTF
           END-IF.
           IF  W-COD-ERRO-SUG  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "COMPRSUG: ERRO AO ABRIR COMPRSUG.DAT - "
                        "STATUS: "  W-COD-ERRO-SUG
           END-IF.
      *    FILIAL INATIVA NAO RECEBE SUGESTAO E SUAS VENDAS NAO
      *    ENTRAM NA MEDIA
       CARREGAR-FILIAIS.
           OPEN  INPUT  ARQ-FIL.
           IF  W-COD-ERRO-FIL  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "COMPRSUG: ERRO AO ABRIR FILIAL.DAT - STATUS: "
                        W-COD-ERRO-FIL
           ELSE
               PERFORM  LER-FILIAL
               PERFORM  GUARDAR-FILIAL  UNTIL  FIM-FIL  OR  ERRO-FATAL
               CLOSE  ARQ-FIL
           END-IF.
           IF  W-QTD-FILIAIS  =  ZEROS  AND  NOT  ERRO-FATAL
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "COMPRSUG: NENHUMA FILIAL ATIVA EM FILIAL.DAT"
           END-IF.
       LER-FILIAL.
           READ  ARQ-FIL.
           EVALUATE  W-COD-ERRO-FIL
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-FIL  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "COMPRSUG: ERRO DE E/S EM ARQ-FIL - "
                            "STATUS: "  W-COD-ERRO-FIL
           END-EVALUATE.
       GUARDAR-FILIAL.
           IF  FIL-ATIVA  AND  COD-FIL  >  ZERO
               IF  W-QTD-FILIAIS  =  20
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "COMPRSUG: LIMITE DE 20 FILIAIS ATIVAS "
                            "ATINGIDO - AUMENTE A TABELA"
               ELSE
                   ADD  1  TO  W-QTD-FILIAIS
                   MOVE  COD-FIL  TO  FILTAB-COD(W-QTD-FILIAIS)
                   MOVE  W-QTD-FILIAIS  TO  POS-FIL(COD-FIL)
               END-IF
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  LER-FILIAL
           END-IF.
      *    APURA POR FILIAL E PRODUTO A QUANTIDADE VENDIDA
      *    (DEVOLUCOES ABATIDAS) E A DATA DA ULTIMA VENDA, E O
      *    INTERVALO DE DATAS DO DIARIO PARA O CALCULO DA MEDIA
      *    DIARIA
       APURAR-VENDAS.
           PERFORM  LER-VENDA.
           PERFORM  ACUMULAR-VENDA  UNTIL  FIM-VENDA  OR  ERRO-FATAL.
                   DISPLAY  "COMPRSUG: ERRO DE E/S EM ARQ-VENDA - "
                            "STATUS: "  W-COD-ERRO-VENDA
           END-EVALUATE.
      *    VENDAS GRAVADAS ANTES DO CONTROLE POR FILIAL TRAZEM
      *    ESPACOS NA FILIAL E VALEM COMO MATRIZ (001)
       ACUMULAR-VENDA.
           IF  COD-FIL-VENDA  NUMERIC  AND  COD-FIL-VENDA  >  ZERO
               MOVE  COD-FIL-VENDA  TO  W-FIL-VENDA
           ELSE
               MOVE  1              TO  W-FIL-VENDA
           END-IF.
           MOVE  POS-FIL(W-FIL-VENDA)  TO  W-IX-FIL.
           IF  COD-PROD-VENDA  >  ZERO
               IF  W-IX-FIL  >  ZERO
                   PERFORM  ACUMULAR-VENDA-FILIAL
               END-IF
               IF  DATA-VENDA  <  W-DATA-MIN
                   MOVE  DATA-VENDA  TO  W-DATA-MIN
               END-IF
           END-IF.
           PERFORM  LER-VENDA.
       ACUMULAR-VENDA-FILIAL.
           IF  VENDA-DEVOLUCAO
               SUBTRACT  QTD-VENDA
                   FROM  VENDPROD-QTD(W-IX-FIL, COD-PROD-VENDA)
           ELSE
               ADD  QTD-VENDA
                   TO  VENDPROD-QTD(W-IX-FIL, COD-PROD-VENDA)
               IF  DATA-VENDA  >
                   VENDPROD-ULT-DATA(W-IX-FIL, COD-PROD-VENDA)
                   MOVE  DATA-VENDA  TO
                       VENDPROD-ULT-DATA(W-IX-FIL, COD-PROD-VENDA)
               END-IF
           END-IF.
      *    CLASSE ABC POR PRODUTO DA ULTIMA CURVA GRAVADA - SEM O
      *    ARQUIVO TODAS AS SUGESTOES SAEM NUMA SO PASSAGEM
       CARREGAR-CURVA.
           OPEN  INPUT  ARQ-ABC.
           IF  W-COD-ERRO-ABC  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "COMPRSUG: ERRO AO ABRIR CURVAABC.DAT - "
                        "STATUS: "  W-COD-ERRO-ABC
           ELSE
               PERFORM  LER-CURVA
               PERFORM  GUARDAR-CLASSE  UNTIL  FIM-ABC  OR  ERRO-FATAL
               CLOSE  ARQ-ABC
           END-IF.
           IF  W-QTD-CURVA  >  ZEROS
               DISPLAY  "COMPRSUG: CURVA ABC DE "  W-ANOMES-INI-CURVA
                        " A "  W-ANOMES-FIM-CURVA  " - "
                        W-QTD-CURVA  " PRODUTO(S) CLASSIFICADO(S)"
           ELSE
               DISPLAY  "COMPRSUG: SEM CURVA ABC - SUGESTOES NA "
                        "ORDEM DO CADASTRO"
           END-IF.
       LER-CURVA.
           READ  ARQ-ABC.
           EVALUATE  W-COD-ERRO-ABC
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ABC  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "COMPRSUG: ERRO DE E/S EM ARQ-ABC - "
                            "STATUS: "  W-COD-ERRO-ABC
           END-EVALUATE.
       GUARDAR-CLASSE.
           IF  COD-PROD-ABC  NUMERIC  AND  COD-PROD-ABC  >  ZERO
               AND  CLASSE-ABC-VALIDA
               MOVE  CLASSE-ABC  TO  CURVA-CLASSE(COD-PROD-ABC)
               ADD  1  TO  W-QTD-CURVA
               MOVE  ANOMES-INI-ABC  TO  W-ANOMES-INI-CURVA
               MOVE  ANOMES-FIM-ABC  TO  W-ANOMES-FIM-CURVA
           END-IF.
           PERFORM  LER-CURVA.
      *    PRIMEIRA PASSAGEM NO CADASTRO - DESTAQUE DOS PRODUTOS
      *    SEM ESTOQUE COM VENDA NOS ULTIMOS 30 DIAS
       FASE-ALERTAS.
               UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL.
           CLOSE  ARQ-PROD.
      *    SEGUNDA PASSAGEM NO CADASTRO - SUGESTOES PELO MINIMO
      *    (COM A CURVA ABC, UMA PASSAGEM POR CLASSE - O TITULO DA
      *    CLASSE SO SAI SE HOUVER SUGESTAO NELA)
       FASE-SUGESTOES.
           MOVE  "N"  TO  W-FASE-ALERTA.
           IF  W-IX-FASE  =  ZERO
               MOVE  SPACES  TO  TITULO-SUG-CAB
               PERFORM  IMPRIMIR-CABEC-SUGESTAO
           ELSE
               MOVE  FASE-CLASSE(W-IX-FASE)  TO  W-CLASSE-FASE
               MOVE  FASE-TITULO(W-IX-FASE)  TO  TITULO-SUG-CAB
               SET  CABEC-PENDENTE  TO  TRUE
           END-IF.
           PERFORM  ABRIR-PRODUTO.
           PERFORM  PROCESSAR-PRODUTO
               UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL.
           CLOSE  ARQ-PROD.
       IMPRIMIR-CABEC-SUGESTAO.
           IF  W-CONT-LINHA  >  47
               PERFORM  ROTINA-CABECALHO
           END-IF.
           WRITE  REG-IMP  FROM  CABEC-SUGESTAO  AFTER 2 LINES.
           ADD  2  TO  W-CONT-LINHA.
           MOVE  "N"  TO  W-CABEC-PENDENTE.
       ABRIR-PRODUTO.
           MOVE  "N"  TO  W-FIM-ARQUIVO.
           OPEN  INPUT  ARQ-PROD.
           END-EVALUATE.
       PROCESSAR-PRODUTO.
           PERFORM  NORMALIZAR-PRODUTO.
           IF  COD-PROD  >  ZERO
               MOVE  CURVA-CLASSE(COD-PROD)  TO  W-CLASSE-PROD
           ELSE
               MOVE  SPACE  TO  W-CLASSE-PROD
           END-IF.
           IF  NOT  FASE-ALERTA
               IF  W-IX-FASE  NOT >  1
                   ADD  1  TO  W-QTD-LIDOS
               END-IF
           END-IF.
           IF  COD-PROD  >  ZERO
               AND  (FASE-ALERTA  OR  W-IX-FASE  =  ZERO
                     OR  W-CLASSE-PROD  =  W-CLASSE-FASE)
               PERFORM  PROCESSAR-PRODUTO-FILIAL
                   VARYING  W-IX-FIL  FROM  1  BY  1
                   UNTIL  W-IX-FIL  >  W-QTD-FILIAIS  OR  ERRO-FATAL
           END-IF.
           PERFORM  LER-PRODUTO.
       PROCESSAR-PRODUTO-FILIAL.
           PERFORM  BUSCAR-SALDO-FILIAL.
           IF  FIL-TRABALHA
               IF  FASE-ALERTA
                   PERFORM  CRITICAR-ALERTA
               ELSE
                   PERFORM  CRITICAR-SUGESTAO
               END-IF
           END-IF.
      *    SEM REGISTRO DE SALDO A FILIAL SO ENTRA SE VENDEU O
      *    PRODUTO (SALDO ZERO)
       BUSCAR-SALDO-FILIAL.
           MOVE  "N"  TO  W-FIL-TRABALHA.
           MOVE  ZEROS  TO  W-SALDO-FIL.
           MOVE  FILTAB-COD(W-IX-FIL)  TO  COD-FIL-ESTF.
           MOVE  COD-PROD              TO  COD-PROD-ESTF.
           READ  ARQ-ESTF
               INVALID KEY
                   IF  VENDPROD-ULT-DATA(W-IX-FIL, COD-PROD)  >  ZEROS
                       SET  FIL-TRABALHA  TO  TRUE
                   END-IF
               NOT INVALID KEY
                   SET  FIL-TRABALHA  TO  TRUE
                   MOVE  QTD-ESTF  TO  W-SALDO-FIL
           END-READ.
           IF  W-COD-ERRO-ESTF  NOT =  "00"  AND  NOT =  "23"
               SET  ERRO-FATAL  TO  TRUE
               MOVE  "N"  TO  W-FIL-TRABALHA
               DISPLAY  "COMPRSUG: ERRO DE E/S EM ARQ-ESTF - "
                        "STATUS: "  W-COD-ERRO-ESTF
           END-IF.
       NORMALIZAR-PRODUTO.
      *    REGISTROS GRAVADOS ANTES DOS CONTROLES DE ESTOQUE E DE
      *    RESSUPRIMENTO TRAZEM ESPACOS NESSAS AREAS
               MOVE  ZEROS  TO  QTD-RESSUP
           END-IF.
       CRITICAR-ALERTA.
           IF  W-SALDO-FIL  =  ZEROS
               AND  VENDPROD-ULT-DATA(W-IX-FIL, COD-PROD)  >  ZEROS
               COMPUTE  W-DIAS-SEM-VENDA  =
                   FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
                   -  FUNCTION INTEGER-OF-DATE
                      (VENDPROD-ULT-DATA(W-IX-FIL, COD-PROD))
               IF  W-DIAS-SEM-VENDA  NOT >  30
                   ADD  1  TO  W-QTD-ALERTAS
                   PERFORM  CALCULAR-MEDIA
           END-IF.
       CRITICAR-SUGESTAO.
           IF  QTD-MIN-ESTQ  >  ZEROS
               AND  W-SALDO-FIL  <  QTD-MIN-ESTQ
               ADD  1  TO  W-QTD-SUGERIDOS
               PERFORM  CALCULAR-SUGESTAO
               PERFORM  CALCULAR-MEDIA
               PERFORM  IMPRIMIR-DETALHE
           END-IF.
       CALCULAR-SUGESTAO.
           COMPUTE  W-FALTA  =  QTD-MIN-ESTQ  -  W-SALDO-FIL.
           IF  QTD-RESSUP  >  ZEROS
               DIVIDE  W-FALTA  BY  QTD-RESSUP
                   GIVING  W-LOTES  REMAINDER  W-RESTO-LOTE
               MOVE  W-FALTA  TO  W-SUGERIDA
           END-IF.
       CALCULAR-MEDIA.
           IF  W-DIAS-PERIODO  >  ZEROS
               AND  VENDPROD-QTD(W-IX-FIL, COD-PROD)  >  ZEROS
               COMPUTE  W-MEDIA-DIA  ROUNDED  =
                   VENDPROD-QTD(W-IX-FIL, COD-PROD)  /  W-DIAS-PERIODO
           ELSE
               MOVE  ZEROS  TO  W-MEDIA-DIA
           END-IF.
           ELSE
               MOVE  ZEROS         TO  COD-CAT-SUG
           END-IF.
           MOVE  W-SALDO-FIL   TO  QTD-ESTQ-SUG.
           MOVE  FILTAB-COD(W-IX-FIL)  TO  COD-FIL-SUG.
           MOVE  QTD-MIN-ESTQ  TO  QTD-MIN-SUG.
           MOVE  W-SUGERIDA    TO  QTD-SUG.
           MOVE  W-MEDIA-DIA   TO  MEDIA-DIA-SUG.
           MOVE  W-CLASSE-PROD TO  CLASSE-ABC-SUG.
           WRITE  REG-SUG.
           IF  W-COD-ERRO-SUG  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               MOVE  "SEM CATEGORIA"  TO  CAT-DET
           END-IF.
       IMPRIMIR-DETALHE.
           MOVE  FILTAB-COD(W-IX-FIL)  TO  FIL-DET.
           MOVE  COD-PROD      TO  COD-DET.
           MOVE  DESCRI-PROD   TO  DESCRI-DET.
           PERFORM  BUSCAR-CATEGORIA.
           MOVE  W-SALDO-FIL   TO  SALDO-DET.
           MOVE  QTD-MIN-ESTQ  TO  MIN-DET.
           IF  FASE-ALERTA
               MOVE  ZEROS  TO  SUG-DET
               MOVE  W-SUGERIDA  TO  SUG-DET
           END-IF.
           MOVE  W-MEDIA-DIA   TO  MEDIA-DET.
           MOVE  W-CLASSE-PROD TO  CLASSE-DET.
           IF  CABEC-PENDENTE
               PERFORM  IMPRIMIR-CABEC-SUGESTAO
           END-IF.
           IF  W-CONT-LINHA > 49
               PERFORM  ROTINA-CABECALHO.
           WRITE  REG-IMP  FROM  DETALHE  AFTER 1 LINES.
               PERFORM  IMPRIMIR-TOTAIS
           END-IF.
           CLOSE  ARQ-CAT
                  ARQ-ESTF
                  ARQ-SUG
                  ARQ-IMP.
           DISPLAY  "COMPRSUG: "  W-QTD-LIDOS  " PRODUTO(S) LIDO(S) "
