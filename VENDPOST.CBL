      *    *   DEMONSTRATIVO DA GERACAO - O CONTROLE            *
      *    *   (VENDPOST.CTL) GUARDA AS DATAS JA GERADAS E      *
      *    *   IMPEDE GERAR A MESMA DATA DUAS VEZES             *
      *    *   O CONTROLE E POR DATA E FILIAL (COD-FIL-VENDA),  *
      *    *   PARA QUE A VENDA DE FILIAL QUE CHEGA DEPOIS DA   *
      *    *   DAS OUTRAS AINDA GERE - A SAIDA VAI PARA A       *
      *    *   FILIAL DA VENDA                                  *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
       COPY  ESTQREG.
       FD  ARQ-CTL
           LABEL  RECORD  STANDARD.
      *    CONTROLES GRAVADOS ANTES DO CONTROLE POR FILIAL SO TEM
      *    A DATA - LIDOS COM ESPACOS NA FILIAL, VALEM PARA TODAS
      *    AS FILIAIS (000)
       01  REG-CTL.
           02  DATA-CTL        PIC 9(8).
           02  FIL-CTL         PIC 9(3).
       FD  ARQ-IMP
           LABEL  RECORD  OMITTED.
       01  REG-IMP         PIC X(100).
           02  PAG-CAB     PIC Z9.
       01  CABEC2.
           02  FILLER1     PIC X(10) VALUE "DATA".
           02  FILLER1     PIC X(5)  VALUE "FIL".
           02  FILLER1     PIC X(16) VALUE "CPF/CNPJ".
           02  FILLER1     PIC X(5)  VALUE "COD".
           02  FILLER1     PIC X(7)  VALUE "QTD".
           02  FILLER1     PIC X(12) VALUE "DOCUMENTO".
       01  DETALHE.
           02  DATA-DET    PIC 9(8).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  FIL-DET     PIC ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  CPF-DET     PIC 9(14).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  COD-DET     PIC ZZ9.
           02  FILLER1     PIC X(2)  VALUE SPACES.
       01  W-QTD-DEV           PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-FUTURAS       PIC  9(5)  VALUE  ZEROS.
       01  W-SEQ-DOC           PIC  9(8)  VALUE  ZEROS.
       01  W-QTD-DATAS         PIC  9(4)  VALUE  ZEROS.
       01  W-IX-DATA           PIC  9(4)  VALUE  ZEROS.
       01  W-IX-ACHADA         PIC  9(4)  VALUE  ZEROS.
       01  W-FIL-VENDA         PIC  9(3)  VALUE  ZEROS.
       01  W-DOCTO.
           02  FILLER          PIC  XX    VALUE  "VD".
           02  W-DOCTO-SEQ     PIC  9(8)  VALUE  ZEROS.
               88  DATA-ACHADA      VALUE  "S".
       01  W-CONT-LINHA        PIC 99  VALUE 50.
       01  W-CONT-PAGINA       PIC 99  VALUE ZEROS.
      *    DATAS/FILIAIS DE VENDA JA GERADAS (CARREGADAS DO
      *    CONTROLE) E AS REGISTRADAS NESTA EXECUCAO (NOVA = S,
      *    GRAVADAS NO CONTROLE AO FINAL) - FILIAL 000 = TODAS
       01  TAB-DATAS.
           02  DATACTL-OC  OCCURS 9999 TIMES.
               03  DATACTL-DATA    PIC 9(8).
               03  DATACTL-FIL     PIC 9(3).
               03  DATACTL-NOVA    PIC X.
       PROCEDURE   DIVISION.
       INICIO.
               CLOSE  ARQ-CTL
           END-IF.
       GUARDAR-DATA-CONTROLE.
           IF  W-QTD-DATAS  =  9999
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "VENDPOST: LIMITE DE 9999 DATAS NO CONTROLE "
                        "ATINGIDO - ARQUIVE VENDPOST.CTL"
           ELSE
               ADD  1  TO  W-QTD-DATAS
               MOVE  DATA-CTL  TO  DATACTL-DATA(W-QTD-DATAS)
               IF  FIL-CTL  NUMERIC
                   MOVE  FIL-CTL  TO  DATACTL-FIL(W-QTD-DATAS)
               ELSE
                   MOVE  ZEROS    TO  DATACTL-FIL(W-QTD-DATAS)
               END-IF
               MOVE  "N"       TO  DATACTL-NOVA(W-QTD-DATAS)
               PERFORM  LER-CONTROLE
           END-IF.
       LER-CONTROLE.
      *    DATA JA CONSTANTE DO CONTROLE (NOVA = N) FOI GERADA EM
      *    CICLO ANTERIOR E NAO GERA DE NOVO - DATA REGISTRADA
      *    NESTA EXECUCAO (NOVA = S) OU AINDA SEM REGISTRO GERA
      *    VENDAS GRAVADAS ANTES DO CONTROLE POR FILIAL TRAZEM
      *    ESPACOS NA FILIAL E VALEM COMO MATRIZ (001)
       TRATAR-VENDA-PENDENTE.
           IF  COD-FIL-VENDA  NUMERIC  AND  COD-FIL-VENDA  >  ZERO
               MOVE  COD-FIL-VENDA  TO  W-FIL-VENDA
           ELSE
               MOVE  1              TO  W-FIL-VENDA
           END-IF.
           PERFORM  LOCALIZAR-DATA.
           EVALUATE  TRUE
               WHEN  NOT  DATA-ACHADA
           PERFORM  VARYING  W-IX-DATA  FROM  1  BY  1
               UNTIL  W-IX-DATA  >  W-QTD-DATAS  OR  DATA-ACHADA
               IF  DATACTL-DATA(W-IX-DATA)  =  DATA-VENDA
                   AND  (DATACTL-FIL(W-IX-DATA)  =  W-FIL-VENDA
                     OR  DATACTL-FIL(W-IX-DATA)  =  ZEROS)
                   SET  DATA-ACHADA  TO  TRUE
                   MOVE  W-IX-DATA  TO  W-IX-ACHADA
               END-IF
           END-PERFORM.
       REGISTRAR-DATA.
           IF  W-QTD-DATAS  =  9999
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "VENDPOST: LIMITE DE 9999 DATAS NO CONTROLE "
                        "ATINGIDO - ARQUIVE VENDPOST.CTL"
           ELSE
               ADD  1  TO  W-QTD-DATAS
               MOVE  DATA-VENDA  TO  DATACTL-DATA(W-QTD-DATAS)
               MOVE  W-FIL-VENDA TO  DATACTL-FIL(W-QTD-DATAS)
               MOVE  "S"         TO  DATACTL-NOVA(W-QTD-DATAS)
           END-IF.
       FINALIZACAO.
           MOVE  COD-PROD-VENDA  TO  COD-PROD-MOV.
           MOVE  QTD-VENDA       TO  QTD-MOV.
           MOVE  DATA-VENDA      TO  DATA-MOV.
           MOVE  W-FIL-VENDA     TO  COD-FIL-MOV.
           MOVE  W-SEQ-DOC       TO  W-DOCTO-SEQ.
           MOVE  W-DOCTO         TO  DOCTO-MOV.
           WRITE  REG-ESTQMOV.
           END-IF.
       IMPRIMIR-RESULTADO.
           MOVE  DATA-VENDA      TO  DATA-DET.
           MOVE  W-FIL-VENDA     TO  FIL-DET.
           MOVE  CPF-VENDA       TO  CPF-DET.
           MOVE  COD-PROD-VENDA  TO  COD-DET.
           MOVE  QTD-VENDA       TO  QTD-DET.
           END-IF.
       GRAVAR-DATA-CONTROLE.
           IF  DATACTL-NOVA(W-IX-DATA)  =  "S"
               MOVE  DATACTL-DATA(W-IX-DATA)  TO  DATA-CTL
               MOVE  DATACTL-FIL(W-IX-DATA)   TO  FIL-CTL
               WRITE  REG-CTL
               IF  W-COD-ERRO-CTL  NOT =  "00"
                   SET  ERRO-FATAL  TO  TRUE
