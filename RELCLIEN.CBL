      *    *****************************************************
      *    *   HISTORICO DE COMPRAS E RANKING DE CLIENTES       *
      *    *   LE ARQ-VENDA NO INTERVALO DE DATAS INFORMADO,    *
      *    *   BUSCA O NOME E A SITUACAO DE CADA CPF/CNPJ EM    *
      *    *   ARQ-CLI E IMPRIME O EXTRATO POR CLIENTE (COM     *
      *    *   DESCRICAO DO PRODUTO E TOTAL GASTO, DEVOLUCOES   *
      *    *   ABATIDAS) E O RANKING POR VALOR NO PERIODO -     *
      *    *   CPF FORA DO CADASTRO OU DE CLIENTE INATIVO SAI   *
      *    *   ASSINALADO                                       *
      *    *   O DOCUMENTO SAI COM A MASCARA DE DOCPR           *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
           02  PAG-CAB-RK  PIC Z9.
       01  CABEC-CLIENTE.
           02  FILLER1     PIC X(9)  VALUE "CLIENTE:".
           02  CPF-CAB     PIC X(18).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  NOME-CAB    PIC X(30).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  VLR-TOTCLI      PIC ZZZ.ZZZ.ZZ9,99.
       01  CABEC2-RANK.
           02  FILLER1     PIC X(6)  VALUE "POS".
           02  FILLER1     PIC X(20) VALUE "CPF/CNPJ".
           02  FILLER1     PIC X(32) VALUE "NOME".
           02  FILLER1     PIC X(16) VALUE "VALOR".
           02  FILLER1     PIC X(16) VALUE "SITUACAO".
       01  DETALHE-RANK.
           02  POS-RK      PIC ZZ9.
           02  FILLER1     PIC X(3)  VALUE SPACES.
           02  CPF-RK      PIC X(18).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  NOME-RK     PIC X(30).
           02  FILLER1     PIC X(2)  VALUE SPACES.
               88  ERRO-FATAL       VALUE  "S".
           05  W-CLI-ACHADO     PIC  X  VALUE  "N".
               88  CLI-ACHADO       VALUE  "S".
       01  W-DOCUMENTO.
           COPY  DOCWS.
       01  W-CONT-LINHA        PIC 99  VALUE 50.
       01  W-CONT-PAGINA       PIC 99  VALUE ZEROS.
      *    MOVIMENTO DO PERIODO RETIDO EM TABELA PARA A QUEBRA POR
       01  TAB-MOVS.
           02  MOVTAB  OCCURS 2000 TIMES.
               03  MOV-DATA    PIC 9(8).
               03  MOV-CPF     PIC 9(14).
               03  MOV-COD     PIC 9(3).
               03  MOV-QTD     PIC 9(5).
               03  MOV-UNIT    PIC 9(4)V99.
               03  MOV-TIPO    PIC X.
       01  TAB-CLIS.
           02  CLITAB  OCCURS 300 TIMES.
               03  CLI-CPF     PIC 9(14).
               03  CLI-DOC     PIC X(18).
               03  CLI-NOME    PIC X(30).
               03  CLI-SIT     PIC X(16).
               03  CLI-TOTAL   PIC S9(11)V99.
               PERFORM  BUSCAR-CADASTRO-CLIENTE
           END-IF.
       BUSCAR-CADASTRO-CLIENTE.
           MOVE  CPF-VENDA  TO  CPF-CLI  DOC-NUMERO.
           READ  ARQ-CLI
               INVALID KEY
                   MOVE  SPACE               TO  DOC-TIPO
                   MOVE  "(NAO CADASTRADO)"  TO  CLI-NOME(W-IX-CLI)
                   MOVE  "*NAO CADASTRADO"   TO  CLI-SIT(W-IX-CLI)
               NOT INVALID KEY
                   MOVE  TIPO-DOC-CLI  TO  DOC-TIPO
                   MOVE  NOME-CLI  TO  CLI-NOME(W-IX-CLI)
                   IF  CLI-INATIVO
                       MOVE  "*INATIVO"  TO  CLI-SIT(W-IX-CLI)
                       MOVE  SPACES      TO  CLI-SIT(W-IX-CLI)
                   END-IF
           END-READ.
           PERFORM  FORMATAR-DOCUMENTO.
           MOVE  DOC-FORMATADO  TO  CLI-DOC(W-IX-CLI).
       IMPRIMIR-EXTRATOS.
           PERFORM  VARYING  W-IX-CLI  FROM  1  BY  1
               UNTIL  W-IX-CLI  >  W-QTD-CLIS
      *    CADA CLIENTE ABRE PAGINA PROPRIA NO EXTRATO
       IMPRIMIR-EXTRATO-CLIENTE.
           PERFORM  ROTINA-CABECALHO.
           MOVE  CLI-DOC(W-IX-CLI)   TO  CPF-CAB.
           MOVE  CLI-NOME(W-IX-CLI)  TO  NOME-CAB.
           MOVE  CLI-SIT(W-IX-CLI)   TO  SIT-CAB.
           WRITE  REG-IMP  FROM  CABEC-CLIENTE  AFTER 1 LINES.
               MOVE  "S"  TO  CLI-IMPRESSO(W-IX-MAIOR)
               ADD  1  TO  W-POSICAO
               MOVE  W-POSICAO               TO  POS-RK
               MOVE  CLI-DOC(W-IX-MAIOR)     TO  CPF-RK
               MOVE  CLI-NOME(W-IX-MAIOR)    TO  NOME-RK
               MOVE  CLI-TOTAL(W-IX-MAIOR)   TO  VALOR-RK
               MOVE  CLI-SIT(W-IX-MAIOR)     TO  SIT-RK
           IF  ERRO-FATAL
               MOVE  8  TO  RETURN-CODE
           END-IF.
       COPY  DOCPR.
       FIM-DO-PROGRAMA.    EXIT.
