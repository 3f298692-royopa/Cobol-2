       IDENTIFICATION   DIVISION.
       PROGRAM-ID.            EXTRATO.
       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   EXTRATO MENSAL, AVISOS DE COBRANCA E BLOQUEIO    *
      *    *   DE CREDITO                                       *
      *    *   LE O CARTAO-PARAMETRO (EXTRATO.PAR): MES DO      *
      *    *   EXTRATO (ZEROS = MES ANTERIOR) E OS DIAS DE      *
      *    *   ATRASO DO PRIMEIRO AVISO, DO SEGUNDO AVISO E DO  *
      *    *   BLOQUEIO - APURA EM ARQ-REC, POR CLIENTE, O      *
      *    *   SALDO ANTERIOR, OS TITULOS E PAGAMENTOS DO MES E *
      *    *   O SALDO ATUAL E IMPRIME O EXTRATO DE TODO        *
      *    *   CLIENTE COM MOVIMENTO NO MES OU SALDO EM ABERTO  *
      *    *   (EXTRATO.PRN) - O MAIOR ATRASO DOS ITENS EM      *
      *    *   ABERTO (CPF + EMISSAO + VENCIMENTO) DEFINE A     *
      *    *   CARTA DE PRIMEIRO OU SEGUNDO AVISO COM NOME E    *
      *    *   ENDERECO DE ARQ-CLI (AVISOS.PRN) E, ALEM DO      *
      *    *   LIMITE FINAL, O BLOQUEIO DA VENDA A PRAZO EM     *
      *    *   ARQ-CLI - CLIENTE BLOQUEADO SEM ITEM VENCIDO E   *
      *    *   DESBLOQUEADO - TODO BLOQUEIO/DESBLOQUEIO E       *
      *    *   GRAVADO COM A DATA EM CREDLOG.DAT                *
      *    *   O DOCUMENTO SAI COM A MASCARA DE CPF OU CNPJ     *
      *    *   CONFORME O TIPO DO CLIENTE (DOCPR)               *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  ARQ-PAR  ASSIGN TO  "EXTRATO.PAR"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-PAR.
           SELECT  OPTIONAL  ARQ-REC  ASSIGN TO  "CONTAREC.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-REC.
           SELECT ARQ-CLI ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CPF-CLI
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-CLI.
           SELECT  OPTIONAL  ARQ-BLQ  ASSIGN TO  "CREDLOG.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-BLQ.
           SELECT ARQ-IMP    ASSIGN TO "EXTRATO.PRN".
           SELECT ARQ-AVISO  ASSIGN TO "AVISOS.PRN".
       DATA         DIVISION.
       FILE         SECTION.
       FD  ARQ-PAR
           LABEL  RECORD  STANDARD.
      *    CARTAO-PARAMETRO DO EXTRATO (UM REGISTRO):
      *    ANO E MES DO EXTRATO AAAAMM (ZEROS = MES ANTERIOR AO DA
      *    EXECUCAO), DIAS DE ATRASO DO PRIMEIRO AVISO, DO SEGUNDO
      *    AVISO E DO BLOQUEIO DE CREDITO (999 CADA, CRESCENTES)
       01  REG-PAR.
           02  ANOMES-PAR        PIC 9(6).
           02  DIAS-AVISO1-PAR   PIC 9(3).
           02  DIAS-AVISO2-PAR   PIC 9(3).
           02  DIAS-BLOQ-PAR     PIC 9(3).
           02  FILLER            PIC X(15).
       FD  ARQ-REC
           LABEL  RECORD  STANDARD.
       COPY  RECREG.
       FD  ARQ-CLI
           LABEL RECORD STANDARD.
       COPY  CLIREG.
       FD  ARQ-BLQ
           LABEL  RECORD  STANDARD.
       COPY  BLOQREG.
       FD  ARQ-IMP
           LABEL  RECORD  OMITTED.
       01  REG-IMP         PIC X(100).
       FD  ARQ-AVISO
           LABEL  RECORD  OMITTED.
       01  REG-AVISO       PIC X(80).
       WORKING-STORAGE    SECTION.
       01  CABEC1.
           02  FILLER1     PIC X(09) VALUE SPACES.
           02  FILLER1     PIC X(40) VALUE
           "EXTRATO MENSAL DE CONTA DO CLIENTE".
           02  FILLER1     PIC X(5)  VALUE "MES:".
           02  MES-CAB     PIC 99.
           02  FILLER1     PIC X     VALUE "/".
           02  ANO-CAB     PIC 9999.
           02  FILLER1     PIC X(4)  VALUE SPACES.
           02  CONT-CAB    PIC X(14).
       01  CABEC-CLIENTE.
           02  FILLER1     PIC X(10) VALUE "CLIENTE:".
           02  CPF-CAB     PIC X(18).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  NOME-CAB    PIC X(30).
       01  CABEC-ENDERECO.
           02  FILLER1     PIC X(10) VALUE "ENDERECO:".
           02  ENDER-CAB   PIC X(40).
       01  CABEC2.
           02  FILLER1     PIC X(12) VALUE "DATA".
           02  FILLER1     PIC X(18) VALUE "HISTORICO".
           02  FILLER1     PIC X(12) VALUE "VENCIMENTO".
           02  FILLER1     PIC X(8)  VALUE "PEDIDO".
           02  FILLER1     PIC X(16) VALUE "         DEBITO".
           02  FILLER1     PIC X(16) VALUE "        CREDITO".
       01  DETALHE.
           02  DIA-DET     PIC 99.
           02  FILLER1     PIC X     VALUE "/".
           02  MES-DET     PIC 99.
           02  FILLER1     PIC X     VALUE "/".
           02  ANO-DET     PIC 9999.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  HIST-DET    PIC X(18).
           02  VDIA-DET    PIC 99.
           02  FILLER1     PIC X     VALUE "/".
           02  VMES-DET    PIC 99.
           02  FILLER1     PIC X     VALUE "/".
           02  VANO-DET    PIC 9999.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  PED-DET-X   PIC X(6).
           02  PED-DET  REDEFINES  PED-DET-X  PIC ZZZZZ9.
           02  FILLER1     PIC X(3)  VALUE SPACES.
           02  DEB-DET-X   PIC X(14).
           02  DEB-DET  REDEFINES  DEB-DET-X  PIC ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  CRED-DET-X  PIC X(14).
           02  CRED-DET  REDEFINES  CRED-DET-X  PIC ZZZ.ZZZ.ZZ9,99.
       01  LINHA-SALDO.
           02  ROTULO-SALDO PIC X(50).
           02  FILLER1     PIC X(16) VALUE SPACES.
           02  VALOR-SALDO PIC -ZZZ.ZZZ.ZZ9,99.
       01  LINHA-VENCIDO.
           02  FILLER1     PIC X(20) VALUE "VALOR VENCIDO:".
           02  VENCIDO-LIN PIC ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(18) VALUE "   MAIOR ATRASO:".
           02  ATRASO-LIN  PIC ZZZZ9.
           02  FILLER1     PIC X(5)  VALUE " DIAS".
       01  LINHA-BLOQUEIO.
           02  FILLER1     PIC X(60) VALUE
           "*** CREDITO PARA COMPRA A PRAZO BLOQUEADO POR ATRASO ***".
       01  TOTAIS-EXTRATO.
           02  FILLER1     PIC X(11) VALUE "EXTRATOS:".
           02  QTD-EXT-TOT PIC ZZZZ9.
           02  FILLER1     PIC X(14) VALUE "   1O. AVISO:".
           02  QTD-AV1-TOT PIC ZZZZ9.
           02  FILLER1     PIC X(14) VALUE "   2O. AVISO:".
           02  QTD-AV2-TOT PIC ZZZZ9.
           02  FILLER1     PIC X(16) VALUE "   BLOQUEADOS:".
           02  QTD-BLQ-TOT PIC ZZZZ9.
           02  FILLER1     PIC X(18) VALUE "   DESBLOQUEADOS:".
           02  QTD-DES-TOT PIC ZZZZ9.
      *    LINHAS DA CARTA DE AVISO
       01  AVISO-DATA.
           02  FILLER1     PIC X(50) VALUE SPACES.
           02  FILLER1     PIC X(6)  VALUE "DATA:".
           02  DIA-AVISO   PIC 99.
           02  FILLER1     PIC X     VALUE "/".
           02  MES-AVISO   PIC 99.
           02  FILLER1     PIC X     VALUE "/".
           02  ANO-AVISO   PIC 9999.
       01  AVISO-TITULO.
           02  FILLER1     PIC X(20) VALUE SPACES.
           02  TITULO-AVISO PIC X(40).
       01  AVISO-ITEM.
           02  FILLER1     PIC X(6)  VALUE SPACES.
           02  FILLER1     PIC X(12) VALUE "VENCIMENTO:".
           02  VDIA-AVISO  PIC 99.
           02  FILLER1     PIC X     VALUE "/".
           02  VMES-AVISO  PIC 99.
           02  FILLER1     PIC X     VALUE "/".
           02  VANO-AVISO  PIC 9999.
           02  FILLER1     PIC X(4)  VALUE SPACES.
           02  ATRASO-AVISO PIC ZZZZ9.
           02  FILLER1     PIC X(10) VALUE " DIAS".
           02  VALOR-AVISO PIC ZZZ.ZZZ.ZZ9,99.
       01  AVISO-TOTAL.
           02  FILLER1     PIC X(47) VALUE
               "      TOTAL VENCIDO".
           02  TOTAL-AVISO PIC ZZZ.ZZZ.ZZ9,99.

       01  W-COD-ERRO-PAR      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-REC      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-CLI      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-BLQ      PIC  XX  VALUE  SPACES.
       01  W-TIPO-BLQ          PIC  X   VALUE  SPACE.
       01  W-DATA-HOJE         PIC  9(8)  VALUE  ZEROS.
       01  W-DATA-HOJE-R  REDEFINES  W-DATA-HOJE.
           02  W-ANO-HOJE      PIC  9(4).
           02  W-MES-HOJE      PIC  99.
           02  W-DIA-HOJE      PIC  99.
       01  W-ANOMES            PIC  9(6)  VALUE  ZEROS.
       01  W-ANOMES-R  REDEFINES  W-ANOMES.
           02  W-ANO-EXT       PIC  9(4).
           02  W-MES-EXT       PIC  99.
       01  W-DATA-INI          PIC  9(8)  VALUE  ZEROS.
       01  W-DATA-FIM          PIC  9(8)  VALUE  ZEROS.
       01  W-DATA-MOV          PIC  9(8)  VALUE  ZEROS.
       01  W-DATA-ED           PIC  9(8)  VALUE  ZEROS.
       01  W-DATA-ED-R  REDEFINES  W-DATA-ED.
           02  W-ANO-ED        PIC  9(4).
           02  W-MES-ED        PIC  99.
           02  W-DIA-ED        PIC  99.
       01  W-DIAS-ATRASO       PIC  S9(5) VALUE  ZEROS.
       01  W-SALDO-FINAL       PIC  S9(9)V99  VALUE  ZEROS.
       01  W-TOTAL-VENCIDO     PIC  9(9)V99   VALUE  ZEROS.
       01  W-QTD-CLI           PIC  9(3)  VALUE  ZEROS.
       01  W-QTD-ITENS         PIC  9(4)  VALUE  ZEROS.
       01  W-QTD-MOV           PIC  9(4)  VALUE  ZEROS.
       01  W-IX-CLI            PIC  9(3)  VALUE  ZEROS.
       01  W-IX-CLI-ACHADO     PIC  9(3)  VALUE  ZEROS.
       01  W-IX-ITEM           PIC  9(4)  VALUE  ZEROS.
       01  W-IX-ITEM-ACHADO    PIC  9(4)  VALUE  ZEROS.
       01  W-IX-MOV            PIC  9(4)  VALUE  ZEROS.
       01  W-QTD-EXTRATOS      PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-AVISO1        PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-AVISO2        PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-BLOQUEADOS    PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-DESBLOQUEADOS PIC  9(5)  VALUE  ZEROS.
       01  W-SW-STATUS.
           05  W-FIM-REC        PIC  X  VALUE  "N".
               88  FIM-REC          VALUE  "S".
           05  W-ERRO-FATAL     PIC  X  VALUE  "N".
               88  ERRO-FATAL       VALUE  "S".
           05  W-ARQ-ABERTOS    PIC  X  VALUE  "N".
               88  ARQUIVOS-ABERTOS VALUE  "S".
           05  W-CLIENTE-OK     PIC  X  VALUE  "N".
               88  CLIENTE-OK       VALUE  "S".
       01  W-CONT-LINHA        PIC 99  VALUE 50.
       01  W-DOCUMENTO.
           COPY  DOCWS.
      *    SALDOS DO MES POR CLIENTE
       01  TAB-CLIENTES.
           02  CLI-OC  OCCURS 500 TIMES.
               03  CLT-CPF        PIC 9(14).
               03  CLT-SALDO-INI  PIC S9(9)V99.
               03  CLT-TITULOS    PIC 9(9)V99.
               03  CLT-PAGTOS     PIC 9(9)V99.
               03  CLT-QTD-MOV    PIC 9(4).
               03  CLT-VENCIDO    PIC 9(9)V99.
               03  CLT-MAX-ATRASO PIC 9(5).
      *    ITENS (CPF + EMISSAO + VENCIMENTO) PARA O ATRASO
       01  TAB-ITENS.
           02  ITEM-OC  OCCURS 2000 TIMES.
               03  ITEM-IX-CLI  PIC 9(3).
               03  ITEM-EMIS    PIC 9(8).
               03  ITEM-VENC    PIC 9(8).
               03  ITEM-ABERTO  PIC S9(9)V99.
      *    MOVIMENTOS DO MES (TITULOS E PAGAMENTOS)
       01  TAB-MOV.
           02  MOV-OC  OCCURS 3000 TIMES.
               03  MOV-IX-CLI   PIC 9(3).
               03  MOV-TIPO     PIC X.
               03  MOV-DATA     PIC 9(8).
               03  MOV-VENC     PIC 9(8).
               03  MOV-PED      PIC 9(6).
               03  MOV-VALOR    PIC 9(9)V99.
       PROCEDURE   DIVISION.
       INICIO.
           PERFORM  INICIALIZACAO.
           IF  NOT  ERRO-FATAL
               PERFORM  CARREGAR-RECEBIVEIS
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  APURAR-ATRASO
                   VARYING  W-IX-ITEM  FROM  1  BY  1
                   UNTIL  W-IX-ITEM  >  W-QTD-ITENS
               PERFORM  TRATAR-CLIENTE
                   VARYING  W-IX-CLI  FROM  1  BY  1
                   UNTIL  W-IX-CLI  >  W-QTD-CLI
               PERFORM  IMPRIMIR-TOTAIS
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
               OPEN  INPUT   ARQ-REC
                     I-O     ARQ-CLI
                     EXTEND  ARQ-BLQ
                     OUTPUT  ARQ-IMP
                             ARQ-AVISO
               SET  ARQUIVOS-ABERTOS  TO  TRUE
               IF  W-COD-ERRO-REC  NOT =  "00"  AND  NOT =  "05"
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "EXTRATO: ERRO AO ABRIR CONTAREC.DAT - "
                            "STATUS: "  W-COD-ERRO-REC
               END-IF
               IF  W-COD-ERRO-CLI  NOT =  "00"
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "EXTRATO: ERRO AO ABRIR CLIENTE.DAT - "
                            "STATUS: "  W-COD-ERRO-CLI
               END-IF
               IF  W-COD-ERRO-BLQ  NOT =  "00"  AND  NOT =  "05"
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "EXTRATO: ERRO AO ABRIR CREDLOG.DAT - "
                            "STATUS: "  W-COD-ERRO-BLQ
               END-IF
           END-IF.
       LER-PARAMETRO.
           OPEN  INPUT  ARQ-PAR.
           IF  W-COD-ERRO-PAR  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "EXTRATO: ERRO AO ABRIR EXTRATO.PAR - STATUS: "
                        W-COD-ERRO-PAR
           ELSE
               READ  ARQ-PAR
               IF  W-COD-ERRO-PAR  NOT =  "00"
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "EXTRATO: CARTAO-PARAMETRO AUSENTE - "
                            "STATUS: "  W-COD-ERRO-PAR
               END-IF
               CLOSE  ARQ-PAR
           END-IF.
       CRITICAR-PARAMETRO.
           IF  ANOMES-PAR  NOT  NUMERIC  OR  ANOMES-PAR  =  ZEROS
               IF  W-MES-HOJE  =  1
                   COMPUTE  W-ANO-EXT  =  W-ANO-HOJE  -  1
                   MOVE  12  TO  W-MES-EXT
               ELSE
                   MOVE  W-ANO-HOJE  TO  W-ANO-EXT
                   COMPUTE  W-MES-EXT  =  W-MES-HOJE  -  1
               END-IF
           ELSE
               MOVE  ANOMES-PAR  TO  W-ANOMES
               IF  W-MES-EXT  <  1  OR  W-MES-EXT  >  12
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "EXTRATO: MES DO EXTRATO INVALIDO: "
                            ANOMES-PAR
               END-IF
           END-IF.
           IF  DIAS-AVISO1-PAR  NOT  NUMERIC
               OR  DIAS-AVISO2-PAR  NOT  NUMERIC
               OR  DIAS-BLOQ-PAR    NOT  NUMERIC
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "EXTRATO: DIAS DE ATRASO INVALIDOS NO "
                        "PARAMETRO"
           ELSE
               IF  DIAS-AVISO1-PAR  =  ZEROS
                   OR  DIAS-AVISO2-PAR  NOT >  DIAS-AVISO1-PAR
                   OR  DIAS-BLOQ-PAR    <  DIAS-AVISO2-PAR
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "EXTRATO: DIAS DE ATRASO DEVEM SER "
                            "CRESCENTES (AVISO1 < AVISO2 <= BLOQUEIO)"
               END-IF
           END-IF.
           COMPUTE  W-DATA-INI  =  W-ANOMES  *  100  +  1.
           COMPUTE  W-DATA-FIM  =  W-ANOMES  *  100  +  31.
           MOVE  W-MES-EXT  TO  MES-CAB.
           MOVE  W-ANO-EXT  TO  ANO-CAB.
       CARREGAR-RECEBIVEIS.
           PERFORM  LER-RECEBIVEL.
           PERFORM  ACUMULAR-RECEBIVEL  UNTIL  FIM-REC  OR  ERRO-FATAL.
       LER-RECEBIVEL.
           READ  ARQ-REC.
           EVALUATE  W-COD-ERRO-REC
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-REC  TO  TRUE
               WHEN  OTHER
                   SET  FIM-REC  TO  TRUE
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "EXTRATO: ERRO DE E/S EM ARQ-REC - "
                            "STATUS: "  W-COD-ERRO-REC
           END-EVALUATE.
       ACUMULAR-RECEBIVEL.
           PERFORM  LOCALIZAR-CLIENTE.
           IF  NOT  ERRO-FATAL
               PERFORM  APURAR-DATA-MOV
               EVALUATE  TRUE
                   WHEN  W-DATA-MOV  <  W-DATA-INI
                       IF  REC-PAGAMENTO
                           SUBTRACT  VALOR-REC
                               FROM  CLT-SALDO-INI(W-IX-CLI-ACHADO)
                       ELSE
                           ADD  VALOR-REC
                               TO  CLT-SALDO-INI(W-IX-CLI-ACHADO)
                       END-IF
                   WHEN  W-DATA-MOV  NOT >  W-DATA-FIM
                       PERFORM  GUARDAR-MOVIMENTO
                   WHEN  OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  ACUMULAR-ITEM
           END-IF.
           PERFORM  LER-RECEBIVEL.
      *    PAGAMENTOS GRAVADOS ANTES DO CONTROLE DE CAIXA TRAZEM
      *    ESPACOS NA DATA DO RECEBIMENTO E VALEM PELA EMISSAO DO
      *    TITULO
       APURAR-DATA-MOV.
           IF  REC-PAGAMENTO
               AND  DATA-PAG-REC  NUMERIC
               AND  DATA-PAG-REC  >  ZEROS
               MOVE  DATA-PAG-REC   TO  W-DATA-MOV
           ELSE
               MOVE  DATA-EMIS-REC  TO  W-DATA-MOV
           END-IF.
       LOCALIZAR-CLIENTE.
           MOVE  ZEROS  TO  W-IX-CLI-ACHADO.
           PERFORM  VARYING  W-IX-CLI  FROM  1  BY  1
               UNTIL  W-IX-CLI  >  W-QTD-CLI
                   OR  W-IX-CLI-ACHADO  >  ZEROS
               IF  CLT-CPF(W-IX-CLI)  =  CPF-REC
                   MOVE  W-IX-CLI  TO  W-IX-CLI-ACHADO
               END-IF
           END-PERFORM.
           IF  W-IX-CLI-ACHADO  =  ZEROS
               IF  W-QTD-CLI  =  500
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "EXTRATO: LIMITE DE 500 CLIENTES ATINGIDO "
                            "- AUMENTE A TABELA"
               ELSE
                   ADD  1  TO  W-QTD-CLI
                   MOVE  W-QTD-CLI  TO  W-IX-CLI-ACHADO
                   MOVE  CPF-REC  TO  CLT-CPF(W-IX-CLI-ACHADO)
                   MOVE  ZEROS    TO  CLT-SALDO-INI(W-IX-CLI-ACHADO)
                                      CLT-TITULOS(W-IX-CLI-ACHADO)
                                      CLT-PAGTOS(W-IX-CLI-ACHADO)
                                      CLT-QTD-MOV(W-IX-CLI-ACHADO)
                                      CLT-VENCIDO(W-IX-CLI-ACHADO)
                                      CLT-MAX-ATRASO(W-IX-CLI-ACHADO)
               END-IF
           END-IF.
       GUARDAR-MOVIMENTO.
           IF  W-QTD-MOV  =  3000
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "EXTRATO: LIMITE DE 3000 MOVIMENTOS NO MES "
                        "ATINGIDO - AUMENTE A TABELA"
           ELSE
               ADD  1  TO  W-QTD-MOV
               MOVE  W-IX-CLI-ACHADO  TO  MOV-IX-CLI(W-QTD-MOV)
               MOVE  TIPO-REC         TO  MOV-TIPO(W-QTD-MOV)
               MOVE  W-DATA-MOV       TO  MOV-DATA(W-QTD-MOV)
               MOVE  DATA-VENC-REC    TO  MOV-VENC(W-QTD-MOV)
               MOVE  VALOR-REC        TO  MOV-VALOR(W-QTD-MOV)
      *        REGISTROS GRAVADOS ANTES DA NUMERACAO DE PEDIDO E
      *        PAGAMENTOS TRAZEM ESPACOS NO NUMERO DO PEDIDO
               IF  NUM-PED-REC  NUMERIC
                   MOVE  NUM-PED-REC  TO  MOV-PED(W-QTD-MOV)
               ELSE
                   MOVE  ZEROS        TO  MOV-PED(W-QTD-MOV)
               END-IF
               ADD  1  TO  CLT-QTD-MOV(W-IX-CLI-ACHADO)
               IF  REC-PAGAMENTO
                   ADD  VALOR-REC  TO  CLT-PAGTOS(W-IX-CLI-ACHADO)
               ELSE
                   ADD  VALOR-REC  TO  CLT-TITULOS(W-IX-CLI-ACHADO)
               END-IF
           END-IF.
      *    NETO POR ITEM (CPF + EMISSAO + VENCIMENTO) - TITULOS
      *    SOMAM E PAGAMENTOS ABATEM
       ACUMULAR-ITEM.
           MOVE  ZEROS  TO  W-IX-ITEM-ACHADO.
           PERFORM  VARYING  W-IX-ITEM  FROM  1  BY  1
               UNTIL  W-IX-ITEM  >  W-QTD-ITENS
                   OR  W-IX-ITEM-ACHADO  >  ZEROS
               IF  ITEM-IX-CLI(W-IX-ITEM)  =  W-IX-CLI-ACHADO
                   AND  ITEM-EMIS(W-IX-ITEM)  =  DATA-EMIS-REC
                   AND  ITEM-VENC(W-IX-ITEM)  =  DATA-VENC-REC
                   MOVE  W-IX-ITEM  TO  W-IX-ITEM-ACHADO
               END-IF
           END-PERFORM.
           IF  W-IX-ITEM-ACHADO  =  ZEROS
               IF  W-QTD-ITENS  =  2000
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "EXTRATO: LIMITE DE 2000 ITENS ATINGIDO - "
                            "AUMENTE A TABELA"
               ELSE
                   ADD  1  TO  W-QTD-ITENS
                   MOVE  W-QTD-ITENS      TO  W-IX-ITEM-ACHADO
                   MOVE  W-IX-CLI-ACHADO  TO  ITEM-IX-CLI(W-QTD-ITENS)
                   MOVE  DATA-EMIS-REC    TO  ITEM-EMIS(W-QTD-ITENS)
                   MOVE  DATA-VENC-REC    TO  ITEM-VENC(W-QTD-ITENS)
                   MOVE  ZEROS            TO  ITEM-ABERTO(W-QTD-ITENS)
               END-IF
           END-IF.
           IF  W-IX-ITEM-ACHADO  >  ZEROS
               IF  REC-PAGAMENTO
                   SUBTRACT  VALOR-REC
                       FROM  ITEM-ABERTO(W-IX-ITEM-ACHADO)
               ELSE
                   ADD  VALOR-REC  TO  ITEM-ABERTO(W-IX-ITEM-ACHADO)
               END-IF
           END-IF.
      *    O ATRASO E APURADO NA DATA DA EXECUCAO
       APURAR-ATRASO.
           IF  ITEM-ABERTO(W-IX-ITEM)  >  ZEROS
               AND  ITEM-VENC(W-IX-ITEM)  <  W-DATA-HOJE
               MOVE  ITEM-IX-CLI(W-IX-ITEM)  TO  W-IX-CLI
               PERFORM  CALCULAR-ATRASO
               ADD  ITEM-ABERTO(W-IX-ITEM)  TO  CLT-VENCIDO(W-IX-CLI)
               IF  W-DIAS-ATRASO  >  CLT-MAX-ATRASO(W-IX-CLI)
                   MOVE  W-DIAS-ATRASO  TO  CLT-MAX-ATRASO(W-IX-CLI)
               END-IF
           END-IF.
       CALCULAR-ATRASO.
           COMPUTE  W-DIAS-ATRASO  =
               FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
               -  FUNCTION INTEGER-OF-DATE (ITEM-VENC(W-IX-ITEM)).
       TRATAR-CLIENTE.
           PERFORM  LER-CLIENTE.
           IF  CLIENTE-OK
               PERFORM  CONTROLAR-BLOQUEIO
           END-IF.
           COMPUTE  W-SALDO-FINAL  =  CLT-SALDO-INI(W-IX-CLI)
               +  CLT-TITULOS(W-IX-CLI)  -  CLT-PAGTOS(W-IX-CLI).
           IF  CLT-QTD-MOV(W-IX-CLI)  >  ZEROS
               OR  W-SALDO-FINAL  NOT =  ZEROS
               PERFORM  IMPRIMIR-EXTRATO
               IF  CLIENTE-OK
                   AND  CLT-MAX-ATRASO(W-IX-CLI)  NOT <  DIAS-AVISO1-PAR
                   PERFORM  IMPRIMIR-AVISO
               END-IF
           END-IF.
       LER-CLIENTE.
           MOVE  "N"  TO  W-CLIENTE-OK.
           MOVE  CLT-CPF(W-IX-CLI)  TO  CPF-CLI.
           READ  ARQ-CLI
               INVALID KEY
                   MOVE  SPACES              TO  REG-CLI
                   MOVE  CLT-CPF(W-IX-CLI)   TO  CPF-CLI
                   MOVE  "(NAO CADASTRADO)"  TO  NOME-CLI
               NOT INVALID KEY
                   SET  CLIENTE-OK  TO  TRUE
           END-READ.
      *    REGISTROS GRAVADOS ANTES DO CONTROLE DE BLOQUEIO TRAZEM
      *    ESPACOS E VALEM COMO NAO BLOQUEADO
       CONTROLAR-BLOQUEIO.
           IF  CLT-MAX-ATRASO(W-IX-CLI)  NOT <  DIAS-BLOQ-PAR
               AND  NOT  CLI-BLOQUEADO
               MOVE  "S"          TO  BLOQ-CRED-CLI
               MOVE  W-DATA-HOJE  TO  DATA-BLOQ-CLI
               REWRITE  REG-CLI
               IF  W-COD-ERRO-CLI  =  "00"
                   ADD  1  TO  W-QTD-BLOQUEADOS
                   MOVE  "B"  TO  W-TIPO-BLQ
                   PERFORM  GRAVAR-LOG-BLOQUEIO
               ELSE
                   DISPLAY  "EXTRATO: ERRO AO BLOQUEAR CLIENTE "
                            CPF-CLI  " - STATUS: "  W-COD-ERRO-CLI
               END-IF
           END-IF.
           IF  CLI-BLOQUEADO
               AND  CLT-VENCIDO(W-IX-CLI)  =  ZEROS
               MOVE  "N"          TO  BLOQ-CRED-CLI
               MOVE  W-DATA-HOJE  TO  DATA-BLOQ-CLI
               REWRITE  REG-CLI
               IF  W-COD-ERRO-CLI  =  "00"
                   ADD  1  TO  W-QTD-DESBLOQUEADOS
                   MOVE  "D"  TO  W-TIPO-BLQ
                   PERFORM  GRAVAR-LOG-BLOQUEIO
               ELSE
                   DISPLAY  "EXTRATO: ERRO AO DESBLOQUEAR CLIENTE "
                            CPF-CLI  " - STATUS: "  W-COD-ERRO-CLI
               END-IF
           END-IF.
       GRAVAR-LOG-BLOQUEIO.
           MOVE  SPACES                      TO  REG-BLQ.
           MOVE  W-TIPO-BLQ                  TO  TIPO-BLQ.
           MOVE  CPF-CLI                     TO  CPF-BLQ.
           MOVE  W-DATA-HOJE                 TO  DATA-BLQ.
           MOVE  FUNCTION  CURRENT-DATE  (9:6)  TO  HORA-BLQ.
           MOVE  CLT-MAX-ATRASO(W-IX-CLI)    TO  DIAS-ATRASO-BLQ.
           MOVE  CLT-VENCIDO(W-IX-CLI)       TO  VENCIDO-BLQ.
           MOVE  "EXTRATO"                   TO  ORIGEM-BLQ.
           WRITE  REG-BLQ.
           IF  W-COD-ERRO-BLQ  NOT =  "00"
               DISPLAY  "EXTRATO: ERRO AO GRAVAR CREDLOG.DAT - "
                        "STATUS: "  W-COD-ERRO-BLQ
           END-IF.
       IMPRIMIR-EXTRATO.
           ADD  1  TO  W-QTD-EXTRATOS.
           MOVE  SPACES  TO  CONT-CAB.
           PERFORM  CABECALHO-EXTRATO.
           MOVE  "SALDO ANTERIOR"         TO  ROTULO-SALDO.
           MOVE  CLT-SALDO-INI(W-IX-CLI)  TO  VALOR-SALDO.
           WRITE  REG-IMP  FROM  LINHA-SALDO  AFTER  2  LINES.
           ADD  2  TO  W-CONT-LINHA.
           PERFORM  IMPRIMIR-MOVIMENTO
               VARYING  W-IX-MOV  FROM  1  BY  1
               UNTIL  W-IX-MOV  >  W-QTD-MOV.
           MOVE  "TOTAL DE COMPRAS A PRAZO NO MES"  TO  ROTULO-SALDO.
           MOVE  CLT-TITULOS(W-IX-CLI)    TO  VALOR-SALDO.
           WRITE  REG-IMP  FROM  LINHA-SALDO  AFTER  2  LINES.
           MOVE  "TOTAL DE PAGAMENTOS NO MES"  TO  ROTULO-SALDO.
           MOVE  CLT-PAGTOS(W-IX-CLI)     TO  VALOR-SALDO.
           WRITE  REG-IMP  FROM  LINHA-SALDO  AFTER  1  LINES.
           MOVE  "SALDO ATUAL"            TO  ROTULO-SALDO.
           MOVE  W-SALDO-FINAL            TO  VALOR-SALDO.
           WRITE  REG-IMP  FROM  LINHA-SALDO  AFTER  1  LINES.
           IF  CLT-VENCIDO(W-IX-CLI)  >  ZEROS
               MOVE  CLT-VENCIDO(W-IX-CLI)     TO  VENCIDO-LIN
               MOVE  CLT-MAX-ATRASO(W-IX-CLI)  TO  ATRASO-LIN
               WRITE  REG-IMP  FROM  LINHA-VENCIDO  AFTER  2  LINES
           END-IF.
           IF  CLI-BLOQUEADO
               WRITE  REG-IMP  FROM  LINHA-BLOQUEIO  AFTER  2  LINES
           END-IF.
       CABECALHO-EXTRATO.
           MOVE  CPF-CLI       TO  DOC-NUMERO.
           MOVE  TIPO-DOC-CLI  TO  DOC-TIPO.
           PERFORM  FORMATAR-DOCUMENTO.
           MOVE  DOC-FORMATADO  TO  CPF-CAB.
           MOVE  NOME-CLI   TO  NOME-CAB.
           MOVE  ENDER-CLI  TO  ENDER-CAB.
           WRITE  REG-IMP  FROM  CABEC1          AFTER  PAGE.
           WRITE  REG-IMP  FROM  CABEC-CLIENTE   AFTER  2  LINES.
           WRITE  REG-IMP  FROM  CABEC-ENDERECO  AFTER  1  LINES.
           WRITE  REG-IMP  FROM  CABEC2          AFTER  2  LINES.
           MOVE  6  TO  W-CONT-LINHA.
       IMPRIMIR-MOVIMENTO.
           IF  MOV-IX-CLI(W-IX-MOV)  =  W-IX-CLI
               IF  W-CONT-LINHA  >  49
                   MOVE  "(CONTINUACAO)"  TO  CONT-CAB
                   PERFORM  CABECALHO-EXTRATO
               END-IF
               MOVE  MOV-DATA(W-IX-MOV)  TO  W-DATA-ED
               MOVE  W-DIA-ED  TO  DIA-DET
               MOVE  W-MES-ED  TO  MES-DET
               MOVE  W-ANO-ED  TO  ANO-DET
               MOVE  MOV-VENC(W-IX-MOV)  TO  W-DATA-ED
               MOVE  W-DIA-ED  TO  VDIA-DET
               MOVE  W-MES-ED  TO  VMES-DET
               MOVE  W-ANO-ED  TO  VANO-DET
               IF  MOV-PED(W-IX-MOV)  >  ZEROS
                   MOVE  MOV-PED(W-IX-MOV)  TO  PED-DET
               ELSE
                   MOVE  SPACES             TO  PED-DET-X
               END-IF
               IF  MOV-TIPO(W-IX-MOV)  =  "P"
                   MOVE  "PAGAMENTO"          TO  HIST-DET
                   MOVE  SPACES               TO  DEB-DET-X
                   MOVE  MOV-VALOR(W-IX-MOV)  TO  CRED-DET
               ELSE
                   MOVE  "COMPRA A PRAZO"     TO  HIST-DET
                   MOVE  MOV-VALOR(W-IX-MOV)  TO  DEB-DET
                   MOVE  SPACES               TO  CRED-DET-X
               END-IF
               WRITE  REG-IMP  FROM  DETALHE  AFTER  1  LINES
               ADD  1  TO  W-CONT-LINHA
           END-IF.
       IMPRIMIR-AVISO.
           IF  CLT-MAX-ATRASO(W-IX-CLI)  NOT <  DIAS-AVISO2-PAR
               ADD  1  TO  W-QTD-AVISO2
               MOVE  "SEGUNDO AVISO DE COBRANCA"   TO  TITULO-AVISO
           ELSE
               ADD  1  TO  W-QTD-AVISO1
               MOVE  "PRIMEIRO AVISO DE COBRANCA"  TO  TITULO-AVISO
           END-IF.
           MOVE  W-DIA-HOJE  TO  DIA-AVISO.
           MOVE  W-MES-HOJE  TO  MES-AVISO.
           MOVE  W-ANO-HOJE  TO  ANO-AVISO.
           WRITE  REG-AVISO  FROM  AVISO-DATA  AFTER  PAGE.
           MOVE  NOME-CLI   TO  REG-AVISO.
           WRITE  REG-AVISO  AFTER  3  LINES.
           MOVE  ENDER-CLI  TO  REG-AVISO.
           WRITE  REG-AVISO  AFTER  1  LINES.
           WRITE  REG-AVISO  FROM  AVISO-TITULO  AFTER  3  LINES.
           MOVE  "PREZADO(A) CLIENTE,"  TO  REG-AVISO.
           WRITE  REG-AVISO  AFTER  3  LINES.
           MOVE  "CONSTAM EM NOSSOS REGISTROS OS TITULOS ABAIXO, "
               TO  REG-AVISO.
           WRITE  REG-AVISO  AFTER  2  LINES.
           MOVE  "VENCIDOS E AINDA NAO PAGOS:"  TO  REG-AVISO.
           WRITE  REG-AVISO  AFTER  1  LINES.
           MOVE  SPACES  TO  REG-AVISO.
           WRITE  REG-AVISO  AFTER  1  LINES.
           MOVE  ZEROS  TO  W-TOTAL-VENCIDO.
           PERFORM  IMPRIMIR-ITEM-AVISO
               VARYING  W-IX-ITEM  FROM  1  BY  1
               UNTIL  W-IX-ITEM  >  W-QTD-ITENS.
           MOVE  W-TOTAL-VENCIDO  TO  TOTAL-AVISO.
           WRITE  REG-AVISO  FROM  AVISO-TOTAL  AFTER  2  LINES.
           IF  CLT-MAX-ATRASO(W-IX-CLI)  NOT <  DIAS-AVISO2-PAR
               MOVE  "ESTE E O SEGUNDO AVISO. PERSISTINDO O ATRASO, O "
                   TO  REG-AVISO
               WRITE  REG-AVISO  AFTER  3  LINES
               MOVE  "CREDITO PARA COMPRAS A PRAZO SERA BLOQUEADO."
                   TO  REG-AVISO
               WRITE  REG-AVISO  AFTER  1  LINES
           ELSE
               MOVE  "SOLICITAMOS A REGULARIZACAO DOS PAGAMENTOS. CASO"
                   TO  REG-AVISO
               WRITE  REG-AVISO  AFTER  3  LINES
               MOVE  "JA OS TENHA EFETUADO, DESCONSIDERE ESTE AVISO."
                   TO  REG-AVISO
               WRITE  REG-AVISO  AFTER  1  LINES
           END-IF.
           IF  CLI-BLOQUEADO
               MOVE  "SEU CREDITO PARA COMPRAS A PRAZO ESTA BLOQUEADO "
                   TO  REG-AVISO
               WRITE  REG-AVISO  AFTER  2  LINES
               MOVE  "ATE A QUITACAO DOS TITULOS VENCIDOS."
                   TO  REG-AVISO
               WRITE  REG-AVISO  AFTER  1  LINES
           END-IF.
           MOVE  "ATENCIOSAMENTE,"  TO  REG-AVISO.
           WRITE  REG-AVISO  AFTER  3  LINES.
           MOVE  "DEPARTAMENTO DE CREDITO E COBRANCA"  TO  REG-AVISO.
           WRITE  REG-AVISO  AFTER  3  LINES.
       IMPRIMIR-ITEM-AVISO.
           IF  ITEM-IX-CLI(W-IX-ITEM)  =  W-IX-CLI
               AND  ITEM-ABERTO(W-IX-ITEM)  >  ZEROS
               AND  ITEM-VENC(W-IX-ITEM)  <  W-DATA-HOJE
               PERFORM  CALCULAR-ATRASO
               MOVE  ITEM-VENC(W-IX-ITEM)  TO  W-DATA-ED
               MOVE  W-DIA-ED  TO  VDIA-AVISO
               MOVE  W-MES-ED  TO  VMES-AVISO
               MOVE  W-ANO-ED  TO  VANO-AVISO
               MOVE  W-DIAS-ATRASO           TO  ATRASO-AVISO
               MOVE  ITEM-ABERTO(W-IX-ITEM)  TO  VALOR-AVISO
               ADD  ITEM-ABERTO(W-IX-ITEM)   TO  W-TOTAL-VENCIDO
               WRITE  REG-AVISO  FROM  AVISO-ITEM  AFTER  1  LINES
           END-IF.
       IMPRIMIR-TOTAIS.
           IF  W-QTD-EXTRATOS  =  ZEROS
               MOVE  SPACES  TO  CONT-CAB
               WRITE  REG-IMP  FROM  CABEC1  AFTER  PAGE
               MOVE  "NENHUM CLIENTE COM MOVIMENTO OU SALDO NO MES"
                   TO  REG-IMP
               WRITE  REG-IMP  AFTER  2  LINES
           END-IF.
           MOVE  W-QTD-EXTRATOS       TO  QTD-EXT-TOT.
           MOVE  W-QTD-AVISO1         TO  QTD-AV1-TOT.
           MOVE  W-QTD-AVISO2         TO  QTD-AV2-TOT.
           MOVE  W-QTD-BLOQUEADOS     TO  QTD-BLQ-TOT.
           MOVE  W-QTD-DESBLOQUEADOS  TO  QTD-DES-TOT.
           WRITE  REG-IMP  FROM  TOTAIS-EXTRATO  AFTER  3  LINES.
       FINALIZACAO.
           IF  ARQUIVOS-ABERTOS
               CLOSE  ARQ-REC
                      ARQ-CLI
                      ARQ-BLQ
                      ARQ-IMP
                      ARQ-AVISO
           END-IF.
           DISPLAY  "EXTRATO: "  W-QTD-EXTRATOS  " EXTRATO(S) "
                    W-QTD-AVISO1  " 1O. AVISO(S) "
                    W-QTD-AVISO2  " 2O. AVISO(S) "
                    W-QTD-BLOQUEADOS  " BLOQUEIO(S) "
                    W-QTD-DESBLOQUEADOS  " DESBLOQUEIO(S)".
           IF  ERRO-FATAL
               MOVE  8  TO  RETURN-CODE
           END-IF.
       COPY  DOCPR.
       FIM-DO-PROGRAMA.    EXIT.
