       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   BAIXA DE TITULOS DO CONTAS A RECEBER             *
      *    *   RECEBE O CPF OU CNPJ DO CLIENTE (EXIBIDO COM A   *
      *    *   MASCARA DE DOCPR), APURA OS ITENS EM             *
      *    *   ABERTO DE ARQ-REC (TITULOS MENOS PAGAMENTOS POR  *
      *    *   CPF + EMISSAO + VENCIMENTO) E GRAVA O REGISTRO   *
      *    *   DE PAGAMENTO (TIPO P) DE CADA BAIXA - VALOR      *
      *    *   MENOR QUE O ABERTO E BAIXA PARCIAL, ZERO PULA    *
      *    *   O ITEM - EXIGE SIGN-ON COM PERMISSAO DE VENDA    *
      *    *   (SIGNONPR) - O PAGAMENTO GUARDA O OPERADOR E A   *
      *    *   DATA DO RECEBIMENTO PARA O FECHAMENTO DE CAIXA   *
      *    *   CLIENTE COM CREDITO BLOQUEADO (EXTRATO) QUE FICA *
      *    *   SEM ITEM VENCIDO E DESBLOQUEADO EM ARQ-CLI E O   *
      *    *   DESBLOQUEIO E GRAVADO EM CREDLOG.DAT             *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
           SELECT  OPTIONAL  ARQ-REC  ASSIGN TO  "CONTAREC.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-REC.
           SELECT  OPTIONAL  ARQ-BLQ  ASSIGN TO  "CREDLOG.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-BLQ.
           SELECT ARQ-OPER ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-OPER
       FD  ARQ-REC
           LABEL  RECORD  STANDARD.
       COPY  RECREG.
       FD  ARQ-BLQ
           LABEL  RECORD  STANDARD.
       COPY  BLOQREG.
       FD  ARQ-OPER
           LABEL RECORD STANDARD.
       COPY  OPERREG.
       WORKING-STORAGE    SECTION.
       01    VARIAVEIS.
           COPY  SIGNONWS.
           COPY  DOCWS.
           05        OPC           PIC   X    VALUE   SPACE.
               88    OPC-OK            VALUE  "S"  "N".
           05    LIMPA-MSG        PIC  X(30)  VALUE  SPACES.
           05    MENSAGEM         PIC  X(30)  VALUE  SPACES.
           05    CPF-PAG          PIC  9(14)  VALUE  ZEROS.
           05    VALOR-PAG        PIC  9(9)V99  VALUE  ZEROS.
           05    EMIS-ITEM        PIC  9(8)   VALUE  ZEROS.
           05    VENC-ITEM        PIC  9(8)   VALUE  ZEROS.
           05    ABERTO-ITEM-ED   PIC  ZZZ.ZZZ.ZZ9,99.
       01    W-COD-ERRO-CLI      PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-REC      PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-BLQ      PIC  XX  VALUE  SPACES.
       01    W-DATA-HOJE         PIC  9(8)  VALUE  ZEROS.
       01    W-TOTAL-VENCIDO     PIC  9(9)V99  VALUE  ZEROS.
       01    W-QTD-ITENS         PIC  9(3)  VALUE  ZEROS.
       01    W-IX-ITEM           PIC  9(3)  VALUE  ZEROS.
       01    W-IX-BUSCA          PIC  9(3)  VALUE  ZEROS.
               88    FIM-REC          VALUE  "S".
           05    W-ITEM-ACHADO    PIC   X  VALUE  "N".
               88    ITEM-ACHADO      VALUE  "S".
           05    W-ERRO-CARGA     PIC   X  VALUE  "N".
               88    ERRO-CARGA       VALUE  "S".
       01  TAB-ITENS.
           02  ITEM-OC  OCCURS 200 TIMES.
               03  ITEM-EMIS    PIC 9(8).
           05    LINE  03   COLUMN  20  VALUE
                               "BAIXA DE CONTAS A RECEBER".
           05    LINE  05   COLUMN  10   VALUE
                 "CPF/CNPJ: ".
           05    LINE  07   COLUMN  10   VALUE
                 "NOME: ".
           05    LINE  10   COLUMN  10   VALUE
           05    LINE  22   COLUMN  10   VALUE
                 "OUTRO CLIENTE?(S/N):  ".
       01    TELA2.
           05   L-CPF    LINE  05  COLUMN  25  PIC  9(14)
                                       TO  CPF-PAG
                                       REQUIRED   AUTO.
           05   L-DOC    LINE  06  COLUMN  25  PIC  X(18)  FROM
                                       DOC-FORMATADO.
           05   L-NOME   LINE  07  COLUMN  25  PIC  X(30)  FROM
                                       NOME-CLI.
           05   L-EMIS   LINE  10  COLUMN  25  PIC  9(8)  FROM
           END-IF.
           STOP   RUN.
       ABRIR-ARQUIVOS.
           OPEN  I-O  ARQ-CLI.
           IF  W-COD-ERRO-CLI  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "RECPAGTO: ERRO AO ABRIR CLIENTE.DAT - "
                       UNTIL  W-IX-ITEM  >  W-QTD-ITENS
                   MOVE  "ITENS DO CLIENTE CONCLUIDOS"  TO  MENSAGEM
               END-IF
               IF  CLI-BLOQUEADO
                   PERFORM  CONTROLAR-DESBLOQUEIO
               END-IF
           END-IF.
           DISPLAY  L-MSG.
           PERFORM   RECEBER-OPC.
                   MOVE  "CLIENTE NAO CADASTRADO"  TO  MENSAGEM
               NOT INVALID KEY
                   SET  CLIENTE-OK  TO  TRUE
                   MOVE  CPF-CLI       TO  DOC-NUMERO
                   MOVE  TIPO-DOC-CLI  TO  DOC-TIPO
                   PERFORM  FORMATAR-DOCUMENTO
                   DISPLAY  L-DOC
                   DISPLAY  L-NOME
           END-READ.
       FIM-RECEBER-CLIENTE.   EXIT.
       CARREGAR-ITENS.
           MOVE  ZEROS  TO  W-QTD-ITENS.
           MOVE  "N"    TO  W-FIM-REC.
           MOVE  "N"    TO  W-ERRO-CARGA.
           OPEN  INPUT  ARQ-REC.
           IF  W-COD-ERRO-REC  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-CARGA  TO  TRUE
               MOVE  "ERRO AO LER CONTAS A RECEBER"  TO  MENSAGEM
           ELSE
               PERFORM  LER-RECEBIVEL
                   SET  FIM-REC  TO  TRUE
               WHEN  OTHER
                   SET  FIM-REC  TO  TRUE
                   SET  ERRO-CARGA  TO  TRUE
                   DISPLAY  "RECPAGTO: ERRO DE E/S EM ARQ-REC - "
                            "STATUS: "  W-COD-ERRO-REC
           END-EVALUATE.
       FIM-LOCALIZAR-ITEM.   EXIT.
       INCLUIR-ITEM-TABELA.
           IF  W-QTD-ITENS  =  200
               SET  ERRO-CARGA  TO  TRUE
               DISPLAY  "RECPAGTO: LIMITE DE 200 ITENS DO CLIENTE "
                        "ATINGIDO - ITEM IGNORADO"
           ELSE
               MOVE  ITEM-EMIS(W-IX-ITEM)  TO  DATA-EMIS-REC
               MOVE  ITEM-VENC(W-IX-ITEM)  TO  DATA-VENC-REC
               MOVE  VALOR-PAG             TO  VALOR-REC
               MOVE  W-OPER-ASSIN          TO  OPER-REC
               MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  DATA-PAG-REC
               WRITE  REG-REC
               IF  W-COD-ERRO-REC  NOT =  "00"
                   MOVE  "ERRO AO GRAVAR PAGAMENTO"  TO  MENSAGEM
               CLOSE  ARQ-REC
           END-IF.
       FIM-GRAVAR-PAGAMENTO.   EXIT.
      *    O BLOQUEIO SO CAI QUANDO NAO RESTA ITEM EM ABERTO COM
      *    VENCIMENTO ANTERIOR A HOJE - SE A APURACAO DOS ITENS FICOU
      *    INCOMPLETA (ERRO DE LEITURA OU TABELA CHEIA) O BLOQUEIO E
      *    MANTIDO
       CONTROLAR-DESBLOQUEIO.
           MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  W-DATA-HOJE.
           PERFORM  CARREGAR-ITENS.
           MOVE  ZEROS  TO  W-TOTAL-VENCIDO.
           PERFORM  VARYING  W-IX-BUSCA  FROM  1  BY  1
               UNTIL  W-IX-BUSCA  >  W-QTD-ITENS
               IF  ITEM-VENC(W-IX-BUSCA)  <  W-DATA-HOJE
                   ADD  ITEM-ABERTO(W-IX-BUSCA)  TO  W-TOTAL-VENCIDO
               END-IF
           END-PERFORM.
           IF  ERRO-CARGA
               MOVE  "BLOQUEIO MANTIDO-ERRO DE CARGA"  TO  MENSAGEM
               DISPLAY  "RECPAGTO: ITENS DO CLIENTE NAO APURADOS POR "
                        "COMPLETO - BLOQUEIO DE CREDITO MANTIDO"
           END-IF.
           IF  W-TOTAL-VENCIDO  =  ZEROS  AND  NOT  ERRO-CARGA
               MOVE  "N"          TO  BLOQ-CRED-CLI
               MOVE  W-DATA-HOJE  TO  DATA-BLOQ-CLI
               REWRITE  REG-CLI
               IF  W-COD-ERRO-CLI  NOT =  "00"
                   MOVE  "ERRO AO DESBLOQUEAR CLIENTE"  TO  MENSAGEM
               ELSE
                   PERFORM  GRAVAR-LOG-DESBLOQUEIO
                   MOVE  "CREDITO DO CLIENTE LIBERADO"  TO  MENSAGEM
               END-IF
           END-IF.
       FIM-CONTROLAR-DESBLOQUEIO.   EXIT.
       GRAVAR-LOG-DESBLOQUEIO.
           OPEN  EXTEND  ARQ-BLQ.
           IF  W-COD-ERRO-BLQ  NOT =  "00"  AND  NOT =  "05"
               DISPLAY  "RECPAGTO: ERRO AO ABRIR CREDLOG.DAT - "
                        "STATUS: "  W-COD-ERRO-BLQ
           ELSE
               MOVE  SPACES         TO  REG-BLQ
               MOVE  "D"            TO  TIPO-BLQ
               MOVE  CPF-CLI        TO  CPF-BLQ
               MOVE  W-DATA-HOJE    TO  DATA-BLQ
               MOVE  FUNCTION  CURRENT-DATE  (9:6)  TO  HORA-BLQ
               MOVE  ZEROS          TO  DIAS-ATRASO-BLQ  VENCIDO-BLQ
               MOVE  "RECPAGTO"     TO  ORIGEM-BLQ
               MOVE  W-OPER-ASSIN   TO  OPER-BLQ
               WRITE  REG-BLQ
               CLOSE  ARQ-BLQ
           END-IF.
       FIM-GRAVAR-LOG-DESBLOQUEIO.   EXIT.
       FECHAR-ARQUIVOS.
           CLOSE  ARQ-CLI.
       RECEBER-OPC.
                   DISPLAY  "DIGITE S OU N"  AT  2250
               END-IF
           END-PERFORM.
       COPY  DOCPR.
       COPY  SIGNONPR.
       FIM-DO-PROGRAMA.    EXIT.
