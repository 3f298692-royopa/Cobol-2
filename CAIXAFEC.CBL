      $SET  ACCEPTREFRESH
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.            CAIXAFEC.
       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   FECHAMENTO DE CAIXA DO OPERADOR                  *
      *    *   O OPERADOR VALIDADO NO SIGN-ON (SIGNONPR) INFORMA*
      *    *   A DATA DO CAIXA E O DINHEIRO CONTADO, SEM VER O  *
      *    *   ESPERADO - O ESPERADO E APURADO DAS VENDAS A     *
      *    *   VISTA DO OPERADOR NA DATA (ARQ-VENDA), MENOS AS  *
      *    *   DEVOLUCOES DE VENDA A VISTA QUE ELE ESTORNOU NA  *
      *    *   DATA (VENDDEV), MAIS OS PAGAMENTOS DE TITULOS    *
      *    *   QUE ELE RECEBEU NA DATA (RECPAGTO, ARQ-REC) -    *
      *    *   GRAVA O CAIXA FECHADO EM CAIXAFEC.DAT E IMPRIME  *
      *    *   O DEMONSTRATIVO DE SOBRA/FALTA EM CAIXA.PRN -    *
      *    *   CADA OPERADOR FECHA UMA UNICA VEZ CADA DATA      *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL  ARQ-VENDA  ASSIGN TO  "VENDAS.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-VENDA.
           SELECT  OPTIONAL  ARQ-REC  ASSIGN TO  "CONTAREC.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-REC.
           SELECT  OPTIONAL  ARQ-CAIXA  ASSIGN TO  "CAIXAFEC.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-CAIXA.
           SELECT ARQ-IMP  ASSIGN TO "CAIXA.PRN"
               FILE STATUS IS W-COD-ERRO-IMP.
           SELECT ARQ-OPER ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-OPER
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-OPER.
       DATA         DIVISION.
       FILE         SECTION.
       FD  ARQ-VENDA
           LABEL  RECORD  STANDARD.
       COPY  VENDREG.
       FD  ARQ-REC
           LABEL  RECORD  STANDARD.
       COPY  RECREG.
       FD  ARQ-CAIXA
           LABEL  RECORD  STANDARD.
       COPY  CAIXAREG.
       FD  ARQ-IMP
           LABEL  RECORD  OMITTED.
       01  REG-IMP             PIC X(60).
       FD  ARQ-OPER
           LABEL RECORD STANDARD.
       COPY  OPERREG.
       WORKING-STORAGE    SECTION.
       01    VARIAVEIS.
           COPY  SIGNONWS.
           05        OPC           PIC   X    VALUE   SPACE.
               88    OPC-OK            VALUE  "S"  "N".
           05    LIMPA-MSG        PIC  X(30)  VALUE  SPACES.
           05    MENSAGEM         PIC  X(30)  VALUE  SPACES.
           05    DATA-CAIXA       PIC  9(8)   VALUE  ZEROS.
           05    VALOR-CONTADO    PIC  9(9)V99  VALUE  ZEROS.
           05    VENDAS-ED        PIC  ZZZ.ZZZ.ZZ9,99.
           05    DEVOL-ED         PIC  ZZZ.ZZZ.ZZ9,99.
           05    RECEB-ED         PIC  ZZZ.ZZZ.ZZ9,99.
           05    ESPERADO-ED      PIC  -ZZZ.ZZZ.ZZ9,99.
           05    DIFER-ED         PIC  -ZZZ.ZZZ.ZZ9,99.
           05    SIT-ED           PIC  X(10)  VALUE  SPACES.
       01    W-COD-ERRO-VENDA    PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-REC      PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-CAIXA    PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-IMP      PIC  XX  VALUE  SPACES.
       01    W-DATA-HOJE         PIC  9(8)  VALUE  ZEROS.
       01    W-DATA-ESTORNO      PIC  9(8)  VALUE  ZEROS.
       01    W-VALOR-ITEM        PIC  9(9)V99  VALUE  ZEROS.
       01    W-VENDAS            PIC  9(9)V99  VALUE  ZEROS.
       01    W-DEVOL             PIC  9(9)V99  VALUE  ZEROS.
       01    W-RECEB             PIC  9(9)V99  VALUE  ZEROS.
       01    W-ESPERADO          PIC  S9(9)V99  VALUE  ZEROS.
       01    W-DIFER             PIC  S9(9)V99  VALUE  ZEROS.
       01    W-SW-STATUS.
           05    W-ERRO-FATAL     PIC   X  VALUE  "N".
               88    ERRO-FATAL       VALUE  "S".
           05    W-FIM-VENDA      PIC   X  VALUE  "N".
               88    FIM-VENDA        VALUE  "S".
           05    W-FIM-REC        PIC   X  VALUE  "N".
               88    FIM-REC          VALUE  "S".
           05    W-FIM-CAIXA      PIC   X  VALUE  "N".
               88    FIM-CAIXA        VALUE  "S".
           05    W-JA-FECHADO     PIC   X  VALUE  "N".
               88    JA-FECHADO       VALUE  "S".
           05    W-DATA-OK        PIC   X  VALUE  "N".
               88    DATA-OK          VALUE  "S".
           05    W-APURACAO-OK    PIC   X  VALUE  "N".
               88    APURACAO-OK      VALUE  "S".
       01  LIN-TRACO           PIC X(60)  VALUE  ALL  "-".
       01  LIN-TITULO.
           02  FILLER1     PIC X(10) VALUE SPACES.
           02  FILLER1     PIC X(40) VALUE
               "FECHAMENTO DE CAIXA - SOBRA/FALTA".
       01  LIN-OPER.
           02  FILLER1     PIC X(10) VALUE "OPERADOR:".
           02  OPER-LIN    PIC X(8).
           02  FILLER1     PIC X(8)  VALUE "  DATA:".
           02  DIA-LIN     PIC 99.
           02  FILLER1     PIC X     VALUE "/".
           02  MES-LIN     PIC 99.
           02  FILLER1     PIC X     VALUE "/".
           02  ANO-LIN     PIC 9999.
           02  FILLER1     PIC X(8)  VALUE "  HORA:".
           02  HORA-LIN    PIC 99.
           02  FILLER1     PIC X     VALUE ":".
           02  MIN-LIN     PIC 99.
       01  LIN-VALOR.
           02  ROTULO-LIN  PIC X(40).
           02  VALOR-LIN   PIC -ZZZ.ZZZ.ZZ9,99.
       01  LIN-SITUACAO.
           02  FILLER1     PIC X(10) VALUE "SITUACAO:".
           02  SIT-LIN     PIC X(10).
       01  LIN-ASSINATURA.
           02  FILLER1     PIC X(24) VALUE "ASSINATURA DO OPERADOR:".
           02  FILLER1     PIC X(30) VALUE ALL "_".
       01  LIN-CONFERENTE.
           02  FILLER1     PIC X(24) VALUE "ASSINATURA DO GERENTE:".
           02  FILLER1     PIC X(30) VALUE ALL "_".
       SCREEN   SECTION.
       01    TELA1.
           05    BLANK   SCREEN.
           05    LINE  03   COLUMN  20  VALUE
                               "FECHAMENTO DE CAIXA DO OPERADOR".
           05    LINE  05   COLUMN  10   VALUE
                 "OPERADOR: ".
           05    LINE  07   COLUMN  10   VALUE
                 "DATA DO CAIXA: ".
           05    LINE  09   COLUMN  10   VALUE
                 "VALOR CONTADO: ".
           05    LINE  11   COLUMN  10   VALUE
                 "VENDAS A VISTA: ".
           05    LINE  12   COLUMN  10   VALUE
                 "(-) DEVOLUCOES A VISTA: ".
           05    LINE  13   COLUMN  10   VALUE
                 "(+) RECEBIMENTOS: ".
           05    LINE  14   COLUMN  10   VALUE
                 "(=) ESPERADO: ".
           05    LINE  16   COLUMN  10   VALUE
                 "DIFERENCA: ".
           05    LINE  17   COLUMN  10   VALUE
                 "SITUACAO: ".
           05    LINE  19   COLUMN  10   VALUE
                 "MENSAGEM: ".
           05    LINE  22   COLUMN  10   VALUE
                 "FECHAR OUTRA DATA?(S/N):  ".
       01    TELA2.
           05   L-OPER   LINE  05  COLUMN  25  PIC  X(8)  FROM
                                       W-OPER-ASSIN.
           05   L-DATA   LINE  07  COLUMN  25  PIC  9(8)
                                       USING  DATA-CAIXA
                                       REQUIRED   AUTO.
           05   L-CONTADO LINE  09  COLUMN  25  PIC  9(9)V99  TO
                                       VALOR-CONTADO  AUTO.
           05   L-VENDAS LINE  11  COLUMN  35  PIC  X(14)  FROM
                                       VENDAS-ED.
           05   L-DEVOL  LINE  12  COLUMN  35  PIC  X(14)  FROM
                                       DEVOL-ED.
           05   L-RECEB  LINE  13  COLUMN  35  PIC  X(14)  FROM
                                       RECEB-ED.
           05   L-ESPERADO LINE  14  COLUMN  34  PIC  X(15)  FROM
                                       ESPERADO-ED.
           05   L-DIFER  LINE  16  COLUMN  34  PIC  X(15)  FROM
                                       DIFER-ED.
           05   L-SIT    LINE  17  COLUMN  35  PIC  X(10)  FROM
                                       SIT-ED.
           05   L-MSG    LINE  19  COLUMN  25  PIC  X(30)  FROM
                                       MENSAGEM.
           05   L-OPC    LINE  22  COLUMN  40  PIC  X  TO  OPC  AUTO.

       PROCEDURE   DIVISION.
       INICIO.
           MOVE  "V"  TO  W-PERM-EXIGIDA.
           PERFORM  EFETUAR-SIGNON.
           IF  NOT  OPER-VALIDO
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "CAIXAFEC: ACESSO NEGADO"
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  ROT-PROCESSA  UNTIL  OPC  =  "N"
           END-IF.
           STOP   RUN.
       ROT-PROCESSA.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-DATA.
           PERFORM   VERIFICAR-FECHAMENTO.
           IF  JA-FECHADO
               MOVE  "CAIXA JA FECHADO NESTA DATA"  TO  MENSAGEM
           ELSE
               ACCEPT  L-CONTADO
               PERFORM  APURAR-ESPERADO
               IF  APURACAO-OK
                   PERFORM  CALCULAR-DIFERENCA
                   PERFORM  EXIBIR-FECHAMENTO
                   PERFORM  GRAVAR-FECHAMENTO
               END-IF
           END-IF.
           DISPLAY  L-MSG.
           PERFORM   RECEBER-OPC.
       FIM-ROT-PROCESSA.     EXIT.
       FORMATAR-TELA.
           DISPLAY  TELA1.
           INITIALIZE  MENSAGEM  VALOR-CONTADO  VENDAS-ED  DEVOL-ED
                       RECEB-ED  ESPERADO-ED  DIFER-ED  SIT-ED.
           MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  W-DATA-HOJE.
           MOVE  W-DATA-HOJE  TO  DATA-CAIXA.
           DISPLAY  L-OPER.
       FIM-FORMATAR-TELA.   EXIT.
       RECEBER-DATA.
           PERFORM WITH TEST AFTER UNTIL DATA-OK
               MOVE  "N"  TO  W-DATA-OK
               ACCEPT  L-DATA
               IF  DATA-CAIXA  >  W-DATA-HOJE
                   DISPLAY  "DATA FUTURA NAO PERMITIDA"  AT  2250
               ELSE
                   SET  DATA-OK  TO  TRUE
                   DISPLAY   LIMPA-MSG  AT  2250
               END-IF
           END-PERFORM.
       FIM-RECEBER-DATA.   EXIT.
       VERIFICAR-FECHAMENTO.
           MOVE  "N"  TO  W-JA-FECHADO.
           MOVE  "N"  TO  W-FIM-CAIXA.
           OPEN  INPUT  ARQ-CAIXA.
           IF  W-COD-ERRO-CAIXA  NOT =  "00"  AND  NOT =  "05"
               DISPLAY  "ERRO AO ABRIR CAIXAFEC.DAT"  AT  2250
           ELSE
               PERFORM  LER-CAIXA
               PERFORM  VERIFICAR-CAIXA  UNTIL  FIM-CAIXA
               CLOSE  ARQ-CAIXA
           END-IF.
       FIM-VERIFICAR-FECHAMENTO.   EXIT.
       LER-CAIXA.
           READ  ARQ-CAIXA.
           EVALUATE  W-COD-ERRO-CAIXA
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-CAIXA  TO  TRUE
               WHEN  OTHER
                   SET  FIM-CAIXA  TO  TRUE
                   DISPLAY  "CAIXAFEC: ERRO DE E/S EM ARQ-CAIXA - "
                            "STATUS: "  W-COD-ERRO-CAIXA
           END-EVALUATE.
       FIM-LER-CAIXA.   EXIT.
       VERIFICAR-CAIXA.
           IF  OPER-CX  =  W-OPER-ASSIN
               AND  DATA-CX  =  DATA-CAIXA
               SET  JA-FECHADO  TO  TRUE
               SET  FIM-CAIXA   TO  TRUE
           ELSE
               PERFORM  LER-CAIXA
           END-IF.
       FIM-VERIFICAR-CAIXA.   EXIT.
       APURAR-ESPERADO.
           MOVE  ZEROS  TO  W-VENDAS  W-DEVOL  W-RECEB.
           MOVE  "S"    TO  W-APURACAO-OK.
           MOVE  "N"    TO  W-FIM-VENDA.
           OPEN  INPUT  ARQ-VENDA.
           IF  W-COD-ERRO-VENDA  NOT =  "00"  AND  NOT =  "05"
               MOVE  "N"  TO  W-APURACAO-OK
               MOVE  "ERRO AO LER VENDAS.DAT"  TO  MENSAGEM
           ELSE
               PERFORM  LER-VENDA
               PERFORM  ACUMULAR-VENDA  UNTIL  FIM-VENDA
               CLOSE  ARQ-VENDA
           END-IF.
           MOVE  "N"    TO  W-FIM-REC.
           OPEN  INPUT  ARQ-REC.
           IF  W-COD-ERRO-REC  NOT =  "00"  AND  NOT =  "05"
               MOVE  "N"  TO  W-APURACAO-OK
               MOVE  "ERRO AO LER CONTAS A RECEBER"  TO  MENSAGEM
           ELSE
               PERFORM  LER-RECEBIVEL
               PERFORM  ACUMULAR-RECEBIVEL  UNTIL  FIM-REC
               CLOSE  ARQ-REC
           END-IF.
       FIM-APURAR-ESPERADO.   EXIT.
       LER-VENDA.
           READ  ARQ-VENDA.
           EVALUATE  W-COD-ERRO-VENDA
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-VENDA  TO  TRUE
               WHEN  OTHER
                   SET  FIM-VENDA  TO  TRUE
                   MOVE  "N"  TO  W-APURACAO-OK
                   DISPLAY  "CAIXAFEC: ERRO DE E/S EM ARQ-VENDA - "
                            "STATUS: "  W-COD-ERRO-VENDA
           END-EVALUATE.
       FIM-LER-VENDA.   EXIT.
      *    A DEVOLUCAO GUARDA EM DATA-VENDA A DATA DA VENDA ORIGINAL
      *    E SAI DO CAIXA NA DATA DO ESTORNO - REGISTROS GRAVADOS
      *    ANTES DO CONTROLE DE CAIXA TRAZEM ESPACOS NA DATA DO
      *    ESTORNO E VALEM PELA DATA DA VENDA
       ACUMULAR-VENDA.
           IF  OPER-VENDA  =  W-OPER-ASSIN
               AND  VENDA-VISTA
               COMPUTE  W-VALOR-ITEM  =  QTD-VENDA  *  PRECO-UNIT-VENDA
               IF  VENDA-DEVOLUCAO
                   IF  DATA-ESTORNO-VENDA  NUMERIC
                       AND  DATA-ESTORNO-VENDA  >  ZEROS
                       MOVE  DATA-ESTORNO-VENDA  TO  W-DATA-ESTORNO
                   ELSE
                       MOVE  DATA-VENDA          TO  W-DATA-ESTORNO
                   END-IF
                   IF  W-DATA-ESTORNO  =  DATA-CAIXA
                       ADD  W-VALOR-ITEM  TO  W-DEVOL
                   END-IF
               ELSE
                   IF  DATA-VENDA  =  DATA-CAIXA
                       ADD  W-VALOR-ITEM  TO  W-VENDAS
                   END-IF
               END-IF
           END-IF.
           PERFORM  LER-VENDA.
       FIM-ACUMULAR-VENDA.   EXIT.
       LER-RECEBIVEL.
           READ  ARQ-REC.
           EVALUATE  W-COD-ERRO-REC
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-REC  TO  TRUE
               WHEN  OTHER
                   SET  FIM-REC  TO  TRUE
                   MOVE  "N"  TO  W-APURACAO-OK
                   DISPLAY  "CAIXAFEC: ERRO DE E/S EM ARQ-REC - "
                            "STATUS: "  W-COD-ERRO-REC
           END-EVALUATE.
       FIM-LER-RECEBIVEL.   EXIT.
      *    PAGAMENTOS GRAVADOS ANTES DO CONTROLE DE CAIXA TRAZEM
      *    ESPACOS NO OPERADOR E NA DATA DO RECEBIMENTO
       ACUMULAR-RECEBIVEL.
           IF  REC-PAGAMENTO
               AND  OPER-REC  =  W-OPER-ASSIN
               AND  DATA-PAG-REC  NUMERIC
               AND  DATA-PAG-REC  =  DATA-CAIXA
               ADD  VALOR-REC  TO  W-RECEB
           END-IF.
           PERFORM  LER-RECEBIVEL.
       FIM-ACUMULAR-RECEBIVEL.   EXIT.
       CALCULAR-DIFERENCA.
           COMPUTE  W-ESPERADO  =  W-VENDAS  -  W-DEVOL  +  W-RECEB.
           COMPUTE  W-DIFER     =  VALOR-CONTADO  -  W-ESPERADO.
           EVALUATE  TRUE
               WHEN  W-DIFER  =  ZEROS
                   MOVE  "CONFERIDO"  TO  SIT-ED
               WHEN  W-DIFER  >  ZEROS
                   MOVE  "SOBRA"      TO  SIT-ED
               WHEN  OTHER
                   MOVE  "FALTA"      TO  SIT-ED
           END-EVALUATE.
       FIM-CALCULAR-DIFERENCA.   EXIT.
       EXIBIR-FECHAMENTO.
           MOVE  W-VENDAS    TO  VENDAS-ED.
           MOVE  W-DEVOL     TO  DEVOL-ED.
           MOVE  W-RECEB     TO  RECEB-ED.
           MOVE  W-ESPERADO  TO  ESPERADO-ED.
           MOVE  W-DIFER     TO  DIFER-ED.
           DISPLAY  L-VENDAS.
           DISPLAY  L-DEVOL.
           DISPLAY  L-RECEB.
           DISPLAY  L-ESPERADO.
           DISPLAY  L-DIFER.
           DISPLAY  L-SIT.
       FIM-EXIBIR-FECHAMENTO.   EXIT.
       GRAVAR-FECHAMENTO.
           OPEN  EXTEND  ARQ-CAIXA.
           IF  W-COD-ERRO-CAIXA  NOT =  "00"  AND  NOT =  "05"
               MOVE  "ERRO AO GRAVAR CAIXAFEC.DAT"  TO  MENSAGEM
           ELSE
               MOVE  SPACES          TO  REG-CAIXA
               MOVE  W-OPER-ASSIN    TO  OPER-CX
               MOVE  DATA-CAIXA      TO  DATA-CX
               MOVE  FUNCTION  CURRENT-DATE  (9:6)  TO  HORA-CX
               MOVE  W-VENDAS        TO  VENDAS-CX
               MOVE  W-DEVOL         TO  DEVOL-CX
               MOVE  W-RECEB         TO  RECEB-CX
               MOVE  W-ESPERADO      TO  ESPERADO-CX
               MOVE  VALOR-CONTADO   TO  CONTADO-CX
               MOVE  W-DIFER         TO  DIFER-CX
               MOVE  SIT-ED(1:1)     TO  SIT-CX
               WRITE  REG-CAIXA
               IF  W-COD-ERRO-CAIXA  NOT =  "00"
                   MOVE  "ERRO AO GRAVAR CAIXAFEC.DAT"  TO  MENSAGEM
               ELSE
                   PERFORM  IMPRIMIR-FECHAMENTO
               END-IF
               CLOSE  ARQ-CAIXA
           END-IF.
       FIM-GRAVAR-FECHAMENTO.   EXIT.
       IMPRIMIR-FECHAMENTO.
           OPEN  OUTPUT  ARQ-IMP.
           IF  W-COD-ERRO-IMP  NOT =  "00"
               MOVE  "CAIXA FECHADO - ERRO CAIXA.PRN"  TO  MENSAGEM
           ELSE
               MOVE  OPER-CX       TO  OPER-LIN
               MOVE  DATA-CX(7:2)  TO  DIA-LIN
               MOVE  DATA-CX(5:2)  TO  MES-LIN
               MOVE  DATA-CX(1:4)  TO  ANO-LIN
               MOVE  HORA-CX(1:2)  TO  HORA-LIN
               MOVE  HORA-CX(3:2)  TO  MIN-LIN
               WRITE  REG-IMP  FROM  LIN-TRACO
               WRITE  REG-IMP  FROM  LIN-TITULO
               WRITE  REG-IMP  FROM  LIN-TRACO
               WRITE  REG-IMP  FROM  LIN-OPER
               WRITE  REG-IMP  FROM  LIN-TRACO
               MOVE  "VENDAS A VISTA"             TO  ROTULO-LIN
               MOVE  VENDAS-CX                    TO  VALOR-LIN
               WRITE  REG-IMP  FROM  LIN-VALOR
               MOVE  "(-) DEVOLUCOES DE VENDA A VISTA"  TO  ROTULO-LIN
               MOVE  DEVOL-CX                     TO  VALOR-LIN
               WRITE  REG-IMP  FROM  LIN-VALOR
               MOVE  "(+) RECEBIMENTOS DE TITULOS"  TO  ROTULO-LIN
               MOVE  RECEB-CX                     TO  VALOR-LIN
               WRITE  REG-IMP  FROM  LIN-VALOR
               MOVE  "(=) VALOR ESPERADO NO CAIXA"  TO  ROTULO-LIN
               MOVE  ESPERADO-CX                  TO  VALOR-LIN
               WRITE  REG-IMP  FROM  LIN-VALOR
               MOVE  "VALOR CONTADO PELO OPERADOR"  TO  ROTULO-LIN
               MOVE  CONTADO-CX                   TO  VALOR-LIN
               WRITE  REG-IMP  FROM  LIN-VALOR
               WRITE  REG-IMP  FROM  LIN-TRACO
               MOVE  "DIFERENCA (SOBRA + / FALTA -)"  TO  ROTULO-LIN
               MOVE  DIFER-CX                     TO  VALOR-LIN
               WRITE  REG-IMP  FROM  LIN-VALOR
               MOVE  SIT-ED                       TO  SIT-LIN
               WRITE  REG-IMP  FROM  LIN-SITUACAO
               WRITE  REG-IMP  FROM  LIN-TRACO
               MOVE  SPACES  TO  REG-IMP
               WRITE  REG-IMP
               WRITE  REG-IMP  FROM  LIN-ASSINATURA
               MOVE  SPACES  TO  REG-IMP
               WRITE  REG-IMP
               WRITE  REG-IMP  FROM  LIN-CONFERENTE
               CLOSE  ARQ-IMP
               MOVE  "CAIXA FECHADO - VER CAIXA.PRN"  TO  MENSAGEM
           END-IF.
       FIM-IMPRIMIR-FECHAMENTO.   EXIT.
       RECEBER-OPC.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT  L-OPC
               MOVE  FUNCTION  UPPER-CASE  (OPC)  TO  OPC
               IF  OPC-OK
                   DISPLAY   LIMPA-MSG  AT  2250
               ELSE
                   DISPLAY  "DIGITE S OU N"  AT  2250
               END-IF
           END-PERFORM.
       COPY  SIGNONPR.
       FIM-DO-PROGRAMA.    EXIT.
