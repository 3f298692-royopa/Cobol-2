      *    *   HORARIOS E RC), OS VOLUMES DE CPFSAID/CPFAUDIT,  *
      *    *   A SITUACAO DA CONCILIACAO DO RELATORIO DE        *
      *    *   PRODUTO E O ALERTA DE CHECKPOINT PENDENTE DE     *
      *    *   RELATORIO INTERROMPIDO, ALEM DOS CAIXAS DE       *
      *    *   OPERADOR DOS ULTIMOS 7 DIAS COM MOVIMENTO EM     *
      *    *   DINHEIRO E SEM FECHAMENTO (CAIXAFEC.DAT) OU      *
      *    *   FECHADOS COM SOBRA/FALTA, E A CONTAGEM POR TIPO  *
      *    *   DAS OCORRENCIAS DA VERIFICACAO DE INTEGRIDADE    *
      *    *   ENTRE ARQUIVOS (VERINTEG.DAT)                    *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL  ARQ-LOG  ASSIGN TO  "CICLOLOG.DAT"
           SELECT  OPTIONAL  ARQ-CKPT  ASSIGN TO  "PRODCKPT.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-CKPT.
           SELECT  OPTIONAL  ARQ-VENDA  ASSIGN TO  "VENDAS.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-VENDA.
           SELECT  OPTIONAL  ARQ-REC  ASSIGN TO  "CONTAREC.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-REC.
           SELECT  OPTIONAL  ARQ-CAIXA  ASSIGN TO  "CAIXAFEC.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-CAIXA.
           SELECT  OPTIONAL  ARQ-INTEG  ASSIGN TO  "VERINTEG.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-INTEG.
           SELECT ARQ-IMP  ASSIGN TO "RELCIC.PRN".
       DATA         DIVISION.
       FILE         SECTION.
       01  REG-LOG             PIC  X(80).
       FD  ARQ-CPF-SAI
           LABEL  RECORD  STANDARD.
       01  REG-CPF-SAI         PIC  X(15).
       FD  ARQ-AUDIT
           LABEL  RECORD  STANDARD.
       01  REG-AUDIT           PIC  X(80).
       FD  ARQ-CKPT
           LABEL  RECORD  STANDARD.
       01  REG-CKPT            PIC  X(100).
       FD  ARQ-VENDA
           LABEL  RECORD  STANDARD.
       COPY  VENDREG.
       FD  ARQ-REC
           LABEL  RECORD  STANDARD.
       COPY  RECREG.
       FD  ARQ-CAIXA
           LABEL  RECORD  STANDARD.
       COPY  CAIXAREG.
       FD  ARQ-INTEG
           LABEL  RECORD  STANDARD.
       COPY  INTGREG.
       FD  ARQ-IMP
           LABEL  RECORD  OMITTED.
       01  REG-IMP             PIC  X(100).
       01  LINHA-CKPT.
           02  FILLER1     PIC X(12) VALUE "CHECKPOINT:".
           02  OBS-CKPT    PIC X(55).
       01  CABEC-CAIXA.
           02  FILLER1     PIC X(50) VALUE
               "CAIXAS NAO CONCILIADOS (ULTIMOS 7 DIAS):".
       01  LINHA-CAIXA.
           02  FILLER1     PIC X(4)  VALUE SPACES.
           02  OPER-CAIXA  PIC X(8).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  DATA-CAIXA  PIC 9(8).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  SIT-CAIXA   PIC X(14).
           02  DIFER-CAIXA-X  PIC X(15).
           02  DIFER-CAIXA REDEFINES DIFER-CAIXA-X
                           PIC -ZZZ.ZZZ.ZZ9,99.
       01  CABEC-INTEG.
           02  FILLER1     PIC X(40) VALUE
               "INTEGRIDADE ENTRE ARQUIVOS (VERINTEG):".
           02  FILLER1     PIC X(4)  VALUE "EM".
           02  DATA-INTEG-CAB  PIC X(8).
       01  LINHA-INTEG.
           02  FILLER1     PIC X(4)  VALUE SPACES.
           02  DESCR-INTEG-RES PIC X(40).
           02  QTD-INTEG-RES   PIC ZZZZZZ9.

       01  W-COD-ERRO-LOG      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-SAI      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-AUD      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-REL      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-CKPT     PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-VENDA    PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-REC      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-CAIXA    PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-INTEG    PIC  XX  VALUE  SPACES.
       01  W-QTD-INTEG         PIC  99    VALUE  ZEROS.
       01  W-IX-INTEG          PIC  99    VALUE  ZEROS.
       01  W-DATA-INTEG        PIC  X(8)  VALUE  SPACES.
       01  W-DATA-HOJE         PIC  9(8)  VALUE  ZEROS.
       01  W-DATA-INI-CAIXA    PIC  9(8)  VALUE  ZEROS.
       01  W-DATA-CAIXA        PIC  9(8)  VALUE  ZEROS.
       01  W-OPER-CAIXA        PIC  X(8)  VALUE  SPACES.
       01  W-QTD-CAIXAS        PIC  999   VALUE  ZEROS.
       01  W-QTD-CX-PEND       PIC  999   VALUE  ZEROS.
       01  W-IX-CX             PIC  999   VALUE  ZEROS.
       01  W-IX-CX-ACHADO      PIC  999   VALUE  ZEROS.
       01  W-QTD-PASSOS        PIC  99    VALUE  ZEROS.
       01  W-IND               PIC  99    VALUE  ZEROS.
       01  W-IND-ACHADO        PIC  99    VALUE  ZEROS.
               03  PASSO-HORA-FIM  PIC X(8).
               03  PASSO-RC        PIC X(4).
               03  PASSO-TEM-FIM   PIC X.
      *    CAIXAS (OPERADOR + DATA) COM MOVIMENTO EM DINHEIRO OU
      *    FECHAMENTO NA JANELA - SITUACAO ESPACO = SEM FECHAMENTO
       01  TAB-CAIXAS.
           02  CAIXA-OC  OCCURS 200 TIMES.
               03  CAIXA-OPER      PIC X(8).
               03  CAIXA-DATA      PIC 9(8).
               03  CAIXA-SIT       PIC X.
               03  CAIXA-DIFER     PIC S9(9)V99.
      *    CONTAGEM POR TIPO DE OCORRENCIA DA ULTIMA VERIFICACAO
       01  TAB-INTEG.
           02  INTEG-OC  OCCURS 10 TIMES.
               03  INTEG-DESCR     PIC X(40).
               03  INTEG-QTD       PIC 9(7).
       PROCEDURE   DIVISION.
       INICIO.
           PERFORM  LER-LOG-CICLO.
           PERFORM  CONTAR-CPFAUDIT.
           PERFORM  APURAR-CONCILIACAO.
           PERFORM  APURAR-CHECKPOINT.
           PERFORM  APURAR-CAIXAS.
           PERFORM  APURAR-INTEGRIDADE.
           PERFORM  IMPRIMIR-RESUMO.
           STOP   RUN.
      *    O LOG DO CICLO E ACUMULATIVO (OPEN EXTEND EM CICLONOT) -
           PERFORM  IMPRIMIR-VOLUMES.
           PERFORM  IMPRIMIR-CONCILIACAO.
           PERFORM  IMPRIMIR-CHECKPOINT.
           PERFORM  IMPRIMIR-CAIXAS.
           PERFORM  IMPRIMIR-INTEGRIDADE.
           CLOSE  ARQ-IMP.
           DISPLAY  "RELCICLO: RESUMO GRAVADO EM RELCIC.PRN".
           IF  ALERTA-CICLO
           END-IF.
           WRITE  REG-IMP  FROM  DETALHE-PASSO  AFTER  1  LINES.
       IMPRIMIR-VOLUMES.
           MOVE  "CPF/CNPJ VALIDADOS (CPFSAID):" TO  DESCR-VOL.
           MOVE  W-QTD-CPF                    TO  QTD-VOL.
           MOVE  SPACES                       TO  OBS-VOL.
           WRITE  REG-IMP  FROM  LINHA-VOLUME  AFTER  2  LINES.
               MOVE  "NENHUM PENDENTE"  TO  OBS-CKPT
           END-IF.
           WRITE  REG-IMP  FROM  LINHA-CKPT  AFTER  2  LINES.
      *    JANELA DOS 7 DIAS ANTERIORES - O CAIXA DO DIA CORRENTE
      *    AINDA ESTA ABERTO
       APURAR-CAIXAS.
           MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  W-DATA-HOJE.
           COMPUTE  W-DATA-INI-CAIXA  =  FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)  -  7).
           MOVE  ZEROS   TO  W-QTD-CAIXAS.
           MOVE  SPACES  TO  TAB-CAIXAS.
           MOVE  "N"  TO  W-FIM-ARQUIVO.
           OPEN  INPUT  ARQ-VENDA.
           IF  W-COD-ERRO-VENDA  =  "00"  OR  =  "05"
               PERFORM  VARRER-VENDA-CAIXA  UNTIL  FIM-ARQUIVO
               CLOSE  ARQ-VENDA
           END-IF.
           MOVE  "N"  TO  W-FIM-ARQUIVO.
           OPEN  INPUT  ARQ-REC.
           IF  W-COD-ERRO-REC  =  "00"  OR  =  "05"
               PERFORM  VARRER-REC-CAIXA  UNTIL  FIM-ARQUIVO
               CLOSE  ARQ-REC
           END-IF.
           MOVE  "N"  TO  W-FIM-ARQUIVO.
           OPEN  INPUT  ARQ-CAIXA.
           IF  W-COD-ERRO-CAIXA  =  "00"  OR  =  "05"
               PERFORM  VARRER-CAIXA-FECHADO  UNTIL  FIM-ARQUIVO
               CLOSE  ARQ-CAIXA
           END-IF.
      *    A DEVOLUCAO SAI DO CAIXA NA DATA DO ESTORNO - REGISTROS
      *    ANTIGOS TRAZEM ESPACOS E VALEM PELA DATA DA VENDA
       VARRER-VENDA-CAIXA.
           READ  ARQ-VENDA.
           EVALUATE  W-COD-ERRO-VENDA
               WHEN  "00"
                   IF  OPER-VENDA  NOT =  SPACES
                       AND  VENDA-VISTA
                       MOVE  DATA-VENDA  TO  W-DATA-CAIXA
                       IF  VENDA-DEVOLUCAO
                           AND  DATA-ESTORNO-VENDA  NUMERIC
                           AND  DATA-ESTORNO-VENDA  >  ZEROS
                           MOVE  DATA-ESTORNO-VENDA  TO  W-DATA-CAIXA
                       END-IF
                       MOVE  OPER-VENDA  TO  W-OPER-CAIXA
                       PERFORM  REGISTRAR-CAIXA
                   END-IF
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  FIM-ARQUIVO  TO  TRUE
                   SET  ALERTA-CICLO  TO  TRUE
                   DISPLAY  "RELCICLO: ERRO DE E/S EM ARQ-VENDA - "
                            "STATUS: "  W-COD-ERRO-VENDA
           END-EVALUATE.
       VARRER-REC-CAIXA.
           READ  ARQ-REC.
           EVALUATE  W-COD-ERRO-REC
               WHEN  "00"
                   IF  REC-PAGAMENTO
                       AND  OPER-REC  NOT =  SPACES
                       AND  DATA-PAG-REC  NUMERIC
                       MOVE  DATA-PAG-REC  TO  W-DATA-CAIXA
                       MOVE  OPER-REC      TO  W-OPER-CAIXA
                       PERFORM  REGISTRAR-CAIXA
                   END-IF
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  FIM-ARQUIVO  TO  TRUE
                   SET  ALERTA-CICLO  TO  TRUE
                   DISPLAY  "RELCICLO: ERRO DE E/S EM ARQ-REC - "
                            "STATUS: "  W-COD-ERRO-REC
           END-EVALUATE.
       VARRER-CAIXA-FECHADO.
           READ  ARQ-CAIXA.
           EVALUATE  W-COD-ERRO-CAIXA
               WHEN  "00"
                   MOVE  DATA-CX  TO  W-DATA-CAIXA
                   MOVE  OPER-CX  TO  W-OPER-CAIXA
                   PERFORM  REGISTRAR-CAIXA
                   IF  W-IX-CX-ACHADO  >  ZEROS
                       MOVE  SIT-CX    TO  CAIXA-SIT(W-IX-CX-ACHADO)
                       MOVE  DIFER-CX  TO  CAIXA-DIFER(W-IX-CX-ACHADO)
                   END-IF
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  FIM-ARQUIVO  TO  TRUE
                   SET  ALERTA-CICLO  TO  TRUE
                   DISPLAY  "RELCICLO: ERRO DE E/S EM ARQ-CAIXA - "
                            "STATUS: "  W-COD-ERRO-CAIXA
           END-EVALUATE.
       REGISTRAR-CAIXA.
           MOVE  ZEROS  TO  W-IX-CX-ACHADO.
           IF  W-DATA-CAIXA  NOT <  W-DATA-INI-CAIXA
               AND  W-DATA-CAIXA  <  W-DATA-HOJE
               PERFORM  VARYING  W-IX-CX  FROM  1  BY  1
                   UNTIL  W-IX-CX  >  W-QTD-CAIXAS
                   IF  CAIXA-OPER(W-IX-CX)  =  W-OPER-CAIXA
                       AND  CAIXA-DATA(W-IX-CX)  =  W-DATA-CAIXA
                       MOVE  W-IX-CX  TO  W-IX-CX-ACHADO
                   END-IF
               END-PERFORM
               IF  W-IX-CX-ACHADO  =  ZEROS
                   AND  W-QTD-CAIXAS  <  200
                   ADD  1  TO  W-QTD-CAIXAS
                   MOVE  W-QTD-CAIXAS  TO  W-IX-CX-ACHADO
                   MOVE  W-OPER-CAIXA  TO  CAIXA-OPER(W-IX-CX-ACHADO)
                   MOVE  W-DATA-CAIXA  TO  CAIXA-DATA(W-IX-CX-ACHADO)
                   MOVE  SPACE         TO  CAIXA-SIT(W-IX-CX-ACHADO)
                   MOVE  ZEROS         TO  CAIXA-DIFER(W-IX-CX-ACHADO)
               END-IF
           END-IF.
       IMPRIMIR-CAIXAS.
           MOVE  ZEROS  TO  W-QTD-CX-PEND.
           WRITE  REG-IMP  FROM  CABEC-CAIXA  AFTER  2  LINES.
           PERFORM  IMPRIMIR-CAIXA
               VARYING  W-IX-CX  FROM  1  BY  1
               UNTIL  W-IX-CX  >  W-QTD-CAIXAS.
           IF  W-QTD-CX-PEND  =  ZEROS
               MOVE  "    NENHUM"  TO  REG-IMP
               WRITE  REG-IMP  AFTER  1  LINES
           ELSE
               SET  ALERTA-CICLO  TO  TRUE
           END-IF.
       IMPRIMIR-CAIXA.
           IF  CAIXA-SIT(W-IX-CX)  NOT =  "C"
               ADD  1  TO  W-QTD-CX-PEND
               MOVE  CAIXA-OPER(W-IX-CX)   TO  OPER-CAIXA
               MOVE  CAIXA-DATA(W-IX-CX)   TO  DATA-CAIXA
               EVALUATE  CAIXA-SIT(W-IX-CX)
                   WHEN  "S"
                       MOVE  "SOBRA"          TO  SIT-CAIXA
                   WHEN  "F"
                       MOVE  "FALTA"          TO  SIT-CAIXA
                   WHEN  OTHER
                       MOVE  "NAO FECHADO"    TO  SIT-CAIXA
               END-EVALUATE
               IF  CAIXA-SIT(W-IX-CX)  =  "S"  OR  =  "F"
                   MOVE  CAIXA-DIFER(W-IX-CX)  TO  DIFER-CAIXA
               ELSE
                   MOVE  SPACES  TO  DIFER-CAIXA-X
               END-IF
               WRITE  REG-IMP  FROM  LINHA-CAIXA  AFTER  1  LINES
           END-IF.
      *    VERINTEG.DAT VAZIO OU AUSENTE = VERIFICACAO NAO CONCLUIDA
       APURAR-INTEGRIDADE.
           MOVE  ZEROS   TO  W-QTD-INTEG.
           MOVE  "N"  TO  W-FIM-ARQUIVO.
           OPEN  INPUT  ARQ-INTEG.
           IF  W-COD-ERRO-INTEG  =  "00"  OR  =  "05"
               PERFORM  VARRER-INTEGRIDADE  UNTIL  FIM-ARQUIVO
               CLOSE  ARQ-INTEG
           END-IF.
       VARRER-INTEGRIDADE.
           READ  ARQ-INTEG.
           EVALUATE  W-COD-ERRO-INTEG
               WHEN  "00"
                   IF  W-QTD-INTEG  <  10
                       ADD  1  TO  W-QTD-INTEG
                       MOVE  DESCR-INTEG  TO  INTEG-DESCR(W-QTD-INTEG)
                       MOVE  QTD-INTEG    TO  INTEG-QTD(W-QTD-INTEG)
                       MOVE  DATA-INTEG   TO  W-DATA-INTEG
                   END-IF
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  FIM-ARQUIVO  TO  TRUE
                   SET  ALERTA-CICLO  TO  TRUE
                   DISPLAY  "RELCICLO: ERRO DE E/S EM ARQ-INTEG - "
                            "STATUS: "  W-COD-ERRO-INTEG
           END-EVALUATE.
       IMPRIMIR-INTEGRIDADE.
           MOVE  W-DATA-INTEG  TO  DATA-INTEG-CAB.
           WRITE  REG-IMP  FROM  CABEC-INTEG  AFTER  2  LINES.
           IF  W-QTD-INTEG  =  ZEROS
               MOVE  "    NAO APURADA"  TO  REG-IMP
               WRITE  REG-IMP  AFTER  1  LINES
               SET  ALERTA-CICLO  TO  TRUE
           ELSE
               PERFORM  IMPRIMIR-LINHA-INTEG
                   VARYING  W-IX-INTEG  FROM  1  BY  1
                   UNTIL  W-IX-INTEG  >  W-QTD-INTEG
           END-IF.
       IMPRIMIR-LINHA-INTEG.
           MOVE  INTEG-DESCR(W-IX-INTEG)  TO  DESCR-INTEG-RES.
           MOVE  INTEG-QTD(W-IX-INTEG)    TO  QTD-INTEG-RES.
           IF  INTEG-QTD(W-IX-INTEG)  >  ZEROS
               SET  ALERTA-CICLO  TO  TRUE
           END-IF.
           WRITE  REG-IMP  FROM  LINHA-INTEG  AFTER  1  LINES.
       FIM-DO-PROGRAMA.    EXIT.
