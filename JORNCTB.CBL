       IDENTIFICATION   DIVISION.
       PROGRAM-ID.            JORNCTB.
       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   JORNAL CONTABIL DIARIO                           *
      *    *   LE O CARTAO-PARAMETRO OPCIONAL (JORNCTB.PAR) COM *
      *    *   O DIA A EXPORTAR (SEM CARTAO OU ZEROS = DIA      *
      *    *   ANTERIOR AO DA EXECUCAO) E APURA AS VENDAS A     *
      *    *   VISTA E A PRAZO, O DESCONTO CONCEDIDO (LISTA     *
      *    *   MENOS PRECO COBRADO) E AS DEVOLUCOES DO DIA EM   *
      *    *   VENDAS.DAT E VENDARQ.DAT, OS RECEBIMENTOS DE     *
      *    *   CLIENTE EM CONTAREC.DAT E AS SOBRAS E FALTAS DE  *
      *    *   INVENTARIO BAIXADAS POR ESTQBAT (ESTQAJU.DAT) -  *
      *    *   AS CONTAS DE DEBITO E CREDITO DE CADA EVENTO VEM *
      *    *   DO MAPEAMENTO CONTABIL (CTBMAP.DAT, MANTIDO EM   *
      *    *   CTBMANT) - UM LANCAMENTO POR EVENTO E DOCUMENTO  *
      *    *   DE ORIGEM, GRAVADO EM JORNAAAAMMDD.DAT SO SE O   *
      *    *   TOTAL A DEBITO FECHAR COM O TOTAL A CREDITO -    *
      *    *   O CONTROLE (JORNCTB.CTL) GUARDA OS DIAS JA       *
      *    *   EXPORTADOS E RECUSA EXPORTAR O MESMO DIA DUAS    *
      *    *   VEZES - IMPRIME O RESUMO DOS LANCAMENTOS POR     *
      *    *   EVENTO E POR CONTA PARA CONFERENCIA DA           *
      *    *   CONTABILIDADE (JORNCTB.PRN)                      *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL  ARQ-PAR  ASSIGN TO  "JORNCTB.PAR"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-PAR.
           SELECT  OPTIONAL  ARQ-CTL  ASSIGN TO  "JORNCTB.CTL"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-CTL.
           SELECT ARQ-CTB ASSIGN TO "CTBMAP.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-EVT-CTB
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-CTB.
           SELECT  OPTIONAL  ARQ-VENDA  ASSIGN TO  "VENDAS.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-VENDA.
           SELECT  OPTIONAL  ARQ-ARQV  ASSIGN TO  "VENDARQ.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-ARQV.
           SELECT  OPTIONAL  ARQ-REC  ASSIGN TO  "CONTAREC.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-REC.
           SELECT  OPTIONAL  ARQ-AJU  ASSIGN TO  "ESTQAJU.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-AJU.
      *    O NOME FISICO DO JORNAL DO DIA (JORNAAAAMMDD.DAT) E
      *    ATRIBUIDO EM TEMPO DE EXECUCAO VIA VARIAVEL DE AMBIENTE
      *    DD_JORNFILE (VER ATRIBUIR-JORNAL)
           SELECT  ARQ-JORN  ASSIGN TO  "JORNFILE"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-JORN.
           SELECT ARQ-IMP  ASSIGN TO "JORNCTB.PRN".
       DATA         DIVISION.
       FILE         SECTION.
       FD  ARQ-PAR
           LABEL  RECORD  STANDARD.
      *    CARTAO-PARAMETRO DO JORNAL (UM REGISTRO, OPCIONAL):
      *    DIA A EXPORTAR AAAAMMDD (SEM CARTAO, EM BRANCO OU ZEROS
      *    = DIA ANTERIOR AO DA EXECUCAO) - USADO PARA EXPORTAR UM
      *    DIA QUE O CICLO NOTURNO NAO EXPORTOU
       01  REG-PAR.
           02  DATA-PAR          PIC 9(8).
           02  FILLER            PIC X(22).
       FD  ARQ-CTL
           LABEL  RECORD  STANDARD.
      *    UM REGISTRO POR DIA EXPORTADO, GRAVADO SO DEPOIS DO
      *    JORNAL FECHADO - DATA E HORA DA EXPORTACAO, QUANTIDADE
      *    DE LANCAMENTOS E TOTAIS A DEBITO E A CREDITO
       01  REG-CTL.
           02  DATA-CTL          PIC 9(8).
           02  QTD-LANC-CTL      PIC 9(5).
           02  TOTAL-DEB-CTL     PIC 9(11)V99.
           02  TOTAL-CRED-CTL    PIC 9(11)V99.
           02  DATA-EXP-CTL      PIC 9(8).
           02  HORA-EXP-CTL      PIC 9(6).
           02  FILLER            PIC X(7).
       FD  ARQ-CTB
           LABEL RECORD STANDARD.
       COPY  CTBREG.
       FD  ARQ-VENDA
           LABEL  RECORD  STANDARD.
       COPY  VENDREG.
       FD  ARQ-ARQV
           LABEL  RECORD  STANDARD.
      *    IMAGEM DE REG-VENDA (VENDREG)
       01  REG-ARQV            PIC X(80).
       FD  ARQ-REC
           LABEL  RECORD  STANDARD.
       COPY  RECREG.
       FD  ARQ-AJU
           LABEL  RECORD  STANDARD.
       COPY  AJUREG.
       FD  ARQ-JORN
           LABEL  RECORD  STANDARD.
       COPY  JORNREG.
       FD  ARQ-IMP
           LABEL  RECORD  OMITTED.
       01  REG-IMP         PIC X(120).
       WORKING-STORAGE    SECTION.
       01  CABEC1.
           02  FILLER1     PIC X(09) VALUE SPACES.
           02  FILLER1     PIC X(47) VALUE
           "JORNAL CONTABIL DIARIO - RESUMO DOS LANCAMENTOS".
           02  FILLER1     PIC X(6)  VALUE SPACES.
           02  FILLER1     PIC X(6)  VALUE "DIA:".
           02  DIA-CAB     PIC 99.
           02  FILLER1     PIC X     VALUE "/".
           02  MES-CAB     PIC 99.
           02  FILLER1     PIC X     VALUE "/".
           02  ANO-CAB     PIC 9999.
           02  FILLER1     PIC X(4)  VALUE SPACES.
           02  FILLER1     PIC X(5)  VALUE "PAG.".
           02  PAG-CAB     PIC Z9.
       01  CABEC-EVENTO.
           02  FILLER1     PIC X(40) VALUE
           "*** LANCAMENTOS POR EVENTO".
       01  CABEC2-EVENTO.
           02  FILLER1     PIC X(4)  VALUE "EV".
           02  FILLER1     PIC X(42) VALUE "HISTORICO".
           02  FILLER1     PIC X(17) VALUE "CONTA DEBITO".
           02  FILLER1     PIC X(17) VALUE "CONTA CREDITO".
           02  FILLER1     PIC X(10) VALUE "  LANCTOS".
           02  FILLER1     PIC X(18) VALUE "             VALOR".
       01  DETALHE-EVENTO.
           02  EVT-DET     PIC 99.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  HIST-DET    PIC X(40).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  DEB-DET     PIC X(15).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  CRED-DET    PIC X(15).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  QTD-DET     PIC ZZZZ9.
           02  FILLER1     PIC X(3)  VALUE SPACES.
           02  VALOR-DET   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  CABEC-CONTA.
           02  FILLER1     PIC X(40) VALUE
           "*** TOTAIS POR CONTA".
       01  CABEC2-CONTA.
           02  FILLER1     PIC X(17) VALUE "CONTA".
           02  FILLER1     PIC X(20) VALUE "      TOTAL DEBITO".
           02  FILLER1     PIC X(20) VALUE "     TOTAL CREDITO".
       01  DETALHE-CONTA.
           02  CONTA-DET   PIC X(15).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  DEB-CONTA-DET   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  CRED-CONTA-DET  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  TOTAIS-PARTIDA.
           02  FILLER1     PIC X(17) VALUE "TOTAL GERAL".
           02  DEB-TOT     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  CRED-TOT    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER1     PIC X(4)  VALUE SPACES.
           02  FILLER1     PIC X(11) VALUE "DIFERENCA:".
           02  DIF-TOT     PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01  TOTAIS-ORIGEM.
           02  FILLER1     PIC X(8)  VALUE "VENDAS:".
           02  QTD-VEN-TOT PIC ZZZZ9.
           02  FILLER1     PIC X(3)  VALUE SPACES.
           02  FILLER1     PIC X(13) VALUE "DEVOLUCOES:".
           02  QTD-DEV-TOT PIC ZZZZ9.
           02  FILLER1     PIC X(3)  VALUE SPACES.
           02  FILLER1     PIC X(16) VALUE "RECEBIMENTOS:".
           02  QTD-REC-TOT PIC ZZZZ9.
           02  FILLER1     PIC X(3)  VALUE SPACES.
           02  FILLER1     PIC X(10) VALUE "AJUSTES:".
           02  QTD-AJU-TOT PIC ZZZZ9.
           02  FILLER1     PIC X(3)  VALUE SPACES.
           02  FILLER1     PIC X(19) VALUE "AJUSTES SEM CUSTO:".
           02  QTD-SCU-TOT PIC ZZZZ9.
       01  LINHA-SITUACAO.
           02  FILLER1     PIC X(11) VALUE "SITUACAO: ".
           02  SITUACAO-LIN    PIC X(70).
       01  LINHA-ASSINATURA.
           02  FILLER1     PIC X(45) VALUE
           "CONFERIDO POR: ______________________________".
           02  FILLER1     PIC X(5)  VALUE SPACES.
           02  FILLER1     PIC X(16) VALUE "DATA: __/__/____".

       01  W-COD-ERRO-PAR      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-CTL      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-CTB      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-VENDA    PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-ARQV     PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-REC      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-AJU      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-JORN     PIC  XX  VALUE  SPACES.
       01  W-DATA-HOJE         PIC  9(8)  VALUE  ZEROS.
       01  W-HORA-HOJE         PIC  9(6)  VALUE  ZEROS.
       01  W-DATA-JORN         PIC  9(8)  VALUE  ZEROS.
       01  W-DATA-JORN-R  REDEFINES  W-DATA-JORN.
           02  W-ANO-JORN      PIC  9(4).
           02  W-MES-JORN      PIC  99.
           02  W-DIA-JORN      PIC  99.
       01  W-NOME-JORN         PIC  X(16)  VALUE  SPACES.
       01  W-DATA-ORIGEM       PIC  9(8)  VALUE  ZEROS.
       01  W-COD-EVT           PIC  99    VALUE  ZEROS.
       01  W-DOCTO             PIC  X(20) VALUE  SPACES.
       01  W-VALOR             PIC  9(11)V99   VALUE  ZEROS.
       01  W-DIF-QTD           PIC  S9(5)      VALUE  ZEROS.
       01  W-TOTAL-DEB         PIC  9(11)V99   VALUE  ZEROS.
       01  W-TOTAL-CRED        PIC  9(11)V99   VALUE  ZEROS.
       01  W-DIFERENCA         PIC  S9(11)V99  VALUE  ZEROS.
       01  W-CONTA             PIC  X(15) VALUE  SPACES.
       01  W-QTD-VENDAS        PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-DEVOL         PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-PAGTOS        PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-AJUSTES       PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-SEM-CUSTO     PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-LANC          PIC  9(5)  VALUE  ZEROS.
       01  W-QTD-CONTAS        PIC  99    VALUE  ZEROS.
       01  W-IX-EVT            PIC  99    VALUE  ZEROS.
       01  W-IX-LANC           PIC  9(5)  VALUE  ZEROS.
       01  W-IX-LANC-ACHADO    PIC  9(5)  VALUE  ZEROS.
       01  W-IX-CONTA          PIC  99    VALUE  ZEROS.
       01  W-IX-CONTA-ACHADA   PIC  99    VALUE  ZEROS.
       01  W-SW-STATUS.
           05  W-FIM-ARQUIVO    PIC  X  VALUE  "N".
               88  FIM-ARQUIVO      VALUE  "S".
           05  W-ERRO-FATAL     PIC  X  VALUE  "N".
               88  ERRO-FATAL       VALUE  "S".
           05  W-JA-EXPORTADO   PIC  X  VALUE  "N".
               88  JA-EXPORTADO     VALUE  "S".
           05  W-APURADO        PIC  X  VALUE  "N".
               88  LOTE-APURADO     VALUE  "S".
           05  W-EXPORTADO      PIC  X  VALUE  "N".
               88  LOTE-EXPORTADO   VALUE  "S".
           05  W-SECAO          PIC  X  VALUE  "E".
               88  SECAO-EVENTO     VALUE  "E".
               88  SECAO-CONTA      VALUE  "C".
       01  W-CONT-LINHA        PIC 99  VALUE 50.
       01  W-CONT-PAGINA       PIC 99  VALUE ZEROS.
      *    EVENTOS DO MAPEAMENTO CONTABIL (CTBREG), INDEXADOS PELO
      *    CODIGO DO EVENTO
       01  TAB-EVENTOS.
           02  EVT-OC  OCCURS 8 TIMES.
               03  EVT-MAPEADO     PIC X.
               03  EVT-HIST        PIC X(40).
               03  EVT-DEB         PIC X(15).
               03  EVT-CRED        PIC X(15).
               03  EVT-QTD         PIC 9(5).
               03  EVT-VALOR       PIC 9(11)V99.
      *    UM LANCAMENTO POR EVENTO E DOCUMENTO DE ORIGEM
       01  TAB-LANCAMENTOS.
           02  LANC-OC  OCCURS 3000 TIMES.
               03  LANC-EVT        PIC 99.
               03  LANC-DOCTO      PIC X(20).
               03  LANC-VALOR      PIC 9(11)V99.
      *    CADA EVENTO MOVIMENTA NO MAXIMO DUAS CONTAS
       01  TAB-CONTAS.
           02  CONTA-OC  OCCURS 16 TIMES.
               03  CONTA-COD       PIC X(15).
               03  CONTA-DEB       PIC 9(11)V99.
               03  CONTA-CRED      PIC 9(11)V99.
       PROCEDURE   DIVISION.
       INICIO.
           PERFORM  INICIALIZACAO.
           IF  NOT  ERRO-FATAL
               PERFORM  CARREGAR-MAPEAMENTO
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  APURAR-VENDAS
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  APURAR-ARQUIVO-MORTO
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  APURAR-RECEBIMENTOS
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  APURAR-AJUSTES
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  CONFERIR-MAPEAMENTO
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  CONFERIR-PARTIDAS
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  GRAVAR-JORNAL
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  GRAVAR-CONTROLE
           END-IF.
           IF  LOTE-APURADO
               PERFORM  IMPRIMIR-RESUMO
           END-IF.
           PERFORM  FINALIZACAO.
           STOP   RUN.
       INICIALIZACAO.
           MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  W-DATA-HOJE.
           MOVE  FUNCTION  CURRENT-DATE  (9:6)  TO  W-HORA-HOJE.
           PERFORM  LER-PARAMETRO.
           IF  NOT  ERRO-FATAL
               PERFORM  CRITICAR-PARAMETRO
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  CONFERIR-CONTROLE
           END-IF.
           IF  JA-EXPORTADO
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "JORNCTB: DIA "  W-DATA-JORN
                        " JA EXPORTADO - EXPORTACAO RECUSADA"
           END-IF.
       LER-PARAMETRO.
           MOVE  ZEROS  TO  DATA-PAR.
           OPEN  INPUT  ARQ-PAR.
           IF  W-COD-ERRO-PAR  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "JORNCTB: ERRO AO ABRIR JORNCTB.PAR - STATUS: "
                        W-COD-ERRO-PAR
           ELSE
               READ  ARQ-PAR
               EVALUATE  W-COD-ERRO-PAR
                   WHEN  "00"
                       CONTINUE
                   WHEN  "10"
                       MOVE  ZEROS  TO  DATA-PAR
                   WHEN  OTHER
                       SET  ERRO-FATAL  TO  TRUE
                       DISPLAY  "JORNCTB: ERRO DE E/S EM ARQ-PAR - "
                                "STATUS: "  W-COD-ERRO-PAR
               END-EVALUATE
               CLOSE  ARQ-PAR
           END-IF.
       CRITICAR-PARAMETRO.
           IF  DATA-PAR  NOT  NUMERIC  OR  DATA-PAR  =  ZEROS
               COMPUTE  W-DATA-JORN  =  FUNCTION  DATE-OF-INTEGER
                   (FUNCTION  INTEGER-OF-DATE  (W-DATA-HOJE)  -  1)
           ELSE
               MOVE  DATA-PAR  TO  W-DATA-JORN
               IF  W-MES-JORN  <  1  OR  W-MES-JORN  >  12
                   OR  W-DIA-JORN  <  1  OR  W-DIA-JORN  >  31
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "JORNCTB: DIA A EXPORTAR INVALIDO: "
                            DATA-PAR
               END-IF
               IF  W-DATA-JORN  >  W-DATA-HOJE
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "JORNCTB: DIA A EXPORTAR NO FUTURO: "
                            DATA-PAR
               END-IF
           END-IF.
           MOVE  W-DIA-JORN  TO  DIA-CAB.
           MOVE  W-MES-JORN  TO  MES-CAB.
           MOVE  W-ANO-JORN  TO  ANO-CAB.
       CONFERIR-CONTROLE.
           MOVE  "N"  TO  W-FIM-ARQUIVO.
           OPEN  INPUT  ARQ-CTL.
           IF  W-COD-ERRO-CTL  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "JORNCTB: ERRO AO ABRIR JORNCTB.CTL - STATUS: "
                        W-COD-ERRO-CTL
           ELSE
               PERFORM  LER-CONTROLE
               PERFORM  PROCESSAR-CONTROLE
                   UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL
               CLOSE  ARQ-CTL
           END-IF.
       LER-CONTROLE.
           READ  ARQ-CTL.
           EVALUATE  W-COD-ERRO-CTL
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "JORNCTB: ERRO DE E/S EM ARQ-CTL - "
                            "STATUS: "  W-COD-ERRO-CTL
           END-EVALUATE.
       PROCESSAR-CONTROLE.
           IF  DATA-CTL  =  W-DATA-JORN
               SET  JA-EXPORTADO  TO  TRUE
           END-IF.
           PERFORM  LER-CONTROLE.
      *    ***** MAPEAMENTO CONTABIL *****
       CARREGAR-MAPEAMENTO.
           OPEN  INPUT  ARQ-CTB.
           IF  W-COD-ERRO-CTB  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "JORNCTB: ERRO AO ABRIR CTBMAP.DAT - STATUS: "
                        W-COD-ERRO-CTB
           ELSE
               PERFORM  LER-MAPEAMENTO
                   VARYING  W-IX-EVT  FROM  1  BY  1
                   UNTIL  W-IX-EVT  >  8
               CLOSE  ARQ-CTB
           END-IF.
       LER-MAPEAMENTO.
           MOVE  W-IX-EVT  TO  COD-EVT-CTB.
           MOVE  ZEROS     TO  EVT-QTD(W-IX-EVT)
                               EVT-VALOR(W-IX-EVT).
           READ  ARQ-CTB
               INVALID KEY
                   MOVE  "N"     TO  EVT-MAPEADO(W-IX-EVT)
                   MOVE  SPACES  TO  EVT-HIST(W-IX-EVT)
                                     EVT-DEB(W-IX-EVT)
                                     EVT-CRED(W-IX-EVT)
               NOT INVALID KEY
                   MOVE  "S"             TO  EVT-MAPEADO(W-IX-EVT)
                   MOVE  HIST-CTB        TO  EVT-HIST(W-IX-EVT)
                   MOVE  CONTA-DEB-CTB   TO  EVT-DEB(W-IX-EVT)
                   MOVE  CONTA-CRED-CTB  TO  EVT-CRED(W-IX-EVT)
           END-READ.
      *    EVENTO COM MOVIMENTO NO DIA E SEM CONTAS NO MAPEAMENTO
      *    IMPEDE A EXPORTACAO
       CONFERIR-MAPEAMENTO.
           PERFORM  VARYING  W-IX-EVT  FROM  1  BY  1
               UNTIL  W-IX-EVT  >  8
               IF  EVT-QTD(W-IX-EVT)  >  ZEROS
                   AND  EVT-MAPEADO(W-IX-EVT)  NOT =  "S"
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "JORNCTB: EVENTO "  W-IX-EVT
                            " SEM MAPEAMENTO CONTABIL - CADASTRE "
                            "EM CTBMANT"
               END-IF
           END-PERFORM.
      *    ***** VENDAS, DESCONTOS E DEVOLUCOES *****
       APURAR-VENDAS.
           MOVE  "N"  TO  W-FIM-ARQUIVO.
           OPEN  INPUT  ARQ-VENDA.
           IF  W-COD-ERRO-VENDA  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "JORNCTB: ERRO AO ABRIR VENDAS.DAT - STATUS: "
                        W-COD-ERRO-VENDA
           ELSE
               PERFORM  LER-VENDA
               PERFORM  PROCESSAR-VENDA
                   UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL
               CLOSE  ARQ-VENDA
           END-IF.
       LER-VENDA.
           READ  ARQ-VENDA.
           EVALUATE  W-COD-ERRO-VENDA
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "JORNCTB: ERRO DE E/S EM ARQ-VENDA - "
                            "STATUS: "  W-COD-ERRO-VENDA
           END-EVALUATE.
       PROCESSAR-VENDA.
           PERFORM  CONTABILIZAR-VENDA.
           PERFORM  LER-VENDA.
      *    O MES JA FECHADO POR VENDFECH ESTA NO ARQUIVO MORTO, COM
      *    O MESMO LAYOUT DE REG-VENDA
       APURAR-ARQUIVO-MORTO.
           MOVE  "N"  TO  W-FIM-ARQUIVO.
           OPEN  INPUT  ARQ-ARQV.
           IF  W-COD-ERRO-ARQV  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "JORNCTB: ERRO AO ABRIR VENDARQ.DAT - STATUS: "
                        W-COD-ERRO-ARQV
           ELSE
               PERFORM  LER-ARQUIVO-MORTO
               PERFORM  PROCESSAR-ARQUIVO-MORTO
                   UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL
               CLOSE  ARQ-ARQV
           END-IF.
       LER-ARQUIVO-MORTO.
           READ  ARQ-ARQV.
           EVALUATE  W-COD-ERRO-ARQV
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "JORNCTB: ERRO DE E/S EM ARQ-ARQV - "
                            "STATUS: "  W-COD-ERRO-ARQV
           END-EVALUATE.
       PROCESSAR-ARQUIVO-MORTO.
           MOVE  REG-ARQV  TO  REG-VENDA.
           PERFORM  CONTABILIZAR-VENDA.
           PERFORM  LER-ARQUIVO-MORTO.
      *    A VENDA VALE PELO PRECO COBRADO E O DESCONTO PELA
      *    DIFERENCA PARA O PRECO DE LISTA - A DEVOLUCAO VALE NA
      *    DATA DO ESTORNO PELO PRECO COBRADO (REGISTROS ANTIGOS
      *    SEM DATA DO ESTORNO VALEM PELA DATA DA VENDA)
       CONTABILIZAR-VENDA.
           IF  VENDA-DEVOLUCAO
               AND  DATA-ESTORNO-VENDA  NUMERIC
               AND  DATA-ESTORNO-VENDA  >  ZEROS
               MOVE  DATA-ESTORNO-VENDA  TO  W-DATA-ORIGEM
           ELSE
               MOVE  DATA-VENDA          TO  W-DATA-ORIGEM
           END-IF.
           IF  W-DATA-ORIGEM  =  W-DATA-JORN
               PERFORM  MONTAR-DOCTO-VENDA
               COMPUTE  W-VALOR  ROUNDED  =
                   PRECO-UNIT-VENDA  *  QTD-VENDA
               IF  VENDA-DEVOLUCAO
                   ADD  1  TO  W-QTD-DEVOL
                   IF  VENDA-PRAZO
                       MOVE  5  TO  W-COD-EVT
                   ELSE
                       MOVE  4  TO  W-COD-EVT
                   END-IF
                   PERFORM  ACUMULAR-LANCAMENTO
               ELSE
                   ADD  1  TO  W-QTD-VENDAS
                   IF  VENDA-PRAZO
                       MOVE  2  TO  W-COD-EVT
                   ELSE
                       MOVE  1  TO  W-COD-EVT
                   END-IF
                   PERFORM  ACUMULAR-LANCAMENTO
                   IF  PRECO-LISTA-VENDA  NUMERIC
                       AND  PRECO-LISTA-VENDA  >  PRECO-UNIT-VENDA
                       COMPUTE  W-VALOR  ROUNDED  =
                           (PRECO-LISTA-VENDA  -  PRECO-UNIT-VENDA)
                           *  QTD-VENDA
                       MOVE  3  TO  W-COD-EVT
                       PERFORM  ACUMULAR-LANCAMENTO
                   END-IF
               END-IF
           END-IF.
      *    REGISTROS GRAVADOS ANTES DA NUMERACAO DE PEDIDO VALEM
      *    PELO DOCUMENTO DO CLIENTE
       MONTAR-DOCTO-VENDA.
           MOVE  SPACES  TO  W-DOCTO.
           IF  NUM-PED-VENDA  NUMERIC
               AND  NUM-PED-VENDA  >  ZEROS
               IF  VENDA-DEVOLUCAO
                   STRING  "DEV PED "     DELIMITED BY SIZE
                           NUM-PED-VENDA  DELIMITED BY SIZE
                       INTO  W-DOCTO
               ELSE
                   STRING  "PED "         DELIMITED BY SIZE
                           NUM-PED-VENDA  DELIMITED BY SIZE
                       INTO  W-DOCTO
               END-IF
           ELSE
               IF  VENDA-DEVOLUCAO
                   STRING  "DEV "         DELIMITED BY SIZE
                           CPF-VENDA      DELIMITED BY SIZE
                       INTO  W-DOCTO
               ELSE
                   STRING  "CLI "         DELIMITED BY SIZE
                           CPF-VENDA      DELIMITED BY SIZE
                       INTO  W-DOCTO
               END-IF
           END-IF.
      *    ***** RECEBIMENTOS DE CLIENTE *****
       APURAR-RECEBIMENTOS.
           MOVE  "N"  TO  W-FIM-ARQUIVO.
           OPEN  INPUT  ARQ-REC.
           IF  W-COD-ERRO-REC  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "JORNCTB: ERRO AO ABRIR CONTAREC.DAT - "
                        "STATUS: "  W-COD-ERRO-REC
           ELSE
               PERFORM  LER-RECEBIVEL
               PERFORM  PROCESSAR-RECEBIVEL
                   UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL
               CLOSE  ARQ-REC
           END-IF.
       LER-RECEBIVEL.
           READ  ARQ-REC.
           EVALUATE  W-COD-ERRO-REC
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "JORNCTB: ERRO DE E/S EM ARQ-REC - "
                            "STATUS: "  W-COD-ERRO-REC
           END-EVALUATE.
      *    PAGAMENTOS GRAVADOS ANTES DO CONTROLE DE CAIXA TRAZEM
      *    ESPACOS NA DATA DO RECEBIMENTO E VALEM PELA EMISSAO DO
      *    TITULO
       PROCESSAR-RECEBIVEL.
           IF  REC-PAGAMENTO
               IF  DATA-PAG-REC  NUMERIC
                   AND  DATA-PAG-REC  >  ZEROS
                   MOVE  DATA-PAG-REC   TO  W-DATA-ORIGEM
               ELSE
                   MOVE  DATA-EMIS-REC  TO  W-DATA-ORIGEM
               END-IF
               IF  W-DATA-ORIGEM  =  W-DATA-JORN
                   ADD  1  TO  W-QTD-PAGTOS
                   MOVE  SPACES  TO  W-DOCTO
                   STRING  "CLI "   DELIMITED BY SIZE
                           CPF-REC  DELIMITED BY SIZE
                       INTO  W-DOCTO
                   MOVE  VALOR-REC  TO  W-VALOR
                   MOVE  6  TO  W-COD-EVT
                   PERFORM  ACUMULAR-LANCAMENTO
               END-IF
           END-IF.
           PERFORM  LER-RECEBIVEL.
      *    ***** SOBRAS E FALTAS DE INVENTARIO *****
       APURAR-AJUSTES.
           MOVE  "N"  TO  W-FIM-ARQUIVO.
           OPEN  INPUT  ARQ-AJU.
           IF  W-COD-ERRO-AJU  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "JORNCTB: ERRO AO ABRIR ESTQAJU.DAT - STATUS: "
                        W-COD-ERRO-AJU
           ELSE
               PERFORM  LER-AJUSTE
               PERFORM  PROCESSAR-AJUSTE
                   UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL
               CLOSE  ARQ-AJU
           END-IF.
       LER-AJUSTE.
           READ  ARQ-AJU.
           EVALUATE  W-COD-ERRO-AJU
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "JORNCTB: ERRO DE E/S EM ARQ-AJU - "
                            "STATUS: "  W-COD-ERRO-AJU
           END-EVALUATE.
      *    A SOBRA (SALDO NOVO MAIOR) E A FALTA SAO VALORIZADAS AO
      *    CUSTO MEDIO DO PRODUTO NA BAIXA - AJUSTE DE PRODUTO SEM
      *    CUSTO E SO CONTADO NO RESUMO
       PROCESSAR-AJUSTE.
           IF  DATA-AJU  =  W-DATA-JORN
               ADD  1  TO  W-QTD-AJUSTES
               COMPUTE  W-DIF-QTD  =  QTD-NOVA-AJU  -  QTD-ANT-AJU
               IF  CUSTO-AJU  NOT  NUMERIC  OR  CUSTO-AJU  =  ZEROS
                   ADD  1  TO  W-QTD-SEM-CUSTO
               ELSE
                   IF  W-DIF-QTD  NOT =  ZEROS
                       MOVE  SPACES  TO  W-DOCTO
                       STRING  "AJU PROD "   DELIMITED BY SIZE
                               COD-PROD-AJU  DELIMITED BY SIZE
                           INTO  W-DOCTO
                       IF  W-DIF-QTD  >  ZEROS
                           MOVE  7  TO  W-COD-EVT
                           COMPUTE  W-VALOR  ROUNDED  =
                               W-DIF-QTD  *  CUSTO-AJU
                       ELSE
                           MOVE  8  TO  W-COD-EVT
                           COMPUTE  W-VALOR  ROUNDED  =
                               (QTD-ANT-AJU  -  QTD-NOVA-AJU)
                               *  CUSTO-AJU
                       END-IF
                       PERFORM  ACUMULAR-LANCAMENTO
                   END-IF
               END-IF
           END-IF.
           PERFORM  LER-AJUSTE.
      *    SOMA O VALOR NO LANCAMENTO DO MESMO EVENTO E DOCUMENTO -
      *    VALOR ZERO NAO GERA LANCAMENTO
       ACUMULAR-LANCAMENTO.
           IF  W-VALOR  >  ZEROS
               MOVE  ZEROS  TO  W-IX-LANC-ACHADO
               PERFORM  VARYING  W-IX-LANC  FROM  1  BY  1
                   UNTIL  W-IX-LANC  >  W-QTD-LANC
                       OR  W-IX-LANC-ACHADO  >  ZEROS
                   IF  LANC-EVT(W-IX-LANC)  =  W-COD-EVT
                       AND  LANC-DOCTO(W-IX-LANC)  =  W-DOCTO
                       MOVE  W-IX-LANC  TO  W-IX-LANC-ACHADO
                   END-IF
               END-PERFORM
               IF  W-IX-LANC-ACHADO  =  ZEROS
                   IF  W-QTD-LANC  =  3000
                       SET  ERRO-FATAL  TO  TRUE
                       DISPLAY  "JORNCTB: LIMITE DE 3000 LANCAMENTOS "
                                "NO DIA ATINGIDO - AUMENTE A TABELA"
                   ELSE
                       ADD  1  TO  W-QTD-LANC
                       MOVE  W-QTD-LANC  TO  W-IX-LANC-ACHADO
                       MOVE  W-COD-EVT   TO  LANC-EVT(W-QTD-LANC)
                       MOVE  W-DOCTO     TO  LANC-DOCTO(W-QTD-LANC)
                       MOVE  ZEROS       TO  LANC-VALOR(W-QTD-LANC)
                       ADD  1  TO  EVT-QTD(W-COD-EVT)
                   END-IF
               END-IF
               IF  W-IX-LANC-ACHADO  >  ZEROS
                   ADD  W-VALOR  TO  LANC-VALOR(W-IX-LANC-ACHADO)
                                     EVT-VALOR(W-COD-EVT)
               END-IF
           END-IF.
      *    ***** PARTIDAS DOBRADAS *****
      *    CADA LANCAMENTO DEBITA A CONTA DE DEBITO E CREDITA A
      *    CONTA DE CREDITO DO EVENTO - O LOTE SO E EXPORTADO SE O
      *    TOTAL A DEBITO FOR IGUAL AO TOTAL A CREDITO
       CONFERIR-PARTIDAS.
           PERFORM  APURAR-CONTAS
               VARYING  W-IX-LANC  FROM  1  BY  1
               UNTIL  W-IX-LANC  >  W-QTD-LANC
                   OR  ERRO-FATAL.
           COMPUTE  W-DIFERENCA  =  W-TOTAL-DEB  -  W-TOTAL-CRED.
           SET  LOTE-APURADO  TO  TRUE.
           IF  W-DIFERENCA  NOT =  ZEROS
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "JORNCTB: DEBITOS DIFEREM DOS CREDITOS - "
                        "JORNAL NAO EXPORTADO"
           END-IF.
       APURAR-CONTAS.
           MOVE  LANC-EVT(W-IX-LANC)  TO  W-IX-EVT.
           IF  EVT-DEB(W-IX-EVT)  NOT =  SPACES
               MOVE  EVT-DEB(W-IX-EVT)  TO  W-CONTA
               PERFORM  LOCALIZAR-CONTA
               IF  W-IX-CONTA-ACHADA  >  ZEROS
                   ADD  LANC-VALOR(W-IX-LANC)
                       TO  CONTA-DEB(W-IX-CONTA-ACHADA)
                           W-TOTAL-DEB
               END-IF
           END-IF.
           IF  EVT-CRED(W-IX-EVT)  NOT =  SPACES
               MOVE  EVT-CRED(W-IX-EVT)  TO  W-CONTA
               PERFORM  LOCALIZAR-CONTA
               IF  W-IX-CONTA-ACHADA  >  ZEROS
                   ADD  LANC-VALOR(W-IX-LANC)
                       TO  CONTA-CRED(W-IX-CONTA-ACHADA)
                           W-TOTAL-CRED
               END-IF
           END-IF.
       LOCALIZAR-CONTA.
           MOVE  ZEROS  TO  W-IX-CONTA-ACHADA.
           PERFORM  VARYING  W-IX-CONTA  FROM  1  BY  1
               UNTIL  W-IX-CONTA  >  W-QTD-CONTAS
                   OR  W-IX-CONTA-ACHADA  >  ZEROS
               IF  CONTA-COD(W-IX-CONTA)  =  W-CONTA
                   MOVE  W-IX-CONTA  TO  W-IX-CONTA-ACHADA
               END-IF
           END-PERFORM.
           IF  W-IX-CONTA-ACHADA  =  ZEROS
               IF  W-QTD-CONTAS  =  16
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "JORNCTB: LIMITE DE 16 CONTAS ATINGIDO - "
                            "AUMENTE A TABELA"
               ELSE
                   ADD  1  TO  W-QTD-CONTAS
                   MOVE  W-QTD-CONTAS  TO  W-IX-CONTA-ACHADA
                   MOVE  W-CONTA  TO  CONTA-COD(W-QTD-CONTAS)
                   MOVE  ZEROS    TO  CONTA-DEB(W-QTD-CONTAS)
                                      CONTA-CRED(W-QTD-CONTAS)
               END-IF
           END-IF.
      *    ***** EXPORTACAO *****
      *    DIA SEM MOVIMENTO GERA JORNAL VAZIO E TAMBEM E REGISTRADO
      *    NO CONTROLE
       GRAVAR-JORNAL.
           MOVE  SPACES  TO  W-NOME-JORN.
           STRING  "JORN"       DELIMITED BY SIZE
                   W-DATA-JORN  DELIMITED BY SIZE
                   ".DAT"       DELIMITED BY SIZE
               INTO  W-NOME-JORN.
           PERFORM  ATRIBUIR-JORNAL.
           OPEN  OUTPUT  ARQ-JORN.
           IF  W-COD-ERRO-JORN  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "JORNCTB: ERRO AO ABRIR "  W-NOME-JORN
                        " - STATUS: "  W-COD-ERRO-JORN
           ELSE
               PERFORM  GRAVAR-LANCAMENTO
                   VARYING  W-IX-LANC  FROM  1  BY  1
                   UNTIL  W-IX-LANC  >  W-QTD-LANC
                       OR  ERRO-FATAL
               CLOSE  ARQ-JORN
           END-IF.
       ATRIBUIR-JORNAL.
           DISPLAY  "DD_JORNFILE"  UPON  ENVIRONMENT-NAME.
           DISPLAY  W-NOME-JORN    UPON  ENVIRONMENT-VALUE.
       GRAVAR-LANCAMENTO.
           MOVE  LANC-EVT(W-IX-LANC)  TO  W-IX-EVT.
           MOVE  SPACES                 TO  REG-JORN.
           MOVE  W-DATA-JORN            TO  DATA-JOR.
           MOVE  W-IX-LANC              TO  NUM-LANC-JOR.
           MOVE  W-IX-EVT               TO  COD-EVT-JOR.
           MOVE  EVT-DEB(W-IX-EVT)      TO  CONTA-DEB-JOR.
           MOVE  EVT-CRED(W-IX-EVT)     TO  CONTA-CRED-JOR.
           MOVE  LANC-VALOR(W-IX-LANC)  TO  VALOR-JOR.
           MOVE  EVT-HIST(W-IX-EVT)     TO  HIST-JOR.
           MOVE  LANC-DOCTO(W-IX-LANC)  TO  DOCTO-JOR.
           WRITE  REG-JORN.
           IF  W-COD-ERRO-JORN  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "JORNCTB: ERRO AO GRAVAR "  W-NOME-JORN
                        " - STATUS: "  W-COD-ERRO-JORN
           END-IF.
       GRAVAR-CONTROLE.
           OPEN  EXTEND  ARQ-CTL.
           IF  W-COD-ERRO-CTL  NOT =  "00"  AND  NOT =  "05"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "JORNCTB: ERRO AO ABRIR JORNCTB.CTL - STATUS: "
                        W-COD-ERRO-CTL
           ELSE
               MOVE  SPACES        TO  REG-CTL
               MOVE  W-DATA-JORN   TO  DATA-CTL
               MOVE  W-QTD-LANC    TO  QTD-LANC-CTL
               MOVE  W-TOTAL-DEB   TO  TOTAL-DEB-CTL
               MOVE  W-TOTAL-CRED  TO  TOTAL-CRED-CTL
               MOVE  W-DATA-HOJE   TO  DATA-EXP-CTL
               MOVE  W-HORA-HOJE   TO  HORA-EXP-CTL
               WRITE  REG-CTL
               IF  W-COD-ERRO-CTL  NOT =  "00"
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "JORNCTB: ERRO AO GRAVAR JORNCTB.CTL - "
                            "STATUS: "  W-COD-ERRO-CTL
               ELSE
                   SET  LOTE-EXPORTADO  TO  TRUE
               END-IF
               CLOSE  ARQ-CTL
           END-IF.
      *    ***** RESUMO PARA CONFERENCIA DA CONTABILIDADE *****
       IMPRIMIR-RESUMO.
           OPEN  OUTPUT  ARQ-IMP.
           PERFORM  ROTINA-CABECALHO.
           PERFORM  IMPRIMIR-EVENTO
               VARYING  W-IX-EVT  FROM  1  BY  1
               UNTIL  W-IX-EVT  >  8.
           SET  SECAO-CONTA  TO  TRUE.
           IF  W-CONT-LINHA  >  44
               PERFORM  ROTINA-CABECALHO
           ELSE
               WRITE  REG-IMP  FROM  CABEC-CONTA   AFTER  2 LINES
               WRITE  REG-IMP  FROM  CABEC2-CONTA  AFTER  2 LINES
               MOVE  SPACES  TO  REG-IMP
               WRITE  REG-IMP  AFTER  1 LINES
               ADD  5  TO  W-CONT-LINHA
           END-IF.
           PERFORM  IMPRIMIR-CONTA
               VARYING  W-IX-CONTA  FROM  1  BY  1
               UNTIL  W-IX-CONTA  >  W-QTD-CONTAS.
           PERFORM  IMPRIMIR-TOTAIS.
           CLOSE  ARQ-IMP.
       IMPRIMIR-EVENTO.
           IF  EVT-QTD(W-IX-EVT)  >  ZEROS
               OR  EVT-MAPEADO(W-IX-EVT)  =  "S"
               IF  W-CONT-LINHA > 49
                   PERFORM  ROTINA-CABECALHO
               END-IF
               MOVE  W-IX-EVT              TO  EVT-DET
               IF  EVT-MAPEADO(W-IX-EVT)  =  "S"
                   MOVE  EVT-HIST(W-IX-EVT)  TO  HIST-DET
               ELSE
                   MOVE  "*** EVENTO SEM MAPEAMENTO CONTABIL ***"
                                             TO  HIST-DET
               END-IF
               MOVE  EVT-DEB(W-IX-EVT)     TO  DEB-DET
               MOVE  EVT-CRED(W-IX-EVT)    TO  CRED-DET
               MOVE  EVT-QTD(W-IX-EVT)     TO  QTD-DET
               MOVE  EVT-VALOR(W-IX-EVT)   TO  VALOR-DET
               WRITE  REG-IMP  FROM  DETALHE-EVENTO  AFTER  1 LINES
               ADD  1  TO  W-CONT-LINHA
           END-IF.
       IMPRIMIR-CONTA.
           IF  W-CONT-LINHA > 49
               PERFORM  ROTINA-CABECALHO
           END-IF.
           MOVE  CONTA-COD(W-IX-CONTA)   TO  CONTA-DET.
           MOVE  CONTA-DEB(W-IX-CONTA)   TO  DEB-CONTA-DET.
           MOVE  CONTA-CRED(W-IX-CONTA)  TO  CRED-CONTA-DET.
           WRITE  REG-IMP  FROM  DETALHE-CONTA  AFTER  1 LINES.
           ADD  1  TO  W-CONT-LINHA.
       IMPRIMIR-TOTAIS.
           IF  W-CONT-LINHA  >  40
               PERFORM  ROTINA-CABECALHO
           END-IF.
           MOVE  W-TOTAL-DEB      TO  DEB-TOT.
           MOVE  W-TOTAL-CRED     TO  CRED-TOT.
           MOVE  W-DIFERENCA      TO  DIF-TOT.
           WRITE  REG-IMP  FROM  TOTAIS-PARTIDA  AFTER  2 LINES.
           MOVE  W-QTD-VENDAS     TO  QTD-VEN-TOT.
           MOVE  W-QTD-DEVOL      TO  QTD-DEV-TOT.
           MOVE  W-QTD-PAGTOS     TO  QTD-REC-TOT.
           MOVE  W-QTD-AJUSTES    TO  QTD-AJU-TOT.
           MOVE  W-QTD-SEM-CUSTO  TO  QTD-SCU-TOT.
           WRITE  REG-IMP  FROM  TOTAIS-ORIGEM  AFTER  2 LINES.
           MOVE  SPACES  TO  SITUACAO-LIN.
           EVALUATE  TRUE
               WHEN  LOTE-EXPORTADO  AND  W-QTD-LANC  =  ZEROS
                   MOVE  "DIA SEM MOVIMENTO - JORNAL VAZIO EXPORTADO"
                       TO  SITUACAO-LIN
               WHEN  LOTE-EXPORTADO
                   STRING  "EXPORTADO EM "  DELIMITED BY SIZE
                           W-NOME-JORN      DELIMITED BY SIZE
                       INTO  SITUACAO-LIN
               WHEN  W-DIFERENCA  NOT =  ZEROS
                   MOVE  "RECUSADO - DEBITOS DIFEREM DOS CREDITOS, "
                       TO  SITUACAO-LIN (1:41)
                   MOVE  "JORNAL NAO EXPORTADO"
                       TO  SITUACAO-LIN (42:20)
               WHEN  OTHER
                   MOVE  "RECUSADO - ERRO NA GRAVACAO, JORNAL NAO "
                       TO  SITUACAO-LIN (1:40)
                   MOVE  "EXPORTADO"  TO  SITUACAO-LIN (41:9)
           END-EVALUATE.
           WRITE  REG-IMP  FROM  LINHA-SITUACAO  AFTER  2 LINES.
           WRITE  REG-IMP  FROM  LINHA-ASSINATURA  AFTER  4 LINES.
       ROTINA-CABECALHO.
           ADD 1 TO W-CONT-PAGINA.
           MOVE W-CONT-PAGINA TO  PAG-CAB.
           WRITE REG-IMP FROM CABEC1 AFTER PAGE.
           IF  SECAO-EVENTO
               WRITE REG-IMP FROM CABEC-EVENTO AFTER 2 LINES
               WRITE REG-IMP FROM CABEC2-EVENTO AFTER 2 LINES
           ELSE
               WRITE REG-IMP FROM CABEC-CONTA AFTER 2 LINES
               WRITE REG-IMP FROM CABEC2-CONTA AFTER 2 LINES
           END-IF.
           MOVE SPACES TO REG-IMP.
           WRITE REG-IMP AFTER 1 LINES.
           MOVE  7  TO  W-CONT-LINHA.
       FINALIZACAO.
           DISPLAY  "JORNCTB: DIA "  W-DATA-JORN  " - "
                    W-QTD-LANC  " LANCAMENTO(S) - DEBITO "
                    W-TOTAL-DEB  " CREDITO "  W-TOTAL-CRED.
           IF  ERRO-FATAL
               MOVE  8  TO  RETURN-CODE
           END-IF.
       FIM-DO-PROGRAMA.    EXIT.
