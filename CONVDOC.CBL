       IDENTIFICATION   DIVISION.
       PROGRAM-ID.            CONVDOC.
       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   CONVERSAO DOS ARQUIVOS PARA O DOCUMENTO DO       *
      *    *   CLIENTE COM 14 DIGITOS (CPF OU CNPJ)             *
      *    *   LE AS COPIAS NO LAYOUT ANTERIOR RENOMEADAS PELO  *
      *    *   OPERADOR (CLIENTE.ANT, VENDAS.ANT, VENDARQ.ANT,  *
      *    *   CONTAREC.ANT E CREDLOG.ANT) E REGRAVA OS .DAT    *
      *    *   CORRESPONDENTES COM O CPF DE 11 DIGITOS          *
      *    *   ALINHADO A DIREITA NO CAMPO DE 14 (ZEROS A       *
      *    *   ESQUERDA) - O NUMERO NAO MUDA, ENTAO VENDAS,     *
      *    *   TITULOS E LOG CONTINUAM LIGADOS AO MESMO         *
      *    *   CLIENTE - TODO CLIENTE CONVERTIDO FICA COM       *
      *    *   TIPO-DOC-CLI = F - ARQUIVO .ANT AUSENTE E        *
      *    *   IGNORADO E O .DAT CORRESPONDENTE NAO E TOCADO    *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL  ARQ-CLI-ANT  ASSIGN TO  "CLIENTE.ANT"
               ORGANIZATION  INDEXED
               RECORD KEY  CPF-CLI-ANT
               ACCESS   SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-ANT.
           SELECT ARQ-CLI ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CPF-CLI
               ACCESS   SEQUENTIAL
               FILE STATUS IS W-COD-ERRO-NOVO.
           SELECT  OPTIONAL  ARQ-VENDA-ANT  ASSIGN TO  "VENDAS.ANT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-ANT.
           SELECT  ARQ-VENDA  ASSIGN TO  "VENDAS.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-NOVO.
           SELECT  OPTIONAL  ARQ-ARQV-ANT  ASSIGN TO  "VENDARQ.ANT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-ANT.
           SELECT  ARQ-ARQV  ASSIGN TO  "VENDARQ.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-NOVO.
           SELECT  OPTIONAL  ARQ-REC-ANT  ASSIGN TO  "CONTAREC.ANT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-ANT.
           SELECT  ARQ-REC  ASSIGN TO  "CONTAREC.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-NOVO.
           SELECT  OPTIONAL  ARQ-BLQ-ANT  ASSIGN TO  "CREDLOG.ANT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-ANT.
           SELECT  ARQ-BLQ  ASSIGN TO  "CREDLOG.DAT"
               ORGANIZATION  LINE  SEQUENTIAL
               FILE STATUS IS  W-COD-ERRO-NOVO.
       DATA         DIVISION.
       FILE         SECTION.
      *    LAYOUT ANTERIOR DE REG-CLI (CLIREG) - CPF DE 11 DIGITOS
      *    SEGUIDO DOS DEMAIS CAMPOS, SEM O TIPO DO DOCUMENTO
       FD  ARQ-CLI-ANT
           LABEL RECORD STANDARD.
       01  REG-CLI-ANT.
           02  CPF-CLI-ANT     PIC 9(11).
           02  RESTO-CLI-ANT   PIC X(89).
       FD  ARQ-CLI
           LABEL RECORD STANDARD.
       COPY  CLIREG.
       FD  ARQ-VENDA-ANT
           LABEL  RECORD  STANDARD.
       01  REG-VENDA-ANT       PIC X(80).
       FD  ARQ-VENDA
           LABEL  RECORD  STANDARD.
       01  REG-VENDA-NOVO      PIC X(80).
       FD  ARQ-ARQV-ANT
           LABEL  RECORD  STANDARD.
       01  REG-ARQV-ANT        PIC X(80).
       FD  ARQ-ARQV
           LABEL  RECORD  STANDARD.
       01  REG-ARQV-NOVO       PIC X(80).
       FD  ARQ-REC-ANT
           LABEL  RECORD  STANDARD.
       01  REG-REC-ANT         PIC X(70).
       FD  ARQ-REC
           LABEL  RECORD  STANDARD.
       01  REG-REC-NOVO        PIC X(70).
       FD  ARQ-BLQ-ANT
           LABEL  RECORD  STANDARD.
       01  REG-BLQ-ANT         PIC X(68).
       FD  ARQ-BLQ
           LABEL  RECORD  STANDARD.
       01  REG-BLQ-NOVO        PIC X(68).
       WORKING-STORAGE    SECTION.
       01  W-COD-ERRO-ANT      PIC  XX  VALUE  SPACES.
       01  W-COD-ERRO-NOVO     PIC  XX  VALUE  SPACES.
       01  W-NOME-ARQ          PIC  X(12)  VALUE  SPACES.
       01  W-CONT-REGISTRO     PIC  9(6)   VALUE  ZEROS.
       01  W-SW-STATUS.
           05  W-FIM-ARQUIVO    PIC  X  VALUE  "N".
               88  FIM-ARQUIVO      VALUE  "S".
           05  W-ERRO-FATAL     PIC  X  VALUE  "N".
               88  ERRO-FATAL       VALUE  "S".
      *    IMAGENS DE REG-VENDA (VENDREG) - VENDAS.DAT E VENDARQ.DAT
       01  W-VENDA-ANT.
           02  W-DATA-VENDA-ANT    PIC X(8).
           02  W-CPF-VENDA-ANT     PIC 9(11).
           02  W-RESTO-VENDA-ANT   PIC X(50).
           02  FILLER              PIC X(11).
       01  W-VENDA-NOVA.
           02  W-DATA-VENDA-NOVA   PIC X(8).
           02  W-CPF-VENDA-NOVA    PIC 9(14).
           02  W-RESTO-VENDA-NOVA  PIC X(50).
           02  FILLER              PIC X(8)  VALUE SPACES.
      *    IMAGENS DE REG-REC (RECREG)
       01  W-REC-ANT.
           02  W-TIPO-REC-ANT      PIC X.
           02  W-CPF-REC-ANT       PIC 9(11).
           02  W-RESTO-REC-ANT     PIC X(49).
           02  FILLER              PIC X(9).
       01  W-REC-NOVO.
           02  W-TIPO-REC-NOVO     PIC X.
           02  W-CPF-REC-NOVO      PIC 9(14).
           02  W-RESTO-REC-NOVO    PIC X(49).
           02  FILLER              PIC X(6)  VALUE SPACES.
      *    IMAGENS DE REG-BLQ (BLOQREG)
       01  W-BLQ-ANT.
           02  W-TIPO-BLQ-ANT      PIC X.
           02  W-CPF-BLQ-ANT       PIC 9(11).
           02  W-RESTO-BLQ-ANT     PIC X(46).
           02  FILLER              PIC X(10).
       01  W-BLQ-NOVO.
           02  W-TIPO-BLQ-NOVO     PIC X.
           02  W-CPF-BLQ-NOVO      PIC 9(14).
           02  W-RESTO-BLQ-NOVO    PIC X(46).
           02  FILLER              PIC X(7)  VALUE SPACES.
       PROCEDURE   DIVISION.
       INICIO.
           PERFORM  CONVERTER-CLIENTE.
           IF  NOT  ERRO-FATAL
               PERFORM  CONVERTER-VENDAS
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  CONVERTER-ARQUIVO-MORTO
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  CONVERTER-CONTAREC
           END-IF.
           IF  NOT  ERRO-FATAL
               PERFORM  CONVERTER-CREDLOG
           END-IF.
           PERFORM  FINALIZACAO.
           STOP   RUN.
       FINALIZACAO.
           IF  ERRO-FATAL
               MOVE  8  TO  RETURN-CODE
               DISPLAY  "CONVDOC: CONVERSAO NAO CONFIRMADA - RESTAURAR "
                        "OS ARQUIVOS .ANT ANTES DE NOVA EXECUCAO"
           ELSE
               DISPLAY  "CONVDOC: CONVERSAO CONCLUIDA"
           END-IF.
      *    ***** CADASTRO DE CLIENTES (INDEXADO) *****
       CONVERTER-CLIENTE.
           MOVE  "CLIENTE.ANT"  TO  W-NOME-ARQ.
           PERFORM  INICIAR-ARQUIVO.
           OPEN  INPUT  ARQ-CLI-ANT.
           EVALUATE  W-COD-ERRO-ANT
               WHEN  "00"
                   OPEN  OUTPUT  ARQ-CLI
                   IF  W-COD-ERRO-NOVO  NOT =  "00"
                       SET  ERRO-FATAL  TO  TRUE
                       DISPLAY  "CONVDOC: ERRO AO ABRIR CLIENTE.DAT - "
                                "STATUS: "  W-COD-ERRO-NOVO
                   ELSE
                       PERFORM  LER-CLIENTE-ANT
                       PERFORM  GRAVAR-CLIENTE
                           UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL
                       CLOSE  ARQ-CLI
                   END-IF
                   CLOSE  ARQ-CLI-ANT
                   PERFORM  ENCERRAR-ARQUIVO
               WHEN  "05"
                   CLOSE  ARQ-CLI-ANT
                   PERFORM  ARQUIVO-AUSENTE
               WHEN  OTHER
                   PERFORM  ERRO-ABERTURA-ANT
           END-EVALUATE.
       LER-CLIENTE-ANT.
           READ  ARQ-CLI-ANT.
           PERFORM  TESTAR-LEITURA.
       GRAVAR-CLIENTE.
           MOVE  RESTO-CLI-ANT  TO  REG-CLI(16:89).
           MOVE  CPF-CLI-ANT    TO  CPF-CLI.
           MOVE  "F"            TO  TIPO-DOC-CLI.
           WRITE  REG-CLI
               INVALID KEY
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "CONVDOC: CHAVE INVALIDA OU FORA DE "
                            "ORDEM EM CLIENTE.DAT - CPF "  CPF-CLI
               NOT INVALID KEY
                   ADD  1  TO  W-CONT-REGISTRO
           END-WRITE.
           IF  NOT  ERRO-FATAL
               PERFORM  LER-CLIENTE-ANT
           END-IF.
      *    ***** DIARIO DE VENDAS (VENDAS.DAT) *****
       CONVERTER-VENDAS.
           MOVE  "VENDAS.ANT"  TO  W-NOME-ARQ.
           PERFORM  INICIAR-ARQUIVO.
           OPEN  INPUT  ARQ-VENDA-ANT.
           EVALUATE  W-COD-ERRO-ANT
               WHEN  "00"
                   OPEN  OUTPUT  ARQ-VENDA
                   IF  W-COD-ERRO-NOVO  NOT =  "00"
                       SET  ERRO-FATAL  TO  TRUE
                       DISPLAY  "CONVDOC: ERRO AO ABRIR VENDAS.DAT - "
                                "STATUS: "  W-COD-ERRO-NOVO
                   ELSE
                       PERFORM  LER-VENDA-ANT
                       PERFORM  GRAVAR-VENDA
                           UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL
                       CLOSE  ARQ-VENDA
                   END-IF
                   CLOSE  ARQ-VENDA-ANT
                   PERFORM  ENCERRAR-ARQUIVO
               WHEN  "05"
                   CLOSE  ARQ-VENDA-ANT
                   PERFORM  ARQUIVO-AUSENTE
               WHEN  OTHER
                   PERFORM  ERRO-ABERTURA-ANT
           END-EVALUATE.
       LER-VENDA-ANT.
           READ  ARQ-VENDA-ANT  INTO  W-VENDA-ANT.
           PERFORM  TESTAR-LEITURA.
       GRAVAR-VENDA.
           PERFORM  MONTAR-VENDA-NOVA.
           WRITE  REG-VENDA-NOVO  FROM  W-VENDA-NOVA.
           IF  W-COD-ERRO-NOVO  NOT =  "00"
               PERFORM  ERRO-GRAVACAO
           ELSE
               ADD  1  TO  W-CONT-REGISTRO
               PERFORM  LER-VENDA-ANT
           END-IF.
       MONTAR-VENDA-NOVA.
           MOVE  W-DATA-VENDA-ANT   TO  W-DATA-VENDA-NOVA.
           MOVE  W-CPF-VENDA-ANT    TO  W-CPF-VENDA-NOVA.
           MOVE  W-RESTO-VENDA-ANT  TO  W-RESTO-VENDA-NOVA.
      *    ***** ARQUIVO MORTO DE VENDAS (VENDARQ.DAT) *****
       CONVERTER-ARQUIVO-MORTO.
           MOVE  "VENDARQ.ANT"  TO  W-NOME-ARQ.
           PERFORM  INICIAR-ARQUIVO.
           OPEN  INPUT  ARQ-ARQV-ANT.
           EVALUATE  W-COD-ERRO-ANT
               WHEN  "00"
                   OPEN  OUTPUT  ARQ-ARQV
                   IF  W-COD-ERRO-NOVO  NOT =  "00"
                       SET  ERRO-FATAL  TO  TRUE
                       DISPLAY  "CONVDOC: ERRO AO ABRIR VENDARQ.DAT - "
                                "STATUS: "  W-COD-ERRO-NOVO
                   ELSE
                       PERFORM  LER-ARQV-ANT
                       PERFORM  GRAVAR-ARQV
                           UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL
                       CLOSE  ARQ-ARQV
                   END-IF
                   CLOSE  ARQ-ARQV-ANT
                   PERFORM  ENCERRAR-ARQUIVO
               WHEN  "05"
                   CLOSE  ARQ-ARQV-ANT
                   PERFORM  ARQUIVO-AUSENTE
               WHEN  OTHER
                   PERFORM  ERRO-ABERTURA-ANT
           END-EVALUATE.
       LER-ARQV-ANT.
           READ  ARQ-ARQV-ANT  INTO  W-VENDA-ANT.
           PERFORM  TESTAR-LEITURA.
       GRAVAR-ARQV.
           PERFORM  MONTAR-VENDA-NOVA.
           WRITE  REG-ARQV-NOVO  FROM  W-VENDA-NOVA.
           IF  W-COD-ERRO-NOVO  NOT =  "00"
               PERFORM  ERRO-GRAVACAO
           ELSE
               ADD  1  TO  W-CONT-REGISTRO
               PERFORM  LER-ARQV-ANT
           END-IF.
      *    ***** CONTAS A RECEBER (CONTAREC.DAT) *****
       CONVERTER-CONTAREC.
           MOVE  "CONTAREC.ANT"  TO  W-NOME-ARQ.
           PERFORM  INICIAR-ARQUIVO.
           OPEN  INPUT  ARQ-REC-ANT.
           EVALUATE  W-COD-ERRO-ANT
               WHEN  "00"
                   OPEN  OUTPUT  ARQ-REC
                   IF  W-COD-ERRO-NOVO  NOT =  "00"
                       SET  ERRO-FATAL  TO  TRUE
                       DISPLAY  "CONVDOC: ERRO AO ABRIR CONTAREC.DAT - "
                                "STATUS: "  W-COD-ERRO-NOVO
                   ELSE
                       PERFORM  LER-REC-ANT
                       PERFORM  GRAVAR-REC
                           UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL
                       CLOSE  ARQ-REC
                   END-IF
                   CLOSE  ARQ-REC-ANT
                   PERFORM  ENCERRAR-ARQUIVO
               WHEN  "05"
                   CLOSE  ARQ-REC-ANT
                   PERFORM  ARQUIVO-AUSENTE
               WHEN  OTHER
                   PERFORM  ERRO-ABERTURA-ANT
           END-EVALUATE.
       LER-REC-ANT.
           READ  ARQ-REC-ANT  INTO  W-REC-ANT.
           PERFORM  TESTAR-LEITURA.
       GRAVAR-REC.
           MOVE  W-TIPO-REC-ANT   TO  W-TIPO-REC-NOVO.
           MOVE  W-CPF-REC-ANT    TO  W-CPF-REC-NOVO.
           MOVE  W-RESTO-REC-ANT  TO  W-RESTO-REC-NOVO.
           WRITE  REG-REC-NOVO  FROM  W-REC-NOVO.
           IF  W-COD-ERRO-NOVO  NOT =  "00"
               PERFORM  ERRO-GRAVACAO
           ELSE
               ADD  1  TO  W-CONT-REGISTRO
               PERFORM  LER-REC-ANT
           END-IF.
      *    ***** LOG DE BLOQUEIO DE CREDITO (CREDLOG.DAT) *****
       CONVERTER-CREDLOG.
           MOVE  "CREDLOG.ANT"  TO  W-NOME-ARQ.
           PERFORM  INICIAR-ARQUIVO.
           OPEN  INPUT  ARQ-BLQ-ANT.
           EVALUATE  W-COD-ERRO-ANT
               WHEN  "00"
                   OPEN  OUTPUT  ARQ-BLQ
                   IF  W-COD-ERRO-NOVO  NOT =  "00"
                       SET  ERRO-FATAL  TO  TRUE
                       DISPLAY  "CONVDOC: ERRO AO ABRIR CREDLOG.DAT - "
                                "STATUS: "  W-COD-ERRO-NOVO
                   ELSE
                       PERFORM  LER-BLQ-ANT
                       PERFORM  GRAVAR-BLQ
                           UNTIL  FIM-ARQUIVO  OR  ERRO-FATAL
                       CLOSE  ARQ-BLQ
                   END-IF
                   CLOSE  ARQ-BLQ-ANT
                   PERFORM  ENCERRAR-ARQUIVO
               WHEN  "05"
                   CLOSE  ARQ-BLQ-ANT
                   PERFORM  ARQUIVO-AUSENTE
               WHEN  OTHER
                   PERFORM  ERRO-ABERTURA-ANT
           END-EVALUATE.
       LER-BLQ-ANT.
           READ  ARQ-BLQ-ANT  INTO  W-BLQ-ANT.
           PERFORM  TESTAR-LEITURA.
       GRAVAR-BLQ.
           MOVE  W-TIPO-BLQ-ANT   TO  W-TIPO-BLQ-NOVO.
           MOVE  W-CPF-BLQ-ANT    TO  W-CPF-BLQ-NOVO.
           MOVE  W-RESTO-BLQ-ANT  TO  W-RESTO-BLQ-NOVO.
           WRITE  REG-BLQ-NOVO  FROM  W-BLQ-NOVO.
           IF  W-COD-ERRO-NOVO  NOT =  "00"
               PERFORM  ERRO-GRAVACAO
           ELSE
               ADD  1  TO  W-CONT-REGISTRO
               PERFORM  LER-BLQ-ANT
           END-IF.
      *    ***** ROTINAS COMUNS *****
       INICIAR-ARQUIVO.
           MOVE  "N"    TO  W-FIM-ARQUIVO.
           MOVE  ZEROS  TO  W-CONT-REGISTRO.
       TESTAR-LEITURA.
           EVALUATE  W-COD-ERRO-ANT
               WHEN  "00"
                   CONTINUE
               WHEN  "10"
                   SET  FIM-ARQUIVO  TO  TRUE
               WHEN  OTHER
                   SET  ERRO-FATAL  TO  TRUE
                   DISPLAY  "CONVDOC: ERRO DE E/S EM "  W-NOME-ARQ
                            " - STATUS: "  W-COD-ERRO-ANT
           END-EVALUATE.
       ERRO-GRAVACAO.
           SET  ERRO-FATAL  TO  TRUE.
           DISPLAY  "CONVDOC: ERRO DE GRAVACAO NA CONVERSAO DE "
                    W-NOME-ARQ  " - STATUS: "  W-COD-ERRO-NOVO.
       ERRO-ABERTURA-ANT.
           SET  ERRO-FATAL  TO  TRUE.
           DISPLAY  "CONVDOC: ERRO AO ABRIR "  W-NOME-ARQ
                    " - STATUS: "  W-COD-ERRO-ANT.
       ARQUIVO-AUSENTE.
           DISPLAY  "CONVDOC: "  W-NOME-ARQ
                    " AUSENTE - ARQUIVO NAO CONVERTIDO".
       ENCERRAR-ARQUIVO.
           IF  NOT  ERRO-FATAL
               DISPLAY  "CONVDOC: "  W-CONT-REGISTRO
                        " REGISTRO(S) CONVERTIDO(S) DE "  W-NOME-ARQ
           END-IF.
       FIM-DO-PROGRAMA.    EXIT.
