      *    *****************************************************
      *    *   MANUTENCAO DE CADASTRO DE CLIENTE                *
      *    *   INCLUI, ALTERA E EXCLUI REGISTROS DE ARQ-CLI     *
      *    *   O CLIENTE E PESSOA FISICA (CPF) OU JURIDICA      *
      *    *   (CNPJ) - NA INCLUSAO O DC DO DOCUMENTO E         *
      *    *   VALIDADO PELA ROTINA CALCULAR-DC OU              *
      *    *   CALCULAR-DC-CNPJ (CALCDCPR) E O DOCUMENTO E      *
      *    *   EXIBIDO COM A MASCARA DE DOCPR - MANTEM O LIMITE *
      *    *   DE CREDITO DA VENDA A PRAZO - EXIGE SIGN-ON COM  *
      *    *   PERMISSAO DE CLIENTE (SIGNONPR)                  *
      *    *****************************************************
       01    VARIAVEIS.
           COPY  CALCDCWS.
           COPY  SIGNONWS.
           COPY  DOCWS.
           05        OPCAO         PIC   X    VALUE   SPACE.
               88    OPCAO-OK          VALUE  "I"  "A"  "E"  "C".
           05        OPC           PIC   X    VALUE   SPACE.
               10    DC-INFORMADO.
                   15    DC1-INF    PIC   9.
                   15    DC2-INF    PIC   9.
           05    NUMERO-COMPLETO-CNPJ   PIC   9(14)  VALUE  ZEROS.
           05    NUMERO-COMPLETO-CNPJ-R REDEFINES  NUMERO-COMPLETO-CNPJ.
               10    NUMERO-BASE-CNPJ    PIC   9(12).
               10    DC-INFORMADO-CNPJ.
                   15    DC1-INF-CNPJ    PIC   9.
                   15    DC2-INF-CNPJ    PIC   9.
           05    TIPO-ENTRADA      PIC   X    VALUE  SPACE.
               88    TIPO-ENTRADA-OK   VALUE  "F"  "J".
           05    SIT-ENTRADA       PIC   X    VALUE  SPACE.
               88    SIT-ENTRADA-OK    VALUE  "A"  "I".
       01    W-COD-ERRO          PIC  XX  VALUE  SPACES.
                               "MANUTENCAO DE CADASTRO DE CLIENTE".
           05    LINE  06   COLUMN  10   VALUE
                 "(I)NCLUIR  (A)LTERAR  (E)XCLUIR  (C)ONSULTAR: ".
           05    LINE  08   COLUMN  10   VALUE
                 "TIPO (F=CPF J=CNPJ): ".
           05    LINE  10   COLUMN  10   VALUE
                 "CPF/CNPJ: ".
           05    LINE  12   COLUMN  10   VALUE
                 "NOME: ".
           05    LINE  14   COLUMN  10   VALUE
       01    TELA2.
           05   L-OPCAO  LINE  06  COLUMN  59  PIC  X  TO  OPCAO
                                       REQUIRED   AUTO.
           05   L-TIPO   LINE  08  COLUMN  32  PIC  X  USING
                                       TIPO-DOC-CLI  AUTO.
           05   L-CPF    LINE  10  COLUMN  25  PIC  9(14)  TO  CPF-CLI
                                       REQUIRED   AUTO.
           05   L-DOC    LINE  10  COLUMN  42  PIC  X(18)  FROM
                                       DOC-FORMATADO.
           05   L-NOME   LINE  12  COLUMN  25  PIC  X(30)  USING
                                       NOME-CLI.
           05   L-ENDER  LINE  14  COLUMN  25  PIC  X(40)  USING
           END-PERFORM.
       FIM-RECEBER-OPCAO.   EXIT.
       RECEBER-CPF.
           IF  OPCAO  =  "I"
               PERFORM  RECEBER-TIPO-DOC
           END-IF.
           ACCEPT  L-CPF.
       FIM-RECEBER-CPF.   EXIT.
       RECEBER-TIPO-DOC.
           PERFORM WITH TEST AFTER UNTIL TIPO-ENTRADA-OK
               ACCEPT  L-TIPO
               MOVE  FUNCTION  UPPER-CASE  (TIPO-DOC-CLI)
                     TO  TIPO-DOC-CLI
               MOVE  TIPO-DOC-CLI  TO  TIPO-ENTRADA
               IF  NOT  TIPO-ENTRADA-OK
                   DISPLAY  "DIGITE F OU J"  AT  2250
               END-IF
           END-PERFORM.
           DISPLAY   LIMPA-MSG  AT  2250.
       FIM-RECEBER-TIPO-DOC.   EXIT.
      *    O CPF OCUPA OS 11 DIGITOS DA DIREITA DE CPF-CLI - NUMERO
      *    MAIOR QUE ISSO NAO E CPF
       VALIDAR-CPF.
           MOVE  "N"  TO  W-CPF-VALIDO.
           INITIALIZE  NUMERO  NUMERO-CNPJ  NUMERO-AUX  SOMA  QUOCIENTE
                       RESTO  DC.
           IF  CLI-PESSOA-JURIDICA
               MOVE  CPF-CLI           TO  NUMERO-COMPLETO-CNPJ
               MOVE  NUMERO-BASE-CNPJ  TO  NUMERO-CNPJ
               PERFORM  CALCULAR-DC-CNPJ
               IF  DC1  =  DC1-INF-CNPJ  AND  DC2  =  DC2-INF-CNPJ
                   SET  CPF-VALIDO  TO  TRUE
               END-IF
           ELSE
               IF  CPF-CLI  NOT >  99999999999
                   MOVE  CPF-CLI      TO  NUMERO-COMPLETO
                   MOVE  NUMERO-BASE  TO  NUMERO
                   PERFORM  CALCULAR-DC
                   IF  DC1  =  DC1-INF  AND  DC2  =  DC2-INF
                       SET  CPF-VALIDO  TO  TRUE
                   END-IF
               END-IF
           END-IF.
       FIM-VALIDAR-CPF.   EXIT.
       EXIBIR-DOCUMENTO.
           MOVE  CPF-CLI       TO  DOC-NUMERO.
           MOVE  TIPO-DOC-CLI  TO  DOC-TIPO.
           PERFORM  FORMATAR-DOCUMENTO.
           MOVE  DOC-TIPO      TO  TIPO-DOC-CLI.
           DISPLAY  L-TIPO.
           DISPLAY  L-DOC.
       FIM-EXIBIR-DOCUMENTO.   EXIT.
       RECEBER-SITUACAO.
           PERFORM WITH TEST AFTER UNTIL SIT-ENTRADA-OK
               ACCEPT  L-SIT
       INCLUIR-CLIENTE.
           PERFORM  VALIDAR-CPF.
           IF  NOT  CPF-VALIDO
               MOVE  "DOCUMENTO COM DC INVALIDO"  TO  MENSAGEM
           ELSE
               PERFORM  EXIBIR-DOCUMENTO
               ACCEPT  L-NOME
               ACCEPT  L-ENDER
               MOVE  "A"  TO  SIT-CLI
               ACCEPT  L-LIM
               WRITE  REG-CLI
                   INVALID KEY
                       MOVE  "DOCUMENTO JA CADASTRADO"  TO  MENSAGEM
                   NOT INVALID KEY
                       MOVE  "CLIENTE INCLUIDO"  TO  MENSAGEM
               END-WRITE
       ALTERAR-CLIENTE.
           READ  ARQ-CLI
               INVALID KEY
                   MOVE  "DOCUMENTO NAO ENCONTRADO"  TO  MENSAGEM
           END-READ.
           IF  W-COD-ERRO  =  "00"
               PERFORM  EXIBIR-DOCUMENTO
               DISPLAY  L-NOME
               DISPLAY  L-ENDER
               DISPLAY  L-SIT
       EXCLUIR-CLIENTE.
           READ  ARQ-CLI
               INVALID KEY
                   MOVE  "DOCUMENTO NAO ENCONTRADO"  TO  MENSAGEM
           END-READ.
           IF  W-COD-ERRO  =  "00"
               PERFORM  EXIBIR-DOCUMENTO
               DISPLAY  L-NOME
               DISPLAY  L-ENDER
               DISPLAY  L-SIT
       CONSULTAR-CLIENTE.
           READ  ARQ-CLI
               INVALID KEY
                   MOVE  "DOCUMENTO NAO ENCONTRADO"  TO  MENSAGEM
           END-READ.
           IF  W-COD-ERRO  =  "00"
               PERFORM  EXIBIR-DOCUMENTO
               DISPLAY  L-NOME
               DISPLAY  L-ENDER
               DISPLAY  L-SIT
               END-IF
           END-PERFORM.
       COPY  CALCDCPR.
       COPY  DOCPR.
       COPY  SIGNONPR.
       FIM-DO-PROGRAMA.    EXIT.
