      *    *   CATEGORIA E VALIDADA CONTRA ARQ-CAT (000 =       *
      *    *   SEM CATEGORIA) - MANTEM TAMBEM O ESTOQUE MINIMO  *
      *    *   E O LOTE DE RESSUPRIMENTO DA SUGESTAO DE COMPRA  *
      *    *   E O FORNECEDOR HABITUAL, VALIDADO CONTRA         *
      *    *   ARQ-FORN (000 = SEM FORNECEDOR) - O CUSTO MEDIO  *
      *    *   SO E DIGITADO NA CARGA INICIAL DO PRODUTO        *
      *    *   EXIGE SIGN-ON COM PERMISSAO DE PRODUTO           *
      *    *   (SIGNONPR) - O OPERADOR VALIDADO ASSINA O        *
      *    *   HISTORICO DE PRECO - A INCLUSAO GRAVA SALDO ZERO *
      *    *   NA FILIAL DO OPERADOR E A EXCLUSAO APAGA O SALDO *
      *    *   DO PRODUTO EM CADA FILIAL (ARQ-ESTF)             *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT      SECTION.
               RECORD KEY  COD-CAT
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-CAT.
           SELECT  OPTIONAL  ARQ-FORN  ASSIGN TO  "FORNEC.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-FORN
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-FORN.
           SELECT ARQ-FIL ASSIGN TO "FILIAL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-FIL
               ACCESS   DYNAMIC
               FILE STATUS IS W-COD-ERRO-FIL.
           SELECT ARQ-ESTF ASSIGN TO "ESTQFIL.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CHAVE-ESTF
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-ESTF.
           SELECT ARQ-OPER ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  COD-OPER
       FD  ARQ-CAT
           LABEL RECORD STANDARD.
       COPY  CATREG.
       FD  ARQ-FORN
           LABEL RECORD STANDARD.
       COPY  FORNREG.
       FD  ARQ-FIL
           LABEL RECORD STANDARD.
       COPY  FILREG.
       FD  ARQ-ESTF
           LABEL RECORD STANDARD.
       COPY  ESTFREG.
       FD  ARQ-OPER
           LABEL RECORD STANDARD.
       COPY  OPERREG.
           05    LIMPA-MSG        PIC  X(30)  VALUE  SPACES.
           05    MENSAGEM         PIC  X(30)  VALUE  SPACES.
           05    CATEG-ENTRADA    PIC  9(3)   VALUE  ZEROS.
           05    FORN-ENTRADA     PIC  9(3)   VALUE  ZEROS.
       01    W-COD-ERRO          PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-CAT      PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-FORN     PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-HIST     PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-FIL      PIC  XX  VALUE  SPACES.
       01    W-COD-ERRO-ESTF     PIC  XX  VALUE  SPACES.
       01    W-TIPO-HIST         PIC  X     VALUE  SPACE.
       01    W-COD-HIST          PIC  9(3)  VALUE  ZEROS.
       01    W-PRECO-ANT         PIC  9(4)V99  VALUE  ZEROS.
               88    ERRO-FATAL       VALUE  "S".
           05    W-CATEG-VALIDA   PIC   X  VALUE  "N".
               88    CATEG-VALIDA     VALUE  "S".
           05    W-FORN-VALIDO    PIC   X  VALUE  "N".
               88    FORN-VALIDO      VALUE  "S".
           05    W-FIM-FIL        PIC   X  VALUE  "N".
               88    FIM-FIL          VALUE  "S".
       SCREEN   SECTION.
       01    TELA1.
           05    BLANK   SCREEN.
                 "CODIGO: ".
           05    LINE  12   COLUMN  10   VALUE
                 "DESCRICAO: ".
           05    LINE  13   COLUMN  10   VALUE
                 "CUSTO MEDIO: ".
           05    LINE  14   COLUMN  10   VALUE
                 "PRECO: ".
           05    LINE  15   COLUMN  10   VALUE
                 "FORNECEDOR (000 = SEM): ".
           05    LINE  16   COLUMN  10   VALUE
                 "PRECO PROMOCIONAL: ".
           05    LINE  17   COLUMN  10   VALUE
                                       REQUIRED   AUTO.
           05   L-DESCRI LINE  12  COLUMN  25  PIC  X(20)  USING
                                       DESCRI-PROD.
           05   L-CUSTO  LINE  13  COLUMN  25  PIC  9(4)V99  USING
                                       CUSTO-MEDIO-PROD.
           05   L-PRECO  LINE  14  COLUMN  25  PIC  9(4)V99  USING
                                       PRECO-PROD.
           05   L-FORN   LINE  15  COLUMN  34  PIC  9(3)  USING
                                       FORN-ENTRADA.
           05   L-PROMO  LINE  16  COLUMN  29  PIC  9(4)V99  USING
                                       PRECO-PROMO.
           05   L-CATEG  LINE  17  COLUMN  34  PIC  9(3)  USING
                        W-COD-ERRO-CAT
               DISPLAY  "PRODMANT: SOMENTE CATEGORIA 000 SERA ACEITA"
           END-IF.
           OPEN  INPUT  ARQ-FORN.
           IF  W-COD-ERRO-FORN  NOT =  "00"  AND  NOT =  "05"
               DISPLAY  "PRODMANT: ERRO AO ABRIR FORNEC.DAT - STATUS: "
                        W-COD-ERRO-FORN
               DISPLAY  "PRODMANT: SOMENTE FORNECEDOR 000 SERA ACEITO"
           END-IF.
           OPEN  INPUT  ARQ-FIL.
           IF  W-COD-ERRO-FIL  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "PRODMANT: ERRO AO ABRIR FILIAL.DAT - STATUS: "
                        W-COD-ERRO-FIL
           END-IF.
           OPEN  I-O  ARQ-ESTF.
           IF  W-COD-ERRO-ESTF  NOT =  "00"
               SET  ERRO-FATAL  TO  TRUE
               DISPLAY  "PRODMANT: ERRO AO ABRIR ESTQFIL.DAT - STATUS: "
                        W-COD-ERRO-ESTF
           END-IF.
       ROT-PROCESSA.
           PERFORM   FORMATAR-TELA.
           PERFORM   RECEBER-OPCAO.
       FIM-ROT-PROCESSA.     EXIT.
       FORMATAR-TELA.
           DISPLAY  TELA1.
           INITIALIZE  REG-PROD  MENSAGEM  CATEG-ENTRADA  FORN-ENTRADA.
       FIM-FORMATAR-TELA.   EXIT.
       RECEBER-OPCAO.
           PERFORM WITH TEST AFTER UNTIL OPCAO-OK
           END-PERFORM.
           DISPLAY   LIMPA-MSG  AT  2250.
       FIM-RECEBER-CATEGORIA.   EXIT.
       RECEBER-FORNECEDOR.
           PERFORM WITH TEST AFTER UNTIL FORN-VALIDO
               MOVE  "N"  TO  W-FORN-VALIDO
               ACCEPT  L-FORN
               IF  FORN-ENTRADA  =  ZEROS
                   SET  FORN-VALIDO  TO  TRUE
               ELSE
                   MOVE  FORN-ENTRADA  TO  COD-FORN
                   READ  ARQ-FORN
                       INVALID KEY
                           DISPLAY  "FORNECEDOR NAO CADASTRADO"
                                    AT  2250
                       NOT INVALID KEY
                           IF  FORN-INATIVO
                               DISPLAY  "FORNECEDOR INATIVO"
                                        AT  2250
                           ELSE
                               SET  FORN-VALIDO  TO  TRUE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           DISPLAY   LIMPA-MSG  AT  2250.
       FIM-RECEBER-FORNECEDOR.   EXIT.
       EXIBIR-FORNECEDOR.
      *    REGISTROS GRAVADOS ANTES DO CONTROLE DE FORNECEDOR TRAZEM
      *    ESPACOS NA AREA DO CODIGO
           IF  COD-FORN-PROD  NUMERIC
               MOVE  COD-FORN-PROD  TO  FORN-ENTRADA
           ELSE
               MOVE  ZEROS          TO  FORN-ENTRADA
           END-IF.
           DISPLAY  L-FORN.
       FIM-EXIBIR-FORNECEDOR.   EXIT.
       EXIBIR-CATEGORIA.
      *    REGISTROS GRAVADOS ANTES DO CONTROLE DE CATEGORIA TRAZEM
      *    ESPACOS NA AREA DO CODIGO
           DISPLAY  L-MIN.
           DISPLAY  L-LOTE.
       FIM-EXIBIR-RESSUPRIMENTO.   EXIT.
       EXIBIR-CUSTO.
      *    REGISTROS GRAVADOS ANTES DO CONTROLE DE CUSTO TRAZEM
      *    ESPACOS NA AREA DO CUSTO MEDIO
           IF  CUSTO-MEDIO-PROD  NOT  NUMERIC
               MOVE  ZEROS  TO  CUSTO-MEDIO-PROD
           END-IF.
           DISPLAY  L-CUSTO.
       FIM-EXIBIR-CUSTO.   EXIT.
      *    O CUSTO MEDIO SO E DIGITADO PARA O PRODUTO AINDA SEM
      *    CUSTO (CARGA INICIAL) - DEPOIS E MANTIDO POR ESTQBAT A
      *    CADA ENTRADA COM CUSTO DE COMPRA
       RECEBER-CUSTO.
           IF  CUSTO-MEDIO-PROD  =  ZEROS
               ACCEPT  L-CUSTO
           END-IF.
       FIM-RECEBER-CUSTO.   EXIT.
       INCLUIR-PRODUTO.
           ACCEPT  L-DESCRI.
           PERFORM  RECEBER-CUSTO.
           ACCEPT  L-PRECO.
           PERFORM  RECEBER-FORNECEDOR.
           MOVE  FORN-ENTRADA  TO  COD-FORN-PROD.
           ACCEPT  L-PROMO.
           PERFORM  RECEBER-CATEGORIA.
           MOVE  CATEG-ENTRADA  TO  COD-CAT-PROD.
                   MOVE  "CODIGO JA CADASTRADO"  TO  MENSAGEM
               NOT INVALID KEY
                   MOVE  "PRODUTO INCLUIDO"  TO  MENSAGEM
                   PERFORM  GRAVAR-SALDO-FILIAL
           END-WRITE.
       FIM-INCLUIR-PRODUTO.   EXIT.
      *    O REGISTRO DE SALDO ZERO FAZ A FILIAL DO OPERADOR TRABALHAR
      *    O PRODUTO NA SUGESTAO DE COMPRA (COMPRSUG) DESDE A INCLUSAO
       GRAVAR-SALDO-FILIAL.
           MOVE  SPACES      TO  REG-ESTF.
           MOVE  W-FIL-OPER  TO  COD-FIL-ESTF.
           MOVE  COD-PROD    TO  COD-PROD-ESTF.
           MOVE  ZEROS       TO  QTD-ESTF.
           MOVE  FUNCTION  CURRENT-DATE  (1:8)  TO  DATA-BAIXA-ESTF.
           WRITE  REG-ESTF
               INVALID KEY
                   REWRITE  REG-ESTF
           END-WRITE.
           IF  W-COD-ERRO-ESTF  NOT =  "00"
               MOVE  "ERRO AO GRAVAR SALDO DA FILIAL"  TO  MENSAGEM
           END-IF.
       FIM-GRAVAR-SALDO-FILIAL.   EXIT.
       ALTERAR-PRODUTO.
           READ  ARQ-PROD
               INVALID KEY
               DISPLAY  L-DESCRI
               DISPLAY  L-PRECO
               DISPLAY  L-PROMO
               PERFORM  EXIBIR-FORNECEDOR
               PERFORM  EXIBIR-CATEGORIA
               PERFORM  EXIBIR-RESSUPRIMENTO
               PERFORM  EXIBIR-CUSTO
               ACCEPT   L-DESCRI
               PERFORM  RECEBER-CUSTO
               ACCEPT   L-PRECO
               PERFORM  RECEBER-FORNECEDOR
               MOVE  FORN-ENTRADA  TO  COD-FORN-PROD
               ACCEPT   L-PROMO
               PERFORM  RECEBER-CATEGORIA
               MOVE  CATEG-ENTRADA  TO  COD-CAT-PROD
               DISPLAY  L-DESCRI
               DISPLAY  L-PRECO
               DISPLAY  L-PROMO
               PERFORM  EXIBIR-FORNECEDOR
               PERFORM  EXIBIR-CATEGORIA
               PERFORM  EXIBIR-RESSUPRIMENTO
               PERFORM  EXIBIR-CUSTO
               DELETE  ARQ-PROD
                   INVALID KEY
                       MOVE  "ERRO AO EXCLUIR"  TO  MENSAGEM
                       MOVE  ZEROS  TO  W-PRECO-NOV
                       MOVE  ZEROS  TO  W-PROMO-NOV
                       PERFORM  GRAVAR-HISTORICO
                       PERFORM  EXCLUIR-SALDOS-FILIAIS
               END-DELETE
           END-IF.
       FIM-EXCLUIR-PRODUTO.   EXIT.
      *    ARQ-ESTF E ORDENADO POR FILIAL - PERCORRE O CADASTRO DE
      *    FILIAIS E APAGA O SALDO DO PRODUTO EM CADA UMA (FILIAL QUE
      *    NAO TRABALHA O PRODUTO NAO TEM REGISTRO)
       EXCLUIR-SALDOS-FILIAIS.
           MOVE  "N"    TO  W-FIM-FIL.
           MOVE  ZEROS  TO  COD-FIL.
           START  ARQ-FIL  KEY  NOT <  COD-FIL
               INVALID KEY
                   SET  FIM-FIL  TO  TRUE
           END-START.
           PERFORM  EXCLUIR-SALDO-FILIAL  UNTIL  FIM-FIL.
       FIM-EXCLUIR-SALDOS-FILIAIS.   EXIT.
       EXCLUIR-SALDO-FILIAL.
           READ  ARQ-FIL  NEXT.
           EVALUATE  W-COD-ERRO-FIL
               WHEN  "00"
                   MOVE  COD-FIL     TO  COD-FIL-ESTF
                   MOVE  W-COD-HIST  TO  COD-PROD-ESTF
                   DELETE  ARQ-ESTF
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF  W-COD-ERRO-ESTF  NOT =  "00"  AND  NOT =  "23"
                       SET  FIM-FIL  TO  TRUE
                       MOVE  "ERRO AO EXCLUIR SALDO DA FILIAL"
                             TO  MENSAGEM
                   END-IF
               WHEN  "10"
                   SET  FIM-FIL  TO  TRUE
               WHEN  OTHER
                   SET  FIM-FIL  TO  TRUE
                   MOVE  "ERRO AO LER FILIAL.DAT"  TO  MENSAGEM
           END-EVALUATE.
       FIM-EXCLUIR-SALDO-FILIAL.   EXIT.
       CONSULTAR-PRODUTO.
           READ  ARQ-PROD
               INVALID KEY
               DISPLAY  L-DESCRI
               DISPLAY  L-PRECO
               DISPLAY  L-PROMO
               PERFORM  EXIBIR-FORNECEDOR
               PERFORM  EXIBIR-CATEGORIA
               PERFORM  EXIBIR-RESSUPRIMENTO
               PERFORM  EXIBIR-CUSTO
               MOVE  "CONSULTA REALIZADA"  TO  MENSAGEM
           END-IF.
       FIM-CONSULTAR-PRODUTO.   EXIT.
       FECHAR-ARQUIVO.
           CLOSE  ARQ-PROD
                  ARQ-HIST
                  ARQ-CAT
                  ARQ-FORN
                  ARQ-FIL
                  ARQ-ESTF.
       RECEBER-OPC.
           PERFORM WITH TEST AFTER UNTIL OPC-OK
               ACCEPT  L-OPC
