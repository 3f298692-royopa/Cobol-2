       AUTHOR.          TAKATO-SOLANGE.
      *    *****************************************************
      *    *   DIGITACAO DA CONTAGEM DE INVENTARIO              *
      *    *   RECEBE A FILIAL (SUGERE A DO OPERADOR), O        *
      *    *   CODIGO DO PRODUTO E A QUANTIDADE                 *
      *    *   CONTADA E REGRAVA O REGISTRO DE ARQ-INV COM      *
      *    *   SITUACAO CONTADO - RECONTAGEM SUBSTITUI A        *
      *    *   CONTAGEM ANTERIOR (A QUANTIDADE JA REGISTRADA    *
       FILE-CONTROL.
           SELECT ARQ-INV ASSIGN TO "INVENTAR.DAT"
               ORGANIZATION INDEXED
               RECORD KEY  CHAVE-INV
               ACCESS   RANDOM
               FILE STATUS IS W-COD-ERRO-INV.
           SELECT ARQ-OPER ASSIGN TO "OPERADOR.DAT"
           05    BLANK   SCREEN.
           05    LINE  03   COLUMN  20  VALUE
                               "DIGITACAO DE CONTAGEM DE INVENTARIO".
           05    LINE  05   COLUMN  10   VALUE
                 "FILIAL: ".
           05    LINE  06   COLUMN  10   VALUE
                 "CODIGO: ".
           05    LINE  08   COLUMN  10   VALUE
           05    LINE  22   COLUMN  10   VALUE
                 "OUTRO PRODUTO?(S/N):  ".
       01    TELA2.
           05   L-FIL    LINE  05  COLUMN  25  PIC  9(3)  USING
                                       COD-FIL-INV  AUTO.
           05   L-COD    LINE  06  COLUMN  25  PIC  9(3)  TO
                                       COD-PROD-INV
                                       REQUIRED   AUTO.
       FORMATAR-TELA.
           DISPLAY  TELA1.
           INITIALIZE  REG-INV  MENSAGEM  QTD-CONTADA.
           MOVE  W-FIL-OPER  TO  COD-FIL-INV.
       FIM-FORMATAR-TELA.   EXIT.
       RECEBER-ITEM.
           MOVE  "N"  TO  W-ITEM-OK.
           ACCEPT  L-FIL.
           ACCEPT  L-COD.
           READ  ARQ-INV
               INVALID KEY
