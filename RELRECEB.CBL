      *    *****************************************************
      *    *   RELATORIO DE CONTAS A RECEBER POR VENCIMENTO     *
      *    *   APURA OS ITENS EM ABERTO DE ARQ-REC (TITULOS     *
      *    *   MENOS PAGAMENTOS POR CPF/CNPJ + EMISSAO +        *
      *    *   VENCIMENTO), AGRUPA POR CLIENTE COM O NOME DE    *
      *    *   ARQ-CLI E DISTRIBUI O SALDO NAS FAIXAS A         *
      *    *   VENCER, ATE 30, 31 A 60 E MAIS DE 60 DIAS DE     *
      *    *   ATRASO, COM TOTAL POR CLIENTE E TOTAL GERAL      *
      *    *   O DOCUMENTO SAI COM A MASCARA DE CPF OU CNPJ     *
      *    *   CONFORME O TIPO DO CLIENTE (DOCPR)               *
      *    *****************************************************
       ENVIRONMENT      DIVISION.
       CONFIGURATION SECTION.
           02  PAG-CAB     PIC Z9.
       01  CABEC-CLIENTE.
           02  FILLER1     PIC X(9)  VALUE "CLIENTE:".
           02  CPF-CAB     PIC X(18).
           02  FILLER1     PIC X(2)  VALUE SPACES.
           02  NOME-CAB    PIC X(30).
       01  CABEC2.
       01  W-IX-BUSCA          PIC  9(3)  VALUE  ZEROS.
       01  W-IX-ACHADO         PIC  9(3)  VALUE  ZEROS.
       01  W-IX-GRUPO          PIC  9(3)  VALUE  ZEROS.
       01  W-CPF-GRUPO         PIC  9(14) VALUE  ZEROS.
       01  W-DOCUMENTO.
           COPY  DOCWS.
       01  W-FAIXA             PIC  9     VALUE  ZEROS.
       01  TOTAIS-CLIENTE.
           02  W-TOTCLI-FX  OCCURS 4 TIMES  PIC 9(11)V99  VALUE ZERO.
       01  W-CONT-PAGINA       PIC 99  VALUE ZEROS.
       01  TAB-ITENS.
           02  ITEM-OC  OCCURS 500 TIMES.
               03  ITEM-CPF     PIC 9(14).
               03  ITEM-EMIS    PIC 9(8).
               03  ITEM-VENC    PIC 9(8).
               03  ITEM-ABERTO  PIC S9(9)V99.
           END-PERFORM.
           PERFORM  IMPRIMIR-TOTAL-CLIENTE.
       IMPRIMIR-CABEC-CLIENTE.
           MOVE  W-CPF-GRUPO  TO  CPF-CLI  DOC-NUMERO.
           READ  ARQ-CLI
               INVALID KEY
                   MOVE  "(NAO CADASTRADO)"  TO  NOME-CAB
                   MOVE  SPACE  TO  DOC-TIPO
               NOT INVALID KEY
                   MOVE  NOME-CLI  TO  NOME-CAB
                   MOVE  TIPO-DOC-CLI  TO  DOC-TIPO
           END-READ.
           PERFORM  FORMATAR-DOCUMENTO.
           MOVE  DOC-FORMATADO  TO  CPF-CAB.
           IF  W-CONT-LINHA > 44
               PERFORM  ROTINA-CABECALHO.
           WRITE  REG-IMP  FROM  CABEC-CLIENTE  AFTER 2 LINES.
           IF  ERRO-FATAL
               MOVE  8  TO  RETURN-CODE
           END-IF.
       COPY  DOCPR.
       FIM-DO-PROGRAMA.    EXIT.
