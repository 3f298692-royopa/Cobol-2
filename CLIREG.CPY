      *    LIMITE-CRED-CLI E O TETO DO SALDO EM ABERTO PARA VENDA
      *    A PRAZO - REGISTROS ANTIGOS TRAZEM ESPACOS NESSA AREA
      *    (VALEM COMO ZERO = SEM CREDITO)
      *    BLOQ-CRED-CLI = S BLOQUEIA A VENDA A PRAZO POR ATRASO
      *    (EXTRATO) ATE A QUITACAO DOS VENCIDOS (RECPAGTO) - DATA-
      *    BLOQ-CLI E A DATA DO ULTIMO BLOQUEIO/DESBLOQUEIO (LOG EM
      *    CREDLOG.DAT) - REGISTROS ANTIGOS TRAZEM ESPACOS (SEM
      *    BLOQUEIO)
      *    CPF-CLI E A CHAVE E GUARDA O DOCUMENTO DO CLIENTE COM
      *    ZEROS A ESQUERDA: CPF (11 DIGITOS) QUANDO TIPO-DOC-CLI = F
      *    OU CNPJ (14 DIGITOS) QUANDO TIPO-DOC-CLI = J
       01  REG-CLI.
           02  CPF-CLI     PIC 9(14).
           02  TIPO-DOC-CLI PIC X.
               88  CLI-PESSOA-FISICA   VALUE "F".
               88  CLI-PESSOA-JURIDICA VALUE "J".
           02  NOME-CLI    PIC X(30).
           02  ENDER-CLI   PIC X(40).
           02  SIT-CLI     PIC X.
               88  CLI-ATIVO       VALUE "A".
               88  CLI-INATIVO     VALUE "I".
           02  LIMITE-CRED-CLI PIC 9(7)V99.
           02  BLOQ-CRED-CLI   PIC X.
               88  CLI-BLOQUEADO   VALUE "S".
           02  DATA-BLOQ-CLI   PIC 9(8).
