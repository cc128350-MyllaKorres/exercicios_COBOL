               02 CR-PARCELA    PIC 9(02).
               02 CR-VENCIMENTO PIC 9(08).
               02 CR-NIVEL-COB  PIC 9(01).
               02 CR-ORIGEM     PIC X(01).
           FD  ARQ-CONTAS-TMP.
           01  REG-CONTA-TMP.
               02 TMP-NUMERO     PIC 9(06).
               02 TMP-PARCELA    PIC 9(02).
               02 TMP-VENCIMENTO PIC 9(08).
               02 TMP-NIVEL-COB  PIC 9(01).
               02 TMP-ORIGEM     PIC X(01).
           FD  ARQ-CLIENTES.
           01  REG-CLIENTE.
               02 CLI-CODIGO    PIC 9(04).
               02 CLI-NOME      PIC X(30).
               02 CLI-CPF       PIC 9(11).
               02 CLI-LIMITE    PIC 9(07)V99.
               02 CLI-CEP       PIC 9(08).
               02 CLI-MUNICIPIO PIC 9(07).
           FD  ARQ-RECEB-CAIXA.
           01  REG-RECEB-CAIXA.
               02 RCX-DATA      PIC 9(08).
