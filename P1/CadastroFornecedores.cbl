               02 UF            PIC X(02) VALUE SPACES.
               02 CONTINUAR     PIC X(01) VALUE SPACE.
               02 FIM-FORNEC    PIC X(01) VALUE "N".
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS-AUDITORIA.
               02 CHAVE-AUDITORIA PIC X(15) VALUE SPACES.
               02 IMAGEM-ANTES    PIC X(150) VALUE SPACES.
               02 IMAGEM-DEPOIS   PIC X(150) VALUE SPACES.
           01 MENSAGENS.
               02 MENSA0    PIC X(45) VALUE SPACES.
               02 MENSA1    PIC X(45) VALUE
       PROCEDURE DIVISION.
       INICIO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           CALL "LE-OPERADOR" USING OPERADOR-SESSAO PERFIL-SESSAO.
           PERFORM PROCESSO UNTIL CONTINUAR = "N".
           DISPLAY MENSA7 AT 2030.
           CALL "C$SLEEP" USING 2.
           MOVE UF      TO FOR-UF.
           OPEN EXTEND ARQ-FORNECEDORES.
           WRITE REG-FORNECEDOR.
           MOVE REG-FORNECEDOR TO IMAGEM-DEPOIS.
           CLOSE ARQ-FORNECEDORES.
           MOVE CODIGO TO CHAVE-AUDITORIA.
           MOVE SPACES TO IMAGEM-ANTES.
           CALL "GRAVA-AUDITORIA" USING "FORNECEDORES.DAT"
               CHAVE-AUDITORIA "I" OPERADOR-SESSAO IMAGEM-ANTES
               IMAGEM-DEPOIS.
