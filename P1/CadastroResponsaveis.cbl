               SELECT OPTIONAL ARQ-RESPONSAVEIS
                   ASSIGN TO "RESPONSAVEIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-RESPONSAVEIS.
               02 RSP-NOME      PIC X(30).
               02 RSP-ENDERECO  PIC X(30).
               02 RSP-TELEFONE  PIC X(11).
               02 RSP-CLIENTE   PIC 9(04).
               02 RSP-BOLSA     PIC 9(03)V99.
               02 RSP-NASCIMENTO PIC 9(08).
               02 RSP-SEXO      PIC X(01).
               02 RSP-MUNICIPIO PIC 9(07).
           FD  ARQ-CLIENTES.
           01  REG-CLIENTE.
               02 CLI-CODIGO    PIC 9(04).
               02 CLI-NOME      PIC X(30).
               02 CLI-CPF       PIC 9(11).
               02 CLI-LIMITE    PIC 9(07)V99.
               02 CLI-CEP       PIC 9(08).
               02 CLI-MUNICIPIO PIC 9(07).
       WORKING-STORAGE SECTION.
           01 DADOS.
               02 OPCAO         PIC X(01) VALUE SPACE.
               02 ALUNO         PIC X(30) VALUE SPACES.
               02 NOME-RESP     PIC X(30) VALUE SPACES.
               02 ENDERECO      PIC X(30) VALUE SPACES.
               02 CEP           PIC 9(08) VALUE ZEROS.
               02 CIDADE        PIC X(20) VALUE SPACES.
               02 UF            PIC X(02) VALUE SPACES.
               02 MUNICIPIO     PIC 9(07) VALUE ZEROS.
               02 MUNICIPIO-OK  PIC X(01) VALUE "N".
               02 RETORNO-MUNICIPIO PIC X(01) VALUE SPACE.
               02 TELEFONE      PIC X(11) VALUE SPACES.
               02 CLIENTE       PIC 9(04) VALUE ZEROS.
               02 CLIENTE-OK    PIC X(01) VALUE "N".
               02 FIM-CLIENTES  PIC X(01) VALUE "N".
               02 BOLSA         PIC 9(03)V99 VALUE ZEROS.
               02 BOLSA-E       PIC ZZ9,99.
               02 NASCIMENTO    PIC 9(08) VALUE ZEROS.
               02 NASCIMENTO-OK PIC X(01) VALUE "N".
               02 SEXO          PIC X(01) VALUE SPACE.
               02 FIM-RESP      PIC X(01) VALUE "N".
               02 CONT-LISTA    PIC 9(03) VALUE ZEROS.
               02 CONT-E        PIC ZZ9.
           ACCEPT MATRICULA.
           MOVE SPACES TO ALUNO.
           PERFORM RECEBE-ALUNO UNTIL ALUNO <> SPACES.
           MOVE "N" TO NASCIMENTO-OK.
           PERFORM RECEBE-NASCIMENTO UNTIL NASCIMENTO-OK = "S".
           MOVE SPACE TO SEXO.
           PERFORM RECEBE-SEXO UNTIL SEXO = "F" OR SEXO = "M".
           MOVE SPACES TO NOME-RESP.
           PERFORM RECEBE-RESPONSAVEL UNTIL NOME-RESP <> SPACES.
           DISPLAY "ENDERECO: ".
           ACCEPT ENDERECO.
           MOVE "N" TO MUNICIPIO-OK.
           PERFORM RECEBE-MUNICIPIO UNTIL MUNICIPIO-OK = "S".
           DISPLAY "TELEFONE: ".
           ACCEPT TELEFONE.
           MOVE "N" TO CLIENTE-OK.
           PERFORM RECEBE-CLIENTE UNTIL CLIENTE-OK = "S".
           MOVE 999 TO BOLSA.
           PERFORM RECEBE-BOLSA UNTIL BOLSA NOT > 100.
           PERFORM GRAVA-RESPONSAVEL.
           DISPLAY "RESPONSAVEL INCLUIDO".
       RECEBE-ALUNO.
           DISPLAY "NOME DO ALUNO: ".
           ACCEPT ALUNO.
           MOVE FUNCTION UPPER-CASE(ALUNO) TO ALUNO.
       RECEBE-NASCIMENTO.
           DISPLAY "NASCIMENTO DO ALUNO (AAAAMMDD): ".
           ACCEPT NASCIMENTO.
           IF NASCIMENTO > 19000000
              AND FUNCTION TEST-DATE-YYYYMMDD(NASCIMENTO) = ZERO
               MOVE "S" TO NASCIMENTO-OK
           ELSE
               DISPLAY "DATA INVALIDA"
           END-IF.
       RECEBE-SEXO.
           DISPLAY "SEXO DO ALUNO (F/M): ".
           ACCEPT SEXO.
           MOVE FUNCTION UPPER-CASE(SEXO) TO SEXO.
       RECEBE-RESPONSAVEL.
           DISPLAY "NOME DO RESPONSAVEL: ".
           ACCEPT NOME-RESP.
           MOVE FUNCTION UPPER-CASE(NOME-RESP) TO NOME-RESP.
       RECEBE-MUNICIPIO.
           DISPLAY "CEP (0 = INFORMAR A CIDADE): ".
           ACCEPT CEP.
           MOVE SPACES TO CIDADE.
           MOVE SPACES TO UF.
           IF CEP = ZEROS
               DISPLAY "CIDADE: "
               ACCEPT CIDADE
               DISPLAY "UF: "
               ACCEPT UF
           END-IF.
           MOVE ZEROS TO MUNICIPIO.
           CALL "VALIDA-MUNICIPIO" USING CEP CIDADE UF MUNICIPIO
               RETORNO-MUNICIPIO.
           EVALUATE RETORNO-MUNICIPIO
               WHEN "S"
                   MOVE "S" TO MUNICIPIO-OK
                   DISPLAY "MUNICIPIO: " CIDADE " " UF
               WHEN "C"
                   DISPLAY "CEP FORA DAS FAIXAS CADASTRADAS"
               WHEN "D"
                   DISPLAY "CEP NAO PERTENCE A CIDADE INFORMADA"
               WHEN "U"
                   DISPLAY "CIDADE EM MAIS DE UMA UF - INFORME A UF"
               WHEN OTHER
                   DISPLAY "CIDADE/UF NAO CADASTRADA"
           END-EVALUATE.
       RECEBE-CLIENTE.
           DISPLAY "CLIENTE PAGADOR (0 = SEM COBRANCA): ".
           ACCEPT CLIENTE.
           IF CLIENTE = ZEROS
               MOVE "S" TO CLIENTE-OK
           ELSE
               PERFORM VERIFICA-CLIENTE
               IF CLIENTE-OK = "N"
                   DISPLAY "CLIENTE NAO CADASTRADO"
               END-IF
           END-IF.
       VERIFICA-CLIENTE.
           MOVE "N" TO CLIENTE-OK.
           MOVE "N" TO FIM-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           PERFORM LE-CLIENTE UNTIL FIM-CLIENTES = "S".
           CLOSE ARQ-CLIENTES.
       LE-CLIENTE.
           READ ARQ-CLIENTES
               AT END MOVE "S" TO FIM-CLIENTES
               NOT AT END
                   IF CLI-CODIGO = CLIENTE
                       MOVE "S" TO CLIENTE-OK
                       MOVE "S" TO FIM-CLIENTES
                   END-IF
           END-READ.
       RECEBE-BOLSA.
           DISPLAY "PERCENTUAL DE BOLSA (0-100): ".
           ACCEPT BOLSA-E.
           MOVE BOLSA-E TO BOLSA.
           IF BOLSA > 100
               DISPLAY "PERCENTUAL INVALIDO"
           END-IF.
       GRAVA-RESPONSAVEL.
           MOVE MATRICULA TO RSP-MATRICULA.
           MOVE ALUNO     TO RSP-ALUNO.
           MOVE NOME-RESP TO RSP-NOME.
           MOVE ENDERECO  TO RSP-ENDERECO.
           MOVE TELEFONE  TO RSP-TELEFONE.
           MOVE CLIENTE   TO RSP-CLIENTE.
           MOVE BOLSA     TO RSP-BOLSA.
           MOVE NASCIMENTO TO RSP-NASCIMENTO.
           MOVE SEXO      TO RSP-SEXO.
           MOVE MUNICIPIO TO RSP-MUNICIPIO.
           OPEN EXTEND ARQ-RESPONSAVEIS.
           WRITE REG-RESPONSAVEL.
           CLOSE ARQ-RESPONSAVEIS.
                   ADD 1 TO CONT-LISTA
                   DISPLAY RSP-ALUNO " - " RSP-NOME " "
                       RSP-TELEFONE
                   IF RSP-CLIENTE IS NUMERIC
                       MOVE RSP-BOLSA TO BOLSA-E
                       DISPLAY "   CLIENTE " RSP-CLIENTE
                           " BOLSA " BOLSA-E "%"
                   END-IF
                   IF RSP-NASCIMENTO IS NUMERIC
                       DISPLAY "   NASCIMENTO " RSP-NASCIMENTO
                           " SEXO " RSP-SEXO
                   END-IF
                   IF RSP-MUNICIPIO IS NUMERIC
                       DISPLAY "   MUNICIPIO IBGE " RSP-MUNICIPIO
                   END-IF
           END-READ.
