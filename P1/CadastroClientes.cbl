               02 CLI-NOME      PIC X(30).
               02 CLI-CPF       PIC 9(11).
               02 CLI-LIMITE    PIC 9(07)V99.
               02 CLI-CEP       PIC 9(08).
               02 CLI-MUNICIPIO PIC 9(07).
       WORKING-STORAGE SECTION.
           01 DADOS.
               02 CODIGO        PIC 9(04) VALUE ZEROS.
                   03 CPF-DIG   PIC 9(01) OCCURS 11 TIMES.
               02 LIMITE        PIC 9(07)V99 VALUE ZEROS.
               02 LIMITE-E      PIC Z.ZZZ.ZZ9,99.
               02 UF-CLIENTE    PIC X(02) VALUE SPACES.
               02 CEP           PIC 9(08) VALUE ZEROS.
               02 CIDADE        PIC X(20) VALUE SPACES.
               02 MUNICIPIO     PIC 9(07) VALUE ZEROS.
               02 MUNICIPIO-OK  PIC X(01) VALUE "N".
               02 RETORNO-MUNICIPIO PIC X(01) VALUE SPACE.
               02 CONTINUAR     PIC X(01) VALUE SPACE.
               02 FIM-CLIENTES  PIC X(01) VALUE "N".
           01 DADOS-CPF.
               02 CPF-RESTO     PIC 9(02) VALUE ZEROS.
               02 CPF-DV1       PIC 9(01) VALUE ZERO.
               02 CPF-DV2       PIC 9(01) VALUE ZERO.
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
               "INCLUIR OUTRO CLIENTE (S/N) ? < >".
               02 MENSA7    PIC X(45) VALUE
               "FIM DO PROGRAMA".
               02 MENSA8    PIC X(45) VALUE
               "DIGITE O CEP (ZERO PARA INFORMAR A CIDADE)".
               02 MENSA9    PIC X(45) VALUE
               "DIGITE A CIDADE".
               02 MENSA10   PIC X(45) VALUE
               "DIGITE A UF".
               02 MENSA11   PIC X(45) VALUE
               "CEP FORA DAS FAIXAS DE CEPFAIXAS.DAT".
               02 MENSA12   PIC X(45) VALUE
               "CIDADE/UF NAO CONFERE COM MUNICIPIOS.DAT".
           01 DATA-DO-SISTEMA.
               02 ANO       PIC 9(04) VALUE ZEROS.
               02 MES       PIC 9(02) VALUE ZEROS.
               02 LINE 09 COLUMN 20 VALUE "NOME: ".
               02 LINE 11 COLUMN 20 VALUE "CPF: ".
               02 LINE 13 COLUMN 20 VALUE "LIMITE DE CREDITO: ".
               02 LINE 15 COLUMN 20 VALUE "CEP: ".
               02 LINE 15 COLUMN 40 VALUE "CIDADE: ".
               02 LINE 17 COLUMN 20 VALUE "UF: ".
               02 LINE 20 COLUMN 20 VALUE "MENSAGEM: ".
       PROCEDURE DIVISION.
       INICIO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           CALL "LE-OPERADOR" USING OPERADOR-SESSAO PERFIL-SESSAO.
           PERFORM PROCESSO UNTIL CONTINUAR = "N".
           DISPLAY MENSA7 AT 2030.
           CALL "C$SLEEP" USING 2.
           MOVE ZEROS  TO CPF.
           MOVE "N"    TO CPF-OK.
           MOVE ZEROS  TO LIMITE.
           MOVE SPACES TO UF-CLIENTE.
           MOVE ZEROS  TO CEP.
           MOVE SPACES TO CIDADE.
           MOVE ZEROS  TO MUNICIPIO.
           PERFORM PROXIMO-CODIGO.
           MOVE CODIGO TO CODIGO-E.
           DISPLAY CODIGO-E AT 0728.
           PERFORM RECEBE-NOME UNTIL NOME <> SPACES.
           PERFORM RECEBE-CPF UNTIL CPF-OK = "S".
           PERFORM RECEBE-LIMITE UNTIL LIMITE > 0.
           MOVE "N" TO MUNICIPIO-OK.
           PERFORM RECEBE-MUNICIPIO UNTIL MUNICIPIO-OK = "S".
           PERFORM GRAVA-CLIENTE.
           DISPLAY MENSA5 AT 2030.
           DISPLAY MENSA6 AT 2230.
           DISPLAY MENSA4 AT 2030.
           ACCEPT LIMITE-E AT 1339.
           MOVE LIMITE-E TO LIMITE.
       RECEBE-MUNICIPIO.
           DISPLAY MENSA8 AT 2030.
           ACCEPT CEP AT 1525.
           MOVE SPACES TO CIDADE.
           MOVE SPACES TO UF-CLIENTE.
           IF CEP = ZEROS
               PERFORM RECEBE-CIDADE UNTIL CIDADE <> SPACES
               PERFORM RECEBE-UF-CLIENTE UNTIL UF-CLIENTE <> SPACES
           END-IF.
           MOVE ZEROS TO MUNICIPIO.
           CALL "VALIDA-MUNICIPIO" USING CEP CIDADE UF-CLIENTE
               MUNICIPIO RETORNO-MUNICIPIO.
           IF RETORNO-MUNICIPIO = "S"
               MOVE "S" TO MUNICIPIO-OK
               DISPLAY CIDADE AT 1548
               DISPLAY UF-CLIENTE AT 1724
           ELSE
               IF RETORNO-MUNICIPIO = "C"
                   DISPLAY MENSA11 AT 2030
                   CALL "GRAVA-EXCECAO" USING "CADASTRO-CLIENTES   "
                       "CEP            " "FORA DAS FAIXAS     "
                       MENSA11
               ELSE
                   DISPLAY MENSA12 AT 2030
                   CALL "GRAVA-EXCECAO" USING "CADASTRO-CLIENTES   "
                       "CIDADE         " "NAO CADASTRADA      "
                       MENSA12
               END-IF
               CALL "C$SLEEP" USING 2
           END-IF.
       RECEBE-CIDADE.
           DISPLAY MENSA9 AT 2030.
           ACCEPT CIDADE AT 1548.
       RECEBE-UF-CLIENTE.
           DISPLAY MENSA10 AT 2030.
           ACCEPT UF-CLIENTE AT 1724.
           MOVE FUNCTION UPPER-CASE(UF-CLIENTE) TO UF-CLIENTE.
       GRAVA-CLIENTE.
           MOVE CODIGO TO CLI-CODIGO.
           MOVE NOME   TO CLI-NOME.
           MOVE CPF    TO CLI-CPF.
           MOVE LIMITE TO CLI-LIMITE.
           MOVE CEP       TO CLI-CEP.
           MOVE MUNICIPIO TO CLI-MUNICIPIO.
           OPEN EXTEND ARQ-CLIENTES.
           WRITE REG-CLIENTE.
           MOVE REG-CLIENTE TO IMAGEM-DEPOIS.
           CLOSE ARQ-CLIENTES.
           MOVE CODIGO TO CHAVE-AUDITORIA.
           MOVE SPACES TO IMAGEM-ANTES.
           CALL "GRAVA-AUDITORIA" USING "CLIENTES.DAT    "
               CHAVE-AUDITORIA "I" OPERADOR-SESSAO IMAGEM-ANTES
               IMAGEM-DEPOIS.
