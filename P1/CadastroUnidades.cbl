       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-UNIDADES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-UNIDADES ASSIGN TO "PRODUNIDADES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PRODUTOS ASSIGN TO "PRODUTOS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROD-CODIGO.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-UNIDADES.
           01  REG-UNIDADE.
               02 UND-BARRAS    PIC X(14).
               02 UND-CODIGO    PIC 9(05).
               02 UND-UNIDADE   PIC X(06).
               02 UND-FATOR     PIC 9(05).
           FD  ARQ-PRODUTOS.
           01  REG-PRODUTO.
               02 PROD-CODIGO      PIC 9(05).
               02 PROD-MERCADORIA  PIC X(20).
               02 PROD-PRECOUNI    PIC 9(4)V99.
               02 PROD-TAXA-MARGEM PIC 9(2)V99.
               02 PROD-ATIVO       PIC X(01).
       WORKING-STORAGE SECTION.
           01 DADOS.
               02 CODPROD        PIC 9(05) VALUE ZEROS.
               02 CODPROD-E      PIC ZZZZ9.
               02 MERCADORIA     PIC X(20) VALUE SPACES.
               02 PRODUTO-ACHADO PIC X(01) VALUE "N".
               02 CODIGO-BARRAS  PIC X(14) VALUE SPACES.
               02 UNIDADE        PIC X(06) VALUE SPACES.
               02 FATOR          PIC 9(05) VALUE ZEROS.
               02 FATOR-E        PIC ZZ.ZZ9.
               02 FATOR-CADASTRADO PIC 9(05) VALUE ZEROS.
               02 DADOS-OK       PIC X(01) VALUE "N".
               02 BARRAS-REPETIDO PIC X(01) VALUE "N".
               02 FIM-UNIDADES   PIC X(01) VALUE "N".
               02 CONTINUAR      PIC X(01) VALUE SPACE.
           01 MENSAGENS.
               02 MENSA0    PIC X(45) VALUE SPACES.
               02 MENSA1    PIC X(45) VALUE
               "DIGITE O CODIGO DO PRODUTO".
               02 MENSA2    PIC X(45) VALUE
               "CODIGO DE BARRAS EAN (BRANCO = SEM CODIGO)".
               02 MENSA3    PIC X(45) VALUE
               "UNIDADE DE EMBALAGEM (EX: CX12, PCT6, UN)".
               02 MENSA4    PIC X(45) VALUE
               "UNIDADES BASE POR EMBALAGEM".
               02 MENSA5    PIC X(45) VALUE
               "UNIDADE INCLUIDA".
               02 MENSA6    PIC X(45) VALUE
               "INCLUIR OUTRA UNIDADE (S/N) ? < >".
               02 MENSA7    PIC X(45) VALUE
               "FIM DO PROGRAMA".
               02 MENSA8    PIC X(45) VALUE
               "PRODUTO NAO CADASTRADO OU INATIVO".
               02 MENSA9    PIC X(45) VALUE
               "CODIGO DE BARRAS JA CADASTRADO".
               02 MENSA10   PIC X(45) VALUE
               "UNIDADE JA CADASTRADA COM OUTRO FATOR".
               02 MENSA11   PIC X(45) VALUE
               "UNIDADE UN EXIGE FATOR 1".
               02 MENSA12   PIC X(45) VALUE
               "INFORME UNIDADE E FATOR MAIOR QUE ZERO".
           01 DATA-DO-SISTEMA.
               02 ANO       PIC 9(04) VALUE ZEROS.
               02 MES       PIC 9(02) VALUE ZEROS.
               02 DIA       PIC 9(02) VALUE ZEROS.
       SCREEN SECTION.
           01 TELA01.
               02 BLANK SCREEN.
               02 LINE 01 COLUMN 01 PIC 9(02)/ USING DIA.
               02 LINE 01 COLUMN 04 PIC 9(02)/ USING MES.
               02 LINE 01 COLUMN 07 PIC 9(04)  USING ANO.
               02 LINE 03 COLUMN 20 VALUE
                   ">>> CODIGOS DE BARRAS E EMBALAGENS <<<".
               02 LINE 05 COLUMN 20 VALUE "PRODUTO: ".
               02 LINE 07 COLUMN 20 VALUE "CODIGO DE BARRAS: ".
               02 LINE 09 COLUMN 20 VALUE "UNIDADE: ".
               02 LINE 11 COLUMN 20 VALUE "FATOR (UNID. BASE): ".
               02 LINE 20 COLUMN 20 VALUE "MENSAGEM: ".
       PROCEDURE DIVISION.
       INICIO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           PERFORM PROCESSO UNTIL CONTINUAR = "N".
           DISPLAY MENSA7 AT 2030.
           CALL "C$SLEEP" USING 2.
           STOP RUN.
       PROCESSO.
           DISPLAY TELA01.
           MOVE "N"    TO PRODUTO-ACHADO.
           MOVE "N"    TO DADOS-OK.
           PERFORM RECEBE-PRODUTO UNTIL PRODUTO-ACHADO = "S".
           PERFORM RECEBE-DADOS
               THRU RECEBE-DADOS-SAIDA
               UNTIL DADOS-OK = "S".
           PERFORM GRAVA-UNIDADE.
           DISPLAY MENSA5 AT 2030.
           DISPLAY MENSA6 AT 2230.
           CALL "CONFIRMA-CONTINUA" USING 2264 CONTINUAR.
       RECEBE-PRODUTO.
           DISPLAY MENSA1 AT 2030.
           ACCEPT CODPROD-E AT 0529.
           MOVE CODPROD-E TO CODPROD.
           PERFORM LOCALIZA-PRODUTO.
           IF PRODUTO-ACHADO = "N"
               DISPLAY MENSA8 AT 2030
               CALL "C$SLEEP" USING 2
               DISPLAY MENSA0 AT 2030
           ELSE
               DISPLAY MERCADORIA AT 0536.
       LOCALIZA-PRODUTO.
           MOVE "N" TO PRODUTO-ACHADO.
           OPEN INPUT ARQ-PRODUTOS.
           MOVE CODPROD TO PROD-CODIGO.
           READ ARQ-PRODUTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PROD-ATIVO NOT = "I"
                       MOVE PROD-MERCADORIA TO MERCADORIA
                       MOVE "S" TO PRODUTO-ACHADO
                   END-IF
           END-READ.
           CLOSE ARQ-PRODUTOS.
       RECEBE-DADOS.
           MOVE "N" TO DADOS-OK.
           MOVE SPACES TO CODIGO-BARRAS.
           MOVE SPACES TO UNIDADE.
           MOVE ZEROS  TO FATOR.
           DISPLAY MENSA2 AT 2030.
           ACCEPT CODIGO-BARRAS AT 0738.
           DISPLAY MENSA0 AT 2030.
           DISPLAY MENSA3 AT 2030.
           ACCEPT UNIDADE AT 0929.
           MOVE FUNCTION UPPER-CASE(UNIDADE) TO UNIDADE.
           DISPLAY MENSA0 AT 2030.
           DISPLAY MENSA4 AT 2030.
           ACCEPT FATOR-E AT 1140.
           MOVE FATOR-E TO FATOR.
           IF UNIDADE = SPACES OR FATOR = ZEROS
               DISPLAY MENSA12 AT 2030
               CALL "C$SLEEP" USING 2
               GO TO RECEBE-DADOS-SAIDA
           END-IF.
           IF UNIDADE = "UN" AND FATOR NOT = 1
               DISPLAY MENSA11 AT 2030
               CALL "C$SLEEP" USING 2
               GO TO RECEBE-DADOS-SAIDA
           END-IF.
           PERFORM CONFERE-CADASTRO.
           IF BARRAS-REPETIDO = "S"
               DISPLAY MENSA9 AT 2030
               CALL "C$SLEEP" USING 2
               GO TO RECEBE-DADOS-SAIDA
           END-IF.
           IF FATOR-CADASTRADO > ZEROS AND FATOR-CADASTRADO NOT = FATOR
               DISPLAY MENSA10 AT 2030
               CALL "C$SLEEP" USING 2
               GO TO RECEBE-DADOS-SAIDA
           END-IF.
           MOVE "S" TO DADOS-OK.
       RECEBE-DADOS-SAIDA.
           EXIT.
       CONFERE-CADASTRO.
           MOVE "N"   TO BARRAS-REPETIDO.
           MOVE ZEROS TO FATOR-CADASTRADO.
           MOVE "N"   TO FIM-UNIDADES.
           OPEN INPUT ARQ-UNIDADES.
           PERFORM UNTIL FIM-UNIDADES = "S"
               READ ARQ-UNIDADES
                   AT END MOVE "S" TO FIM-UNIDADES
                   NOT AT END
                       IF CODIGO-BARRAS NOT = SPACES
                          AND UND-BARRAS = CODIGO-BARRAS
                           MOVE "S" TO BARRAS-REPETIDO
                       END-IF
                       IF UND-CODIGO = CODPROD
                          AND UND-UNIDADE = UNIDADE
                           MOVE UND-FATOR TO FATOR-CADASTRADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-UNIDADES.
       GRAVA-UNIDADE.
           MOVE CODIGO-BARRAS TO UND-BARRAS.
           MOVE CODPROD       TO UND-CODIGO.
           MOVE UNIDADE       TO UND-UNIDADE.
           MOVE FATOR         TO UND-FATOR.
           OPEN EXTEND ARQ-UNIDADES.
           WRITE REG-UNIDADE.
           CLOSE ARQ-UNIDADES.
