       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-PROMOCOES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-PROMOCOES ASSIGN TO "PROMOCOES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PRODUTOS ASSIGN TO "PRODUTOS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROD-CODIGO.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-PROMOCOES.
           01  REG-PROMOCAO.
               02 PRM-CAMPANHA  PIC X(10).
               02 PRM-CODIGO    PIC 9(05).
               02 PRM-INICIO    PIC 9(08).
               02 PRM-FIM       PIC 9(08).
               02 PRM-PRECO     PIC 9(4)V99.
               02 PRM-QTDE-MIN  PIC 9(04).
               02 PRM-DESCONTO  PIC 9(02)V99.
           FD  ARQ-PRODUTOS.
           01  REG-PRODUTO.
               02 PROD-CODIGO      PIC 9(05).
               02 PROD-MERCADORIA  PIC X(20).
               02 PROD-PRECOUNI    PIC 9(4)V99.
               02 PROD-TAXA-MARGEM PIC 9(2)V99.
               02 PROD-ATIVO       PIC X(01).
       WORKING-STORAGE SECTION.
           01 DADOS.
               02 CAMPANHA      PIC X(10) VALUE SPACES.
               02 CODPROD       PIC 9(05) VALUE ZEROS.
               02 CODPROD-E     PIC ZZZZ9.
               02 MERCADORIA    PIC X(20) VALUE SPACES.
               02 PRODUTO-ACHADO PIC X(01) VALUE "N".
               02 DATA-INICIO   PIC 9(08) VALUE ZEROS.
               02 DATA-FIM      PIC 9(08) VALUE ZEROS.
               02 DATA-DIGITADA PIC 9(08) VALUE ZEROS.
               02 DATA-DIGITADA-R REDEFINES DATA-DIGITADA.
                   03 DIG-DIA   PIC 9(02).
                   03 DIG-MES   PIC 9(02).
                   03 DIG-ANO   PIC 9(04).
               02 DATA-CONVERTIDA PIC 9(08) VALUE ZEROS.
               02 DATA-OK       PIC X(01) VALUE "N".
               02 PRECO-PROMO   PIC 9(4)V99 VALUE ZEROS.
               02 PRECO-PROMO-E PIC Z.ZZ9,99.
               02 QTDE-MINIMA   PIC 9(04) VALUE ZEROS.
               02 QTDE-MINIMA-E PIC Z.ZZ9.
               02 PERC-DESCONTO PIC 9(02)V99 VALUE ZEROS.
               02 PERC-DESCONTO-E PIC Z9,99.
               02 CONTINUAR     PIC X(01) VALUE SPACE.
           01 MENSAGENS.
               02 MENSA0    PIC X(45) VALUE SPACES.
               02 MENSA1    PIC X(45) VALUE
               "DIGITE O NOME DA CAMPANHA".
               02 MENSA2    PIC X(45) VALUE
               "DIGITE O CODIGO DO PRODUTO".
               02 MENSA3    PIC X(45) VALUE
               "DIGITE A DATA (DDMMAAAA)".
               02 MENSA4    PIC X(45) VALUE
               "PRECO PROMOCIONAL UNITARIO (0 = NENHUM)".
               02 MENSA5    PIC X(45) VALUE
               "PROMOCAO INCLUIDA".
               02 MENSA6    PIC X(45) VALUE
               "INCLUIR OUTRA PROMOCAO (S/N) ? < >".
               02 MENSA7    PIC X(45) VALUE
               "FIM DO PROGRAMA".
               02 MENSA8    PIC X(45) VALUE
               "QTDE MINIMA PARA A FAIXA (0 = QUALQUER)".
               02 MENSA9    PIC X(45) VALUE
               "PERCENTUAL DE DESCONTO NA FAIXA".
               02 MENSA10   PIC X(45) VALUE
               "PRODUTO NAO CADASTRADO OU INATIVO".
               02 MENSA11   PIC X(45) VALUE
               "DATA INVALIDA".
               02 MENSA12   PIC X(45) VALUE
               "INFORME PRECO PROMOCIONAL OU DESCONTO".
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
               02 LINE 03 COLUMN 23 VALUE
                   ">>> CAMPANHAS PROMOCIONAIS <<<".
               02 LINE 05 COLUMN 20 VALUE "CAMPANHA: ".
               02 LINE 07 COLUMN 20 VALUE "PRODUTO: ".
               02 LINE 09 COLUMN 20 VALUE "INICIO (DDMMAAAA): ".
               02 LINE 11 COLUMN 20 VALUE "FIM (DDMMAAAA): ".
               02 LINE 13 COLUMN 20 VALUE "PRECO PROMOCIONAL: ".
               02 LINE 15 COLUMN 20 VALUE "QTDE MINIMA: ".
               02 LINE 17 COLUMN 20 VALUE "DESCONTO (%): ".
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
           MOVE SPACES TO CAMPANHA.
           MOVE "N"    TO PRODUTO-ACHADO.
           MOVE ZEROS  TO DATA-INICIO.
           MOVE ZEROS  TO DATA-FIM.
           MOVE ZEROS  TO PRECO-PROMO.
           MOVE ZEROS  TO QTDE-MINIMA.
           MOVE ZEROS  TO PERC-DESCONTO.
           PERFORM RECEBE-CAMPANHA UNTIL CAMPANHA <> SPACES.
           PERFORM RECEBE-PRODUTO UNTIL PRODUTO-ACHADO = "S".
           PERFORM RECEBE-INICIO UNTIL DATA-INICIO > ZEROS.
           PERFORM RECEBE-FIM UNTIL DATA-FIM >= DATA-INICIO.
           PERFORM RECEBE-VALORES
               UNTIL PRECO-PROMO > ZEROS OR PERC-DESCONTO > ZEROS.
           PERFORM GRAVA-PROMOCAO.
           DISPLAY MENSA5 AT 2030.
           DISPLAY MENSA6 AT 2230.
           CALL "CONFIRMA-CONTINUA" USING 2264 CONTINUAR.
       RECEBE-CAMPANHA.
           DISPLAY MENSA1 AT 2030.
           ACCEPT CAMPANHA AT 0530.
           MOVE FUNCTION UPPER-CASE(CAMPANHA) TO CAMPANHA.
       RECEBE-PRODUTO.
           DISPLAY MENSA2 AT 2030.
           ACCEPT CODPROD-E AT 0729.
           MOVE CODPROD-E TO CODPROD.
           PERFORM LOCALIZA-PRODUTO.
           IF PRODUTO-ACHADO = "N"
               DISPLAY MENSA10 AT 2030
               CALL "C$SLEEP" USING 2
               DISPLAY MENSA0 AT 2030
           ELSE
               DISPLAY MERCADORIA AT 0736.
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
       RECEBE-INICIO.
           DISPLAY MENSA3 AT 2030.
           ACCEPT DATA-DIGITADA AT 0939.
           PERFORM CONVERTE-DATA.
           IF DATA-OK = "S"
               MOVE DATA-CONVERTIDA TO DATA-INICIO
           ELSE
               DISPLAY MENSA11 AT 2030
               CALL "C$SLEEP" USING 2.
       RECEBE-FIM.
           DISPLAY MENSA3 AT 2030.
           ACCEPT DATA-DIGITADA AT 1136.
           PERFORM CONVERTE-DATA.
           IF DATA-OK = "S" AND DATA-CONVERTIDA >= DATA-INICIO
               MOVE DATA-CONVERTIDA TO DATA-FIM
           ELSE
               DISPLAY MENSA11 AT 2030
               CALL "C$SLEEP" USING 2.
       CONVERTE-DATA.
           MOVE "N" TO DATA-OK.
           MOVE DIG-ANO TO DATA-CONVERTIDA(1:4).
           MOVE DIG-MES TO DATA-CONVERTIDA(5:2).
           MOVE DIG-DIA TO DATA-CONVERTIDA(7:2).
           IF DIG-DIA >= 1 AND DIG-DIA <= 31
              AND DIG-MES >= 1 AND DIG-MES <= 12
              AND DIG-ANO >= 2000
               MOVE "S" TO DATA-OK.
       RECEBE-VALORES.
           DISPLAY MENSA4 AT 2030.
           ACCEPT PRECO-PROMO-E AT 1339.
           MOVE PRECO-PROMO-E TO PRECO-PROMO.
           DISPLAY MENSA8 AT 2030.
           ACCEPT QTDE-MINIMA-E AT 1533.
           MOVE QTDE-MINIMA-E TO QTDE-MINIMA.
           DISPLAY MENSA9 AT 2030.
           ACCEPT PERC-DESCONTO-E AT 1734.
           MOVE PERC-DESCONTO-E TO PERC-DESCONTO.
           IF PRECO-PROMO = ZEROS AND PERC-DESCONTO = ZEROS
               DISPLAY MENSA12 AT 2030
               CALL "C$SLEEP" USING 2.
       GRAVA-PROMOCAO.
           MOVE CAMPANHA      TO PRM-CAMPANHA.
           MOVE CODPROD       TO PRM-CODIGO.
           MOVE DATA-INICIO   TO PRM-INICIO.
           MOVE DATA-FIM      TO PRM-FIM.
           MOVE PRECO-PROMO   TO PRM-PRECO.
           MOVE QTDE-MINIMA   TO PRM-QTDE-MIN.
           MOVE PERC-DESCONTO TO PRM-DESCONTO.
           OPEN EXTEND ARQ-PROMOCOES.
           WRITE REG-PROMOCAO.
           CLOSE ARQ-PROMOCOES.
