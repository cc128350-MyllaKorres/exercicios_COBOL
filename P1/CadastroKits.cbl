       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-KITS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-KITS ASSIGN TO "KITS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-KITS-TMP ASSIGN TO "KITSTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PRODUTOS ASSIGN TO "PRODUTOS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROD-CODIGO.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-KITS.
           01  REG-KIT.
               02 KIT-CODIGO     PIC 9(05).
               02 KIT-COMPONENTE PIC 9(05).
               02 KIT-QTDE       PIC 9(04).
           FD  ARQ-KITS-TMP.
           01  REG-KIT-TMP       PIC X(14).
           FD  ARQ-PRODUTOS.
           01  REG-PRODUTO.
               02 PROD-CODIGO      PIC 9(05).
               02 PROD-MERCADORIA  PIC X(20).
               02 PROD-PRECOUNI    PIC 9(4)V99.
               02 PROD-TAXA-MARGEM PIC 9(2)V99.
               02 PROD-ATIVO       PIC X(01).
       WORKING-STORAGE SECTION.
           01 DADOS.
               02 CODIGO-KIT     PIC 9(05) VALUE ZEROS.
               02 CODPROD        PIC 9(05) VALUE ZEROS.
               02 CODPROD-E      PIC ZZZZ9.
               02 MERCADORIA     PIC X(20) VALUE SPACES.
               02 PRODUTO-ACHADO PIC X(01) VALUE "N".
               02 QTDE-COMP      PIC 9(04) VALUE ZEROS.
               02 QTDE-COMP-E    PIC Z.ZZ9.
               02 CONTINUAR      PIC X(01) VALUE SPACE.
               02 RESP-SUBSTITUI PIC X(01) VALUE SPACE.
               02 COMPONENTE-OK  PIC X(01) VALUE "N".
               02 FIM-COMPONENTES PIC X(01) VALUE "N".
               02 FIM-KITS       PIC X(01) VALUE "N".
               02 FIM-KITS-TMP   PIC X(01) VALUE "N".
               02 KIT-EXISTENTE  PIC X(01) VALUE "N".
               02 E-KIT          PIC X(01) VALUE "N".
               02 CODIGO-TESTE   PIC 9(05) VALUE ZEROS.
               02 LINHA-TELA     PIC 9(02) VALUE ZEROS.
               02 POSICAO-TELA   PIC 9(04) VALUE ZEROS.
               02 QTDE-COMPS     PIC 9(02) VALUE ZEROS.
               02 IDX-COMP       PIC 9(02) VALUE ZEROS.
               02 COMP-T OCCURS 20 TIMES.
                   03 CPT-CODIGO  PIC 9(05).
                   03 CPT-QTDE    PIC 9(04).
           01 MENSAGENS.
               02 MENSA0    PIC X(45) VALUE SPACES.
               02 MENSA1    PIC X(45) VALUE
               "DIGITE O CODIGO DO KIT".
               02 MENSA2    PIC X(45) VALUE
               "CODIGO DO COMPONENTE (0 = ENCERRA)".
               02 MENSA3    PIC X(45) VALUE
               "QUANTIDADE DO COMPONENTE NO KIT".
               02 MENSA4    PIC X(45) VALUE
               "PRODUTO NAO CADASTRADO OU INATIVO".
               02 MENSA5    PIC X(45) VALUE
               "COMPOSICAO DO KIT GRAVADA".
               02 MENSA6    PIC X(45) VALUE
               "CADASTRAR OUTRO KIT (S/N) ? < >".
               02 MENSA7    PIC X(45) VALUE
               "FIM DO PROGRAMA".
               02 MENSA8    PIC X(45) VALUE
               "KIT JA TEM COMPOSICAO. SUBSTITUI (S/N)? < >".
               02 MENSA9    PIC X(45) VALUE
               "COMPONENTE NAO PODE SER KIT NEM O PROPRIO KIT".
               02 MENSA10   PIC X(45) VALUE
               "COMPONENTE JA INFORMADO NESTE KIT".
               02 MENSA11   PIC X(45) VALUE
               "KIT SEM COMPONENTES - NADA GRAVADO".
               02 MENSA12   PIC X(45) VALUE
               "UM KIT NAO PODE SER COMPONENTE DE OUTRO".
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
                   ">>> COMPOSICAO DE KITS <<<".
               02 LINE 05 COLUMN 10 VALUE "KIT: ".
               02 LINE 07 COLUMN 10 VALUE "COMPONENTE: ".
               02 LINE 07 COLUMN 50 VALUE "QTDE: ".
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
           MOVE ZEROS TO CODIGO-KIT.
           MOVE ZEROS TO QTDE-COMPS.
           MOVE "N"   TO FIM-COMPONENTES.
           MOVE "N"   TO PRODUTO-ACHADO.
           MOVE "S"   TO RESP-SUBSTITUI.
           PERFORM RECEBE-KIT UNTIL PRODUTO-ACHADO = "S".
           PERFORM VERIFICA-KIT-EXISTENTE.
           IF KIT-EXISTENTE = "S"
               DISPLAY MENSA8 AT 2030
               CALL "CONFIRMA-CONTINUA" USING 2071 RESP-SUBSTITUI
               DISPLAY MENSA0 AT 2030
           END-IF.
           IF RESP-SUBSTITUI = "S"
               MOVE 8 TO LINHA-TELA
               PERFORM RECEBE-COMPONENTE
                   UNTIL FIM-COMPONENTES = "S" OR QTDE-COMPS = 20
               IF QTDE-COMPS = ZEROS
                   DISPLAY MENSA11 AT 2030
               ELSE
                   PERFORM GRAVA-COMPOSICAO
                   DISPLAY MENSA5 AT 2030
               END-IF
               CALL "C$SLEEP" USING 2
           END-IF.
           DISPLAY MENSA6 AT 2230.
           CALL "CONFIRMA-CONTINUA" USING 2262 CONTINUAR.
       RECEBE-KIT.
           DISPLAY MENSA1 AT 2030.
           ACCEPT CODPROD-E AT 0515.
           MOVE CODPROD-E TO CODPROD.
           PERFORM LOCALIZA-PRODUTO.
           IF PRODUTO-ACHADO = "N"
               DISPLAY MENSA4 AT 2030
               CALL "C$SLEEP" USING 2
               DISPLAY MENSA0 AT 2030
           ELSE
               PERFORM VERIFICA-E-COMPONENTE
               IF E-KIT = "S"
                   MOVE "N" TO PRODUTO-ACHADO
                   DISPLAY MENSA12 AT 2030
                   CALL "C$SLEEP" USING 2
                   DISPLAY MENSA0 AT 2030
               ELSE
                   MOVE CODPROD TO CODIGO-KIT
                   DISPLAY MERCADORIA AT 0522
                   DISPLAY MENSA0 AT 2030.
       RECEBE-COMPONENTE.
           MOVE "N" TO COMPONENTE-OK.
           MOVE ZEROS TO QTDE-COMP.
           DISPLAY MENSA2 AT 2030.
           ACCEPT CODPROD-E AT 0722.
           MOVE CODPROD-E TO CODPROD.
           IF CODPROD = ZEROS
               MOVE "S" TO FIM-COMPONENTES
           ELSE
               PERFORM VALIDA-COMPONENTE
                   THRU VALIDA-COMPONENTE-SAIDA
           END-IF.
           IF COMPONENTE-OK = "S"
               PERFORM RECEBE-QTDE-COMP UNTIL QTDE-COMP > ZEROS
               ADD 1 TO QTDE-COMPS
               MOVE CODPROD   TO CPT-CODIGO(QTDE-COMPS)
               MOVE QTDE-COMP TO CPT-QTDE(QTDE-COMPS)
               MOVE QTDE-COMP TO QTDE-COMP-E
               COMPUTE POSICAO-TELA = LINHA-TELA * 100 + 10
               DISPLAY CODPROD-E   AT POSICAO-TELA
               COMPUTE POSICAO-TELA = LINHA-TELA * 100 + 17
               DISPLAY MERCADORIA  AT POSICAO-TELA
               COMPUTE POSICAO-TELA = LINHA-TELA * 100 + 40
               DISPLAY QTDE-COMP-E AT POSICAO-TELA
               IF LINHA-TELA < 19
                   ADD 1 TO LINHA-TELA
               END-IF
               DISPLAY MENSA0 AT 2030
           END-IF.
       VALIDA-COMPONENTE.
           PERFORM LOCALIZA-PRODUTO.
           IF PRODUTO-ACHADO = "N"
               DISPLAY MENSA4 AT 2030
               CALL "C$SLEEP" USING 2
               GO TO VALIDA-COMPONENTE-SAIDA
           END-IF.
           MOVE CODPROD TO CODIGO-TESTE.
           PERFORM VERIFICA-E-KIT.
           IF CODPROD = CODIGO-KIT OR E-KIT = "S"
               DISPLAY MENSA9 AT 2030
               CALL "C$SLEEP" USING 2
               GO TO VALIDA-COMPONENTE-SAIDA
           END-IF.
           PERFORM VARYING IDX-COMP FROM 1 BY 1
                   UNTIL IDX-COMP > QTDE-COMPS
               IF CPT-CODIGO(IDX-COMP) = CODPROD
                   MOVE "D" TO COMPONENTE-OK
               END-IF
           END-PERFORM.
           IF COMPONENTE-OK = "D"
               MOVE "N" TO COMPONENTE-OK
               DISPLAY MENSA10 AT 2030
               CALL "C$SLEEP" USING 2
           ELSE
               MOVE "S" TO COMPONENTE-OK
           END-IF.
       VALIDA-COMPONENTE-SAIDA.
           EXIT.
       RECEBE-QTDE-COMP.
           DISPLAY MENSA3 AT 2030.
           ACCEPT QTDE-COMP-E AT 0756.
           MOVE QTDE-COMP-E TO QTDE-COMP.
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
       VERIFICA-KIT-EXISTENTE.
           MOVE CODIGO-KIT TO CODIGO-TESTE.
           PERFORM VERIFICA-E-KIT.
           MOVE E-KIT TO KIT-EXISTENTE.
       VERIFICA-E-KIT.
           MOVE "N" TO E-KIT.
           MOVE "N" TO FIM-KITS.
           OPEN INPUT ARQ-KITS.
           PERFORM UNTIL FIM-KITS = "S"
               READ ARQ-KITS
                   AT END MOVE "S" TO FIM-KITS
                   NOT AT END
                       IF KIT-CODIGO = CODIGO-TESTE
                           MOVE "S" TO E-KIT
                           MOVE "S" TO FIM-KITS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-KITS.
       VERIFICA-E-COMPONENTE.
           MOVE "N" TO E-KIT.
           MOVE "N" TO FIM-KITS.
           OPEN INPUT ARQ-KITS.
           PERFORM UNTIL FIM-KITS = "S"
               READ ARQ-KITS
                   AT END MOVE "S" TO FIM-KITS
                   NOT AT END
                       IF KIT-COMPONENTE = CODPROD
                           MOVE "S" TO E-KIT
                           MOVE "S" TO FIM-KITS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-KITS.
       GRAVA-COMPOSICAO.
           IF KIT-EXISTENTE = "S"
               PERFORM REMOVE-COMPOSICAO-ANTIGA
           END-IF.
           OPEN EXTEND ARQ-KITS.
           PERFORM VARYING IDX-COMP FROM 1 BY 1
                   UNTIL IDX-COMP > QTDE-COMPS
               MOVE CODIGO-KIT           TO KIT-CODIGO
               MOVE CPT-CODIGO(IDX-COMP) TO KIT-COMPONENTE
               MOVE CPT-QTDE(IDX-COMP)   TO KIT-QTDE
               WRITE REG-KIT
           END-PERFORM.
           CLOSE ARQ-KITS.
       REMOVE-COMPOSICAO-ANTIGA.
           MOVE "N" TO FIM-KITS.
           OPEN INPUT  ARQ-KITS.
           OPEN OUTPUT ARQ-KITS-TMP.
           PERFORM UNTIL FIM-KITS = "S"
               READ ARQ-KITS
                   AT END MOVE "S" TO FIM-KITS
                   NOT AT END
                       IF KIT-CODIGO NOT = CODIGO-KIT
                           MOVE REG-KIT TO REG-KIT-TMP
                           WRITE REG-KIT-TMP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-KITS.
           CLOSE ARQ-KITS-TMP.
           MOVE "N" TO FIM-KITS-TMP.
           OPEN OUTPUT ARQ-KITS.
           OPEN INPUT  ARQ-KITS-TMP.
           PERFORM UNTIL FIM-KITS-TMP = "S"
               READ ARQ-KITS-TMP
                   AT END MOVE "S" TO FIM-KITS-TMP
                   NOT AT END
                       MOVE REG-KIT-TMP TO REG-KIT
                       WRITE REG-KIT
               END-READ
           END-PERFORM.
           CLOSE ARQ-KITS.
           CLOSE ARQ-KITS-TMP.
